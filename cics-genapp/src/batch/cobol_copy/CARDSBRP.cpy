      *+---------------------------------------------------------------+
      *| CARDSBRP                                                      |
      *|   DETAIL LINE FOR THE CLAIMS PAYMENT REGISTER (DSBRPT, A      |
      *|   132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGCLMDSB. ONE |
      *|   LINE PER PENDING CLMPAY PAYMENT THE RUN PICKED UP - SENT TO |
      *|   THE BANK IN THE BULK PAYMENT FILE, OR HELD BACK WITH THE    |
      *|   REASON WHEN THE ROW CANNOT BE PAID. A HELD ROW STAYS        |
      *|   PENDING AND COMES UP AGAIN ON THE NEXT RUN. THE SORT CODE   |
      *|   AND ACCOUNT PRINT AS STORED, SO A HELD ROW SHOWS WHAT WAS   |
      *|   WRONG WITH THEM.                                            |
      *+---------------------------------------------------------------+
       01 DSBRPT-RECORD.
           05 DR-STATUS PIC X(04).
           05 FILLER PIC X(02).
           05 DR-CLAIM-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 DR-POLICY-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 DR-PAYEE-NAME PIC X(30).
           05 FILLER PIC X(02).
           05 DR-SORT-CODE PIC X(06).
           05 FILLER PIC X(02).
           05 DR-ACCOUNT-NUM PIC X(08).
           05 FILLER PIC X(02).
      *    WIDE ENOUGH TO TAKE PY-PAYMENT-AMOUNT'S FULL PIC 9(8)
      *    WITHOUT TRUNCATION.
           05 DR-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 DR-HOLD-REASON PIC X(20).
           05 FILLER PIC X(20).
