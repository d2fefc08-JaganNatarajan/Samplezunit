      *+---------------------------------------------------------------+
      *| CARGLJRP                                                      |
      *|   DETAIL LINE FOR THE GENERAL LEDGER JOURNAL LISTING (GLLIST, |
      *|   A 132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGGLPOST.   |
      *|   ONE LINE PER LEDGER ACCOUNT POSTED TO IN THE RUN - THE      |
      *|   NUMBER OF JOURNAL LINES AND THE DEBIT AND CREDIT TOTALS.    |
      *|   THE LISTING'S GRAND TOTALS PRINT ON THE SAME LINE WITH THE  |
      *|   ACCOUNT FIELD CARRYING A LABEL.                             |
      *+---------------------------------------------------------------+
       01 GLLIST-RECORD.
           05 GR-ACCOUNT PIC X(12).
           05 FILLER PIC X(02).
      *    WIDE ENOUGH TO TAKE AT-LINE-COUNT'S FULL PIC 9(08) COMP
      *    WITHOUT TRUNCATION.
           05 GR-LINE-COUNT PIC ZZZZZZZ9.
           05 FILLER PIC X(04).
      *    WIDE ENOUGH TO TAKE AT-DEBIT-TOTAL'S FULL PIC 9(15)V99
      *    COMP-3 WITHOUT TRUNCATION.
           05 GR-DEBIT-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04).
      *    WIDE ENOUGH TO TAKE AT-CREDIT-TOTAL'S FULL PIC 9(15)V99
      *    COMP-3 WITHOUT TRUNCATION.
           05 GR-CREDIT-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(58).
