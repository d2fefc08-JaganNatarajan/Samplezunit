      *+---------------------------------------------------------------+
      *| CARDSXRP                                                      |
      *|   DETAIL LINE FOR THE CLAIMS PAYMENT EXCEPTIONS REPORT        |
      *|   (DSXRPT, A 132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY    |
      *|   LGCLMACK FOR THE CLAIMS HANDLERS. ONE LINE PER PAYMENT THE  |
      *|   BANK RETURNED, AND PER ACKNOWLEDGEMENT THAT COULD NOT BE    |
      *|   APPLIED - NO SUCH CLMPAY ROW, A ROW NOT WAITING ON THE BANK |
      *|   (ALREADY CONFIRMED OR RETURNED), AN AMOUNT THAT DOES NOT    |
      *|   MATCH WHAT WAS SENT, OR A RESULT CODE NOT RECOGNISED. THE   |
      *|   POLICY NUMBER AND TIMESTAMP ARE THE CLMPAY KEY AS THE BANK  |
      *|   QUOTED IT; THE CLAIM AND PAYEE COME FROM THE CLMPAY ROW     |
      *|   AND ARE BLANK WHEN THERE IS NONE.                           |
      *+---------------------------------------------------------------+
       01 DSXRPT-RECORD.
           05 DX-REASON PIC X(16).
           05 FILLER PIC X(01).
           05 DX-POLICY-NUM PIC X(10).
           05 FILLER PIC X(01).
           05 DX-TIMESTAMP PIC X(26).
           05 FILLER PIC X(01).
           05 DX-CLAIM-NUM PIC Z(9)9 BLANK WHEN ZERO.
           05 FILLER PIC X(01).
           05 DX-PAYEE-NAME PIC X(24).
           05 FILLER PIC X(01).
      *    WIDE ENOUGH TO TAKE BA-AMOUNT'S FULL PIC 9(8) WITHOUT
      *    TRUNCATION.
           05 DX-AMOUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01).
           05 DX-RETURN-REASON PIC X(04).
           05 FILLER PIC X(01).
           05 DX-BANK-REF PIC X(16).
           05 FILLER PIC X(09).
