      *+---------------------------------------------------------------+
      *| CARBNKPY                                                      |
      *|   BANK BULK PAYMENT INSTRUCTION RECORD (BANKPAY, A SEQUENTIAL |
      *|   FILE) WRITTEN BY LGCLMDSB FOR TRANSMISSION TO THE BANK. ONE |
      *|   ROW PER CLMPAY SETTLEMENT PAYMENT BEING PAID OUT.           |
      *|   BP-PAYMENT-REF IS THE CLMPAY KEY (CLAIM POLICY NUMBER PLUS  |
      *|   SETTLEMENT TIMESTAMP); THE BANK ECHOES IT ON ITS            |
      *|   ACKNOWLEDGEMENT FILE (CARBNKAK) SO LGCLMACK CAN FIND THE    |
      *|   ROW AGAIN. BP-CLAIM-NUM TRAVELS AS THE PAYEE'S STATEMENT    |
      *|   NARRATIVE.                                                  |
      *+---------------------------------------------------------------+
       01 BANK-PAYMENT-RECORD.
           05 BP-PAYMENT-DATE PIC X(10).
           05 BP-PAYMENT-REF PIC X(36).
           05 BP-PAYEE-NAME PIC X(30).
           05 BP-SORT-CODE PIC 9(6).
           05 BP-ACCOUNT-NUM PIC 9(8).
           05 BP-AMOUNT PIC 9(8).
           05 BP-CLAIM-NUM PIC 9(10).
