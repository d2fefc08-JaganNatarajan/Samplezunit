      *+---------------------------------------------------------------+
      *| CARBNKAK                                                      |
      *|   BANK PAYMENT ACKNOWLEDGEMENT RECORD (BANKACK, A SEQUENTIAL  |
      *|   FILE) - THE BANK'S REPLY TO A BANKPAY BULK PAYMENT FILE, AS |
      *|   RECEIVED. ONE ROW PER PAYMENT THE BANK HAS EITHER MADE      |
      *|   (ACCEPTED) OR SENT BACK (RETURNED - ACCOUNT CLOSED, DETAILS |
      *|   WRONG AND SO ON, WITH THE BANK'S REASON CODE). READ BY      |
      *|   LGCLMACK, WHICH MATCHES BA-PAYMENT-REF BACK TO THE CLMPAY   |
      *|   KEY LGCLMDSB SENT AS BP-PAYMENT-REF. BA-BANK-REF IS THE     |
      *|   BANK'S OWN TRANSACTION REFERENCE, CARRIED TO THE EXCEPTIONS |
      *|   REPORT FOR QUOTING BACK TO THE BANK.                        |
      *+---------------------------------------------------------------+
       01 BANK-ACK-RECORD.
           05 BA-PAYMENT-REF PIC X(36).
           05 BA-AMOUNT PIC 9(8).
           05 BA-RESULT PIC X.
               88 BA-PAYMENT-ACCEPTED VALUE 'A'.
               88 BA-PAYMENT-RETURNED VALUE 'R'.
           05 BA-RETURN-REASON PIC X(4).
           05 BA-PROCESS-DATE PIC X(10).
           05 BA-BANK-REF PIC X(16).
