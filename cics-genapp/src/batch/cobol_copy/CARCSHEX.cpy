      *+---------------------------------------------------------------+
      *| CARCSHEX                                                      |
      *|   CASH POSTING EXTRACT RECORD (CSHEXT, A SEQUENTIAL FILE)     |
      *|   PRODUCED BY LGCSHAPP. ONE ROW PER BANK RECEIPT READ, WITH   |
      *|   WHAT THE RUN DID WITH IT - APPLIED TO AN UNPAID LEDGER ROW  |
      *|   OR LEFT IN SUSPENSE. A FRESH DATASET PER RUN, SO IT HOLDS   |
      *|   EXACTLY THE DAY'S CASH. READ BY LGGLPOST, WHICH POSTS       |
      *|   APPLIED CASH AGAINST PREMIUM RECEIVABLE AND SUSPENDED CASH  |
      *|   TO THE CASH SUSPENSE ACCOUNT.                               |
      *+---------------------------------------------------------------+
       01 CASH-EXTRACT-RECORD.
           05 CS-RECEIPT-DATE PIC X(10).
           05 CS-CUSTOMER-NUM PIC 9(10).
           05 CS-AMOUNT PIC 9(12).
           05 CS-BANK-REF PIC X(16).
           05 CS-OUTCOME PIC X.
               88 CS-RECEIPT-APPLIED VALUE 'A'.
               88 CS-RECEIPT-SUSPENDED VALUE 'S'.
