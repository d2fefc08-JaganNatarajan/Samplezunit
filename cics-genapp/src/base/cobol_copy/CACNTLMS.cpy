      *|   THE HIGHEST KEY ALREADY ON ITS MASTER FILE - AN ALLOCATED   |
      *|   NUMBER THAT COLLIDES MEANS THE SEED WAS WRONG, NOT THE      |
      *|   CALLER.                                                     |
      *|                                                               |
      *|   QUOTE NUMBERS (01QPOL) COME FROM THEIR OWN QUOTENUM ROW -   |
      *|   A QUOTE NEVER DRAWS FROM THE POLICY SERIES, SO QUOTES THAT  |
      *|   ARE NEVER BOUND LEAVE NO GAPS IN THE POLICY NUMBERS.        |
      *+---------------------------------------------------------------+
       01 CONTROL-RECORD.
           05 CT-CONTROL-ID PIC X(8).
               88 CT-CUSTOMER-CONTROL VALUE 'CUSTNUM '.
               88 CT-POLICY-CONTROL VALUE 'POLNUM  '.
               88 CT-QUOTE-CONTROL VALUE 'QUOTENUM'.
           05 CT-NEXT-NUMBER PIC 9(10).
