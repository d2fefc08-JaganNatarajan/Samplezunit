      *+---------------------------------------------------------------+
      *| CARUPRCT                                                      |
      *|   UNEARNED PREMIUM VALUATION CONTROL RECORD (CTLIN/CTLOUT,   |
      *|   SEQUENTIAL FILES HOLDING A SINGLE RECORD EACH) MAINTAINED  |
      *|   BY LGUPRVAL THE WAY LGDAYBAL KEEPS CARBALCT. EACH MONTH-   |
      *|   END RUN WRITES ITS VALUATION TOTALS TO CTLOUT; THE NEXT    |
      *|   RUN READS THEM BACK AS CTLIN AND REPORTS THE MOVEMENT.     |
      *|   AMOUNTS ARE IN CURRENCY UNITS WITH TWO DECIMALS - EARNED   |
      *|   PREMIUM IS A DAY-PROPORTION OF PR-PAYMENT.                 |
      *+---------------------------------------------------------------+
       01 UPR-CONTROL-RECORD.
           05 UC-VALUATION-DATE PIC X(10).
           05 UC-POLICY-COUNT PIC 9(9).
           05 UC-WRITTEN-TOTAL PIC 9(13)V99.
           05 UC-EARNED-TOTAL PIC 9(13)V99.
           05 UC-UNEARNED-TOTAL PIC 9(13)V99.
      *    THE TREATY'S SHARE OF THE UNEARNED PREMIUM (CESSION TYPE P
      *    ROWS) AND THE RESERVE NET OF IT.
           05 UC-CEDED-UNEARNED PIC 9(13)V99.
           05 UC-NET-UNEARNED PIC 9(13)V99.
