      *+---------------------------------------------------------------+
      *| CARUPREX                                                      |
      *|   POLICY-LEVEL UNEARNED PREMIUM VALUATION EXTRACT RECORD      |
      *|   (UPREXT, A SEQUENTIAL FILE) PRODUCED BY LGUPRVAL - ONE ROW  |
      *|   PER PREMIUM-BEARING POLICY IN FORCE OR ISSUED BY THE        |
      *|   VALUATION DATE, FOR THE ACTUARIES' RESERVING MODEL.         |
      *|                                                               |
      *|   UX-TERM-DAYS IS ISSUE TO EXPIRY (EXPIRY ALREADY HOLDS THE   |
      *|   CANCELLATION DATE AFTER 01CNCP) AND UX-EARNED-DAYS ISSUE TO |
      *|   THE VALUATION DATE, CAPPED AT THE TERM - THE SAME DAY       |
      *|   COUNT LGICDB01 USES FOR A CANCELLATION REFUND. WRITTEN      |
      *|   PREMIUM IS PR-PAYMENT; EARNED IS WRITTEN TIMES EARNED DAYS  |
      *|   OVER TERM DAYS; UNEARNED IS THE DIFFERENCE. THE CEDED       |
      *|   FIGURES ARE THE TREATY'S SHARE FROM THE POLICY'S CESSION    |
      *|   TYPE P ROW, EARNED OVER THE SAME DAYS, AND ZERO FOR A       |
      *|   POLICY THE TREATY TOOK NO SHARE OF.                         |
      *+---------------------------------------------------------------+
       01 UPREXT-RECORD.
           05 UX-VALUATION-DATE PIC X(10).
           05 UX-POLICY-NUM PIC 9(10).
           05 UX-CUSTOMER-NUM PIC 9(10).
           05 UX-POLICY-TYPE PIC X.
           05 UX-ISSUE-DATE PIC X(10).
           05 UX-EXPIRY-DATE PIC X(10).
           05 UX-TERM-DAYS PIC 9(5).
           05 UX-EARNED-DAYS PIC 9(5).
           05 UX-WRITTEN-PREMIUM PIC 9(6).
           05 UX-EARNED-PREMIUM PIC 9(6)V99.
           05 UX-UNEARNED-PREMIUM PIC 9(6)V99.
           05 UX-CEDED-PREMIUM PIC 9(10).
           05 UX-CEDED-UNEARNED PIC 9(10)V99.
           05 UX-NET-UNEARNED PIC 9(10)V99.
