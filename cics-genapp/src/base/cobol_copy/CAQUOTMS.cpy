      *+---------------------------------------------------------------+
      *| CAQUOTMS                                                      |
      *|   QUOTE FILE RECORD (QUOTFILE, A KSDS KEYED ON QT-QUOTE-NUM,  |
      *|   FIXED LENGTH). ONE ROW PER 01QPOL QUOTE, HOLDING THE        |
      *|   POLICY EXACTLY AS IT WOULD GO ON COVER - THE COMMON FIELDS  |
      *|   WITH THE QUOTED PREMIUM IN QT-PAYMENT, AND THE LIVE PORTION |
      *|   OF THE TYPE'S CAPOLSPC REDEFINITION IN QT-COVER-DATA (SIZED |
      *|   TO THE LARGEST, COMMERCIAL, SPEC LENGTH - SEE CAPOLLEN) -   |
      *|   SO 01BQTE CAN WRITE THE POLICY WITHOUT RE-RATING IT.        |
      *|                                                               |
      *|   A QUOTE IS WRITTEN OPEN AND BECOMES BOUND WHEN 01BQTE PUTS  |
      *|   IT ON COVER, WHEN QT-BOUND-POLICY-NUM AND QT-BOUND-DATE ARE |
      *|   FILLED IN. AN OPEN QUOTE PAST QT-QUOTE-EXPIRY HAS LAPSED -  |
      *|   NOTHING REWRITES IT, THE DATE ALONE SAYS SO. LGQTCONV       |
      *|   READS THIS FILE FOR THE WEEKLY QUOTE CONVERSION REPORT.     |
      *+---------------------------------------------------------------+
       01 QUOTE-RECORD.
           05 QT-QUOTE-NUM PIC 9(10).
           05 QT-CUSTOMER-NUM PIC 9(10).
      *    THE PR-POLICY-TYPE THE POLICY WILL CARRY ONCE BOUND.
           05 QT-POLICY-TYPE PIC X.
               88 QT-POLICY-IS-ENDOWMENT VALUE 'E'.
               88 QT-POLICY-IS-HOUSE VALUE 'H'.
               88 QT-POLICY-IS-MOTOR VALUE 'M'.
               88 QT-POLICY-IS-COMMERCIAL VALUE 'B'.
               88 QT-POLICY-IS-TRAVEL VALUE 'T'.
           05 QT-STATUS PIC X.
               88 QT-STATUS-OPEN VALUE 'O'.
               88 QT-STATUS-BOUND VALUE 'B'.
      *    YYYY-MM-DD - THE DAY THE QUOTE WAS GIVEN AND THE LAST DAY
      *    IT CAN BE BOUND.
           05 QT-QUOTE-DATE PIC X(10).
           05 QT-QUOTE-EXPIRY PIC X(10).
           05 QT-TIMESTAMP PIC X(26).
           05 QT-ISSUE-DATE PIC X(10).
           05 QT-EXPIRY-DATE PIC X(10).
           05 QT-BROKERID PIC 9(10).
           05 QT-BROKERSREF PIC X(10).
           05 QT-PAYMENT PIC 9(6).
           05 QT-COVER-DATA PIC X(1102).
           05 QT-BOUND-POLICY-NUM PIC 9(10).
           05 QT-BOUND-DATE PIC X(10).
