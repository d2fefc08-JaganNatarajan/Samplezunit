      *+---------------------------------------------------------------+
      *| CAENDHMS                                                      |
      *|   POLICY ENDORSEMENT HISTORY RECORD (ENDHIST, A KSDS KEYED    |
      *|   ON EH-ENDORSE-KEY - POLICY NUMBER PLUS ENDORSEMENT NUMBER). |
      *|   LGICDB01 WRITES ONE ROW PER 01ENDP MID-TERM ADJUSTMENT,     |
      *|   CARRYING THE COVER AND PREMIUM THAT TOOK EFFECT ON          |
      *|   EH-EFFECTIVE-DATE AND THE PRO-RATA CHARGE OR CREDIT THE     |
      *|   CHANGE RAISED, AND READS THE ROWS BACK FOR THE 01IEND       |
      *|   ENDORSEMENT HISTORY INQUIRY. POLYFILE ONLY EVER HOLDS THE   |
      *|   CURRENT VERSION OF A POLICY'S COVER; THIS FILE IS WHERE     |
      *|   THE EARLIER VERSIONS LIVE, SO A CLAIM DATED BEFORE AN       |
      *|   ENDORSEMENT CAN STILL BE MEASURED AGAINST THE COVER THAT    |
      *|   WAS IN FORCE ON THE DAY.                                    |
      *|                                                               |
      *|   THE FIRST ENDORSEMENT OF A POLICY ALSO WRITES VERSION 0000  |
      *|   - THE COVER AS IT STOOD BEFORE ANY ENDORSEMENT, EFFECTIVE   |
      *|   FROM PR-ISSUE-DATE, WITH NO ADJUSTMENT - SO THE HISTORY     |
      *|   ALWAYS STARTS FROM THE ORIGINAL TERMS.                      |
      *|                                                               |
      *|   EH-COVER-DATA IS THE LIVE PORTION OF THE POLICY'S           |
      *|   CA-POLICY-SPECIFIC BUFFER, LAID OUT AS THE TYPE'S CAPOLSPC  |
      *|   REDEFINITION AND SIZED TO THE LONGEST TYPE THAT CAN BE      |
      *|   ENDORSED (COMMERCIAL - SEE CAPOLLEN).                       |
      *+---------------------------------------------------------------+
       01 ENDORSE-HISTORY-RECORD.
           05 EH-ENDORSE-KEY.
               10 EH-POLICY-NUM PIC 9(10).
               10 EH-ENDORSE-NUM PIC 9(4).
           05 EH-CUSTOMER-NUM PIC 9(10).
           05 EH-POLICY-TYPE PIC X.
           05 EH-EFFECTIVE-DATE PIC X(10).
           05 EH-TIMESTAMP PIC X(26).
      *    THE FULL-TERM PREMIUM BEFORE AND AFTER THE CHANGE, AND THE
      *    PRO-RATA SHARE OF THE DIFFERENCE FOR THE DAYS LEFT TO RUN
      *    - AN ADDITIONAL PREMIUM WHEN THE NEW PREMIUM IS HIGHER, A
      *    RETURN PREMIUM WHEN IT IS LOWER.
           05 EH-OLD-PAYMENT PIC 9(6).
           05 EH-NEW-PAYMENT PIC 9(6).
           05 EH-ADJUST-TYPE PIC X.
               88 EH-ADJUST-ADDITIONAL VALUE 'A'.
               88 EH-ADJUST-RETURN VALUE 'R'.
               88 EH-ADJUST-NONE VALUE 'N'.
           05 EH-ADJUST-AMOUNT PIC 9(6).
           05 EH-COVER-DATA PIC X(1102).
