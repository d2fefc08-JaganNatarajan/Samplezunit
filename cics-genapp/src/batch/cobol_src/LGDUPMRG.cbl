000130*|   MERGE ROW SO THE WHOLE THING IS TRACEABLE. A MERGE CHANGES  |
000140*|   CUSTFILE WITH NO MATCHING RCLOG REQUEST, SO REBASELINE THE  |
000150*|   LGDAYBAL CONTROL FILE (SCRATCH CTLIN) AFTER A MERGE DAY.    |
000153*|   WHILE A MERGE RUNS THE CUSTOMER AND POLICY FILE GROUPS ARE  |
000156*|   CLOSED TO THE ONLINE SYSTEM ON SVCCTL (SEE CASVCCTL).       |
000160*+---------------------------------------------------------------+
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.              LGDUPMRG.
000240* MODIFICATION HISTORY
000250*   02/09/2026 IAG  INITIAL VERSION - CANDIDATE-PAIR REPORT AND
000260*                   AUDITED TWO-NUMBER MERGE.
000261*   15/10/2026 IAG  A MERGE NOW CLOSES THE CUSTOMER AND POLICY
000262*                   GROUPS ON SVCCTL ONCE THE PAIR IS CHECKED AND
000263*                   REOPENS THEM AT THE END, LOGGING BOTH ON
000264*                   SVCLOG. A RERUN AFTER AN ABEND TAKES ITS OWN
000265*                   WINDOW BACK - SEE 8500-START-BATCH-WINDOW.
000266*   15/10/2026 IAG  REPORT MODE SKIPS CUSTOMERS ANONYMISED BY
000267*                   LGANONYM - THEIR PLACEHOLDER NAMES AND DATES
000268*                   WOULD OTHERWISE ALL PAIR WITH EACH OTHER.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000490     SELECT CHGHIST ASSIGN TO CHGHIST
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS LM-CHGHIST-STATUS.
000511     SELECT SVCCTL ASSIGN TO SVCCTL
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS SC-FILE-GROUP
000515         FILE STATUS IS LM-SVCCTL-STATUS.
000516     SELECT SVCLOG ASSIGN TO SVCLOG
000517         ORGANIZATION IS SEQUENTIAL
000518         FILE STATUS IS LM-SVCLOG-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CUSTFILE.
000660 COPY CARDUPRP.
000670 FD  CHGHIST.
000680 COPY CACHGHST.
000682 FD  SVCCTL.
000684 COPY CASVCCTL.
000686 FD  SVCLOG.
000688 COPY CARSVCLG.
000690 WORKING-STORAGE SECTION.
000700 COPY CAPOLLEN.
000705 COPY CACUSANO.
000710*-----------------------------------------------------------------
000720* FILE STATUS AND END-OF-FILE CONTROL.
000730*-----------------------------------------------------------------
000790 77 LM-SECRFILE-STATUS     PIC X(02).
000800 77 LM-DUPRPT-STATUS       PIC X(02).
000810 77 LM-CHGHIST-STATUS      PIC X(02).
000813 77 LM-SVCCTL-STATUS       PIC X(02).
000816 77 LM-SVCLOG-STATUS       PIC X(02).
000820 77 LM-CUST-EOF-SWITCH     PIC X(01) VALUE 'N'.
000830     88 LM-CUST-END-OF-FILE    VALUE 'Y'.
000840 77 LM-POLY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000950     88 LM-MODE-MERGE          VALUE 'M'.
000960 77 LM-SURVIVOR-NUM        PIC 9(10).
000970 77 LM-LOSER-NUM           PIC 9(10).
000971*-----------------------------------------------------------------
000972* SERVICE WINDOW - THE SVCCTL FILE GROUP BEING TAKEN OR RELEASED
000973* AND THE STATE THIS JOB HOLDS IT IN WHILE IT RUNS. SEE CASVCCTL.
000974*-----------------------------------------------------------------
000975 78 LM-JOB-NAME            VALUE 'LGDUPMRG'.
000976 77 LM-SVC-GROUP           PIC X(08).
000977 77 LM-SVC-STATE           PIC X(01).
000978     88 LM-SVC-READ-ONLY       VALUE 'R'.
000979     88 LM-SVC-CLOSED          VALUE 'C'.
000980*-----------------------------------------------------------------
000990* CANDIDATE-MATCH TABLE FOR REPORT MODE - THE MATCH FIELDS OF
001000* EVERY CUSTOMER SEEN SO FAR. EACH NEW RECORD IS COMPARED
001400*-----------------------------------------------------------------
001410 77 LM-CUSTOMERS-READ      PIC 9(09) COMP VALUE ZERO.
001420 77 LM-PAIRS-PRINTED       PIC 9(09) COMP VALUE ZERO.
001425 77 LM-ANONYM-SKIPPED      PIC 9(09) COMP VALUE ZERO.
001430 77 LM-POLICIES-MOVED      PIC 9(09) COMP VALUE ZERO.
001440*+---------------------------------------------------------------+
001450*| 0000-MAINLINE                                                 |
002130                 LM-CHGHIST-STATUS
002140             PERFORM 9900-ABEND THRU 9900-EXIT
002150         END-IF
               OPEN I-O SVCCTL
               IF LM-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGDUPMRG: OPEN SVCCTL FAILED, STATUS='
                       LM-SVCCTL-STATUS
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               OPEN EXTEND SVCLOG
               IF LM-SVCLOG-STATUS = '35'
                   OPEN OUTPUT SVCLOG
               END-IF
               IF LM-SVCLOG-STATUS NOT = '00'
                   DISPLAY 'LGDUPMRG: OPEN SVCLOG FAILED, STATUS='
                       LM-SVCLOG-STATUS
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
002160     END-IF
002170     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT.
002180 1000-EXIT.
002200*+---------------------------------------------------------------+
002210*| 2000-SCAN-CUSTOMERS                                           |
002220*|   REPORT MODE. EACH RECORD IS COMPARED AGAINST EVERY         |
002230*|   CUSTOMER ALREADY SEEN AND THEN ADDED TO THE TABLE. AN       |
002240*|   ANONYMISED CUSTOMER (CACUSANO) IS COUNTED AND PASSED OVER - |
002250*|   THE PLACEHOLDERS MATCH EACH OTHER BUT MEAN NOTHING.         |
002260*+---------------------------------------------------------------+
002270 2000-SCAN-CUSTOMERS.
002280     READ CUSTFILE NEXT RECORD
002300             SET LM-CUST-END-OF-FILE TO TRUE
002310         NOT AT END
002320             ADD 1 TO LM-CUSTOMERS-READ
002330             IF CA-FIRST-NAME = AN-FIRST-NAME
002340                     AND CA-LAST-NAME = AN-LAST-NAME
002350                 ADD 1 TO LM-ANONYM-SKIPPED
002360             ELSE
002370                 PERFORM 2050-TABLE-CUSTOMER THRU 2050-EXIT
002410             END-IF
002480     END-READ.
002490 2000-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 2050-TABLE-CUSTOMER                                           |
      *|   PAIR THE RECORD WITH EVERY CUSTOMER ALREADY SEEN, THEN ADD  |
      *|   IT TO THE TABLE. A FULL TABLE WOULD SILENTLY STOP FINDING   |
      *|   DUPLICATES, SO STOP LOUDLY INSTEAD.                         |
      *+---------------------------------------------------------------+
       2050-TABLE-CUSTOMER.
           PERFORM 2100-MATCH-CUSTOMER THRU 2100-EXIT
               VARYING LM-SEARCH-INDEX FROM 1 BY 1
               UNTIL LM-SEARCH-INDEX > MT-COUNT-USED
           IF MT-COUNT-USED >= LM-MAX-CUSTOMERS
               DISPLAY 'LGDUPMRG: MATCH TABLE FULL AT '
                   CM-CUSTOMER-NUM
                   ' - RAISE LM-MAX-CUSTOMERS'
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           ADD 1 TO MT-COUNT-USED
           MOVE CM-CUSTOMER-NUM TO MT-CUSTOMER-NUM(MT-COUNT-USED)
           MOVE CA-LAST-NAME TO MT-LAST-NAME(MT-COUNT-USED)
           MOVE CA-DOB TO MT-DOB(MT-COUNT-USED)
           MOVE CA-POSTCODE TO MT-POSTCODE(MT-COUNT-USED).
       2050-EXIT.
002500     EXIT.
002510 2100-MATCH-CUSTOMER.
002520     IF CA-LAST-NAME = MT-LAST-NAME(LM-SEARCH-INDEX)
002740*|   MERGE MODE. BOTH NUMBERS MUST BE ON CUSTFILE - THE PAIR     |
002750*|   CAME OFF THE CANDIDATE REPORT AND WAS CHECKED BY A PERSON,  |
002760*|   SO ANYTHING MISSING MEANS THE WRONG CARD WAS SUBMITTED AND  |
002770*|   NOTHING IS TOUCHED. THEN, WITH THE ONLINE SYSTEM KEPT OFF   |
002780*|   BOTH FILE GROUPS: POLICIES REASSIGNED, SECURITY ROW FOLDED  |
002785*|   IN, DUPLICATE REMOVED - EACH STEP ON CHGHIST.               |
002790*+---------------------------------------------------------------+
002800 3000-MERGE-PAIR.
002810     MOVE LM-SURVIVOR-NUM TO CM-CUSTOMER-NUM
002920             ' NOT ON CUSTFILE, STATUS=' LM-CUSTFILE-STATUS
002930         PERFORM 9900-ABEND THRU 9900-EXIT
002940     END-IF
002941     SET LM-SVC-CLOSED TO TRUE
002942     MOVE 'CUSTOMER' TO LM-SVC-GROUP
002943     PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
002944     MOVE 'POLICY' TO LM-SVC-GROUP
002945     PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
002950     PERFORM 4000-REASSIGN-POLICY THRU 4000-EXIT
002960         UNTIL LM-POLY-END-OF-FILE
002970     PERFORM 5000-FOLD-SECURITY-ROW THRU 5000-EXIT
004400 8200-EXIT.
004410     EXIT.
004420*+---------------------------------------------------------------+
      *| 8500-START-BATCH-WINDOW                                       |
      *|   TAKE THE LM-SVC-GROUP FILE GROUP INTO LM-SVC-STATE ON       |
      *|   SVCCTL SO LGICDB01 HOLDS BACK THE ONLINE REQUESTS THAT      |
      *|   WOULD CLASH WITH THIS RUN. A GROUP ALREADY HELD BY THIS     |
      *|   JOB IS WHAT AN ABENDED EARLIER RUN LEFT BEHIND - THIS IS    |
      *|   ITS RESTART, SO THE WINDOW KEEPS ITS ORIGINAL START AND     |
      *|   COUNTS ONE MORE RESTART. A GROUP HELD BY ANY OTHER JOB      |
      *|   STOPS THE RUN: TWO JOBS MUST NOT SHARE THE FILES, AND       |
      *|   RELEASING THIS ONE LATER WOULD REOPEN THEM UNDER THE        |
      *|   OTHER.                                                      |
      *+---------------------------------------------------------------+
       8500-START-BATCH-WINDOW.
           MOVE LM-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           EVALUATE TRUE
               WHEN LM-SVCCTL-STATUS = '23'
                   MOVE LM-SVC-GROUP TO SC-FILE-GROUP
                   MOVE LM-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LM-JOB-NAME TO SC-JOB-NAME
                   MOVE LM-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   WRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN LM-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGDUPMRG: READ SVCCTL FAILED, STATUS='
                       LM-SVCCTL-STATUS ' GROUP=' LM-SVC-GROUP
                   PERFORM 9900-ABEND THRU 9900-EXIT
               WHEN SC-SERVICE-OPEN
                   MOVE LM-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LM-JOB-NAME TO SC-JOB-NAME
                   MOVE LM-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN SC-JOB-NAME = LM-JOB-NAME
                   DISPLAY 'LGDUPMRG: RESTARTING THE ' LM-SVC-GROUP
                       ' WINDOW OPENED ' SC-WINDOW-START
                   MOVE LM-SVC-STATE TO SC-SERVICE-STATE
                   ADD 1 TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-RESTART TO TRUE
               WHEN OTHER
                   DISPLAY 'LGDUPMRG: ' LM-SVC-GROUP ' WINDOW HELD BY '
                       SC-JOB-NAME ' SINCE ' SC-WINDOW-START
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE
           IF LM-SVCCTL-STATUS NOT = '00'
               DISPLAY 'LGDUPMRG: UPDATE SVCCTL FAILED, STATUS='
                   LM-SVCCTL-STATUS ' GROUP=' LM-SVC-GROUP
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           MOVE LM-SVC-STATE TO SL-SERVICE-STATE
           PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT.
       8500-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8600-END-BATCH-WINDOW                                         |
      *|   THE RUN COMPLETED - HAND LM-SVC-GROUP BACK TO THE ONLINE    |
      *|   SYSTEM. ONLY A GROUP THIS JOB STILL HOLDS IS RELEASED; ONE  |
      *|   ALREADY OPEN, OR TAKEN OVER BY AN OPERATOR FOR ANOTHER      |
      *|   JOB, IS REPORTED AND LEFT AS IT IS.                         |
      *+---------------------------------------------------------------+
       8600-END-BATCH-WINDOW.
           MOVE LM-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           IF LM-SVCCTL-STATUS NOT = '00'
                   OR SC-SERVICE-OPEN
                   OR SC-JOB-NAME NOT = LM-JOB-NAME
               DISPLAY 'LGDUPMRG: ' LM-SVC-GROUP ' WINDOW NOT HELD BY'
                   ' THIS JOB - LEFT AS IT IS, STATUS='
                   LM-SVCCTL-STATUS
           ELSE
               MOVE 'O' TO SC-SERVICE-STATE
               REWRITE SERVICE-CONTROL-RECORD
               IF LM-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGDUPMRG: UPDATE SVCCTL FAILED, STATUS='
                       LM-SVCCTL-STATUS ' GROUP=' LM-SVC-GROUP
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               SET SL-EVENT-END TO TRUE
               MOVE 'O' TO SL-SERVICE-STATE
               PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT
           END-IF.
       8600-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8700-WRITE-SERVICE-LOG                                        |
      *|   ONE SVCLOG ROW FOR THE SVCCTL CHANGE JUST MADE. THE CALLER  |
      *|   HAS SET SL-EVENT AND SL-SERVICE-STATE.                      |
      *+---------------------------------------------------------------+
       8700-WRITE-SERVICE-LOG.
           MOVE LM-TIMESTAMP TO SL-TIMESTAMP
           MOVE LM-SVC-GROUP TO SL-FILE-GROUP
           MOVE LM-JOB-NAME TO SL-JOB-NAME
           WRITE SERVICE-LOG-RECORD
           IF LM-SVCLOG-STATUS NOT = '00'
               DISPLAY 'LGDUPMRG: WRITE SVCLOG FAILED, STATUS='
                   LM-SVCLOG-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       8700-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
004430*| 9900-ABEND                                                    |
004440*|   BAD ARGUMENTS OR A FILE THAT DID NOT OPEN, READ OR WRITE    |
004450*|   CLEANLY - STOP. THE MERGE ORDER (POLICIES, SECURITY,        |
004580     IF LM-MODE-REPORT
004590         DISPLAY 'LGDUPMRG: CUSTOMERS=' LM-CUSTOMERS-READ
004600             ' CANDIDATE PAIRS=' LM-PAIRS-PRINTED
004605             ' ANONYMISED SKIPPED=' LM-ANONYM-SKIPPED
004610         CLOSE CUSTFILE DUPRPT
004620     ELSE
004630         DISPLAY 'LGDUPMRG: MERGED ' LM-LOSER-NUM
004640             ' INTO ' LM-SURVIVOR-NUM
004650             ' POLICIES MOVED=' LM-POLICIES-MOVED
004660         PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
004661         MOVE 'CUSTOMER' TO LM-SVC-GROUP
004662         PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
004663         MOVE 'POLICY' TO LM-SVC-GROUP
004664         PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
004665         CLOSE CUSTFILE POLYFILE SECRFILE CHGHIST SVCCTL SVCLOG
004670     END-IF
004680     GOBACK.
004690 9999-EXIT-EXIT.
