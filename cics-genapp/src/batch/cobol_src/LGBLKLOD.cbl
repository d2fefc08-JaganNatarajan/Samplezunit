000110*|   RESTART. PROGRESS IS CHECKPOINTED THE WAY LGEXCPRC DOES IT  |
000120*|   SO AN ABEND MID-LOAD RESUMES INSTEAD OF HALF-LOADING THE    |
000130*|   BOOK TWICE - NO MORE THREE WEEKS OF 3270 OVERTIME.          |
000133*|   WHILE THE LOAD RUNS THE CUSTOMER AND POLICY FILE GROUPS ARE |
000136*|   READ-ONLY TO THE ONLINE SYSTEM ON SVCCTL (SEE CASVCCTL).    |
000140*+---------------------------------------------------------------+
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.              LGBLKLOD.
000430*                   CHECKPOINTS IMMEDIATELY, SO NO ALLOCATION
000440*                   OR RENUMBERING CAN FALL IN THE GAP BETWEEN
000450*                   INTERVAL CHECKPOINTS.
000451*   15/10/2026 IAG  THE LOAD NOW HOLDS THE CUSTOMER AND POLICY
000452*                   GROUPS READ-ONLY ON SVCCTL FROM START TO END,
000453*                   LOGGING BOTH ON SVCLOG. A CHECKPOINT RESTART
000454*                   TAKES ITS OWN WINDOW BACK - SEE
000455*                   8500-START-BATCH-WINDOW.
000460*-----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CT-CONTROL-ID
000780         FILE STATUS IS LL-CNTLFIL-STATUS.
000781     SELECT SVCCTL ASSIGN TO SVCCTL
000782         ORGANIZATION IS INDEXED
000783         ACCESS MODE IS RANDOM
000784         RECORD KEY IS SC-FILE-GROUP
000785         FILE STATUS IS LL-SVCCTL-STATUS.
000786     SELECT SVCLOG ASSIGN TO SVCLOG
000787         ORGANIZATION IS SEQUENTIAL
000788         FILE STATUS IS LL-SVCLOG-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  INTFILE
001020 COPY CARBLCKP.
001030 FD  CNTLFIL.
001040 COPY CACNTLMS.
001042 FD  SVCCTL.
001044 COPY CASVCCTL.
001046 FD  SVCLOG.
001048 COPY CARSVCLG.
001050 WORKING-STORAGE SECTION.
001060 COPY CAPOLLEN.
001070*-----------------------------------------------------------------
001140 77 LL-REJFILE-STATUS      PIC X(02).
001150 77 LL-BLCKPT-STATUS       PIC X(02).
001160 77 LL-CNTLFIL-STATUS      PIC X(02).
001163 77 LL-SVCCTL-STATUS       PIC X(02).
001166 77 LL-SVCLOG-STATUS       PIC X(02).
001170*    NO CONTROL FILE (STATUS 35) MEANS NO ALLOCATION - ZERO
001180*    KEYS REJECT AS NALC AND COLLISIONS REJECT AS DUPK, THE
001190*    PRE-ALLOCATION BEHAVIOUR.
001770     05 LL-EMAIL-SWITCH    PIC X(01) VALUE 'Y'.
001780         88 LL-EMAIL-IS-VALID    VALUE 'Y'.
001790         88 LL-EMAIL-IS-INVALID  VALUE 'N'.
      *-----------------------------------------------------------------
      * SERVICE WINDOW - THE SVCCTL FILE GROUP BEING TAKEN OR RELEASED
      * AND THE STATE THIS JOB HOLDS IT IN WHILE IT RUNS. SEE CASVCCTL.
      *-----------------------------------------------------------------
       78 LL-JOB-NAME            VALUE 'LGBLKLOD'.
       77 LL-SVC-GROUP           PIC X(08).
       77 LL-SVC-STATE           PIC X(01).
           88 LL-SVC-READ-ONLY       VALUE 'R'.
           88 LL-SVC-CLOSED          VALUE 'C'.
       01 LL-TIMESTAMP.
           05 LL-TS-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE '-'.
           05 LL-TS-HH           PIC X(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 LL-TS-MM           PIC X(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 LL-TS-SS           PIC X(02).
           05 FILLER             PIC X(09) VALUE SPACES.
       01 LL-TIME-OF-DAY.
           05 LL-TOD-HH          PIC X(02).
           05 LL-TOD-MM          PIC X(02).
           05 LL-TOD-SS          PIC X(02).
           05 LL-TOD-HS          PIC X(02).
001800*+---------------------------------------------------------------+
001810*| 0000-MAINLINE                                                 |
001820*+---------------------------------------------------------------+
002320     END-EVALUATE
002330     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
002340     PERFORM 1150-OPEN-REJFILE THRU 1150-EXIT
           OPEN I-O SVCCTL
           IF LL-SVCCTL-STATUS NOT = '00'
               DISPLAY 'LGBLKLOD: OPEN SVCCTL FAILED, STATUS='
                   LL-SVCCTL-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           OPEN EXTEND SVCLOG
           IF LL-SVCLOG-STATUS = '35'
               OPEN OUTPUT SVCLOG
           END-IF
           IF LL-SVCLOG-STATUS NOT = '00'
               DISPLAY 'LGBLKLOD: OPEN SVCLOG FAILED, STATUS='
                   LL-SVCLOG-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
           SET LL-SVC-READ-ONLY TO TRUE
           MOVE 'CUSTOMER' TO LL-SVC-GROUP
           PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
           MOVE 'POLICY' TO LL-SVC-GROUP
           PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
002350     PERFORM 1200-SKIP-APPLIED THRU 1200-EXIT.
002360 1000-EXIT.
002370     EXIT.
007220 7000-EXIT.
007230     EXIT.
007240*+---------------------------------------------------------------+
      *| 8100-BUILD-TIMESTAMP                                          |
      *|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
      *|   LOGS, FOR THE SVCCTL WINDOW START AND THE SVCLOG ROWS.      |
      *+---------------------------------------------------------------+
       8100-BUILD-TIMESTAMP.
           ACCEPT LL-TS-DATE FROM DATE YYYYMMDD
           ACCEPT LL-TIME-OF-DAY FROM TIME
           MOVE LL-TOD-HH TO LL-TS-HH
           MOVE LL-TOD-MM TO LL-TS-MM
           MOVE LL-TOD-SS TO LL-TS-SS.
       8100-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8500-START-BATCH-WINDOW                                       |
      *|   TAKE THE LL-SVC-GROUP FILE GROUP INTO LL-SVC-STATE ON       |
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
           MOVE LL-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           EVALUATE TRUE
               WHEN LL-SVCCTL-STATUS = '23'
                   MOVE LL-SVC-GROUP TO SC-FILE-GROUP
                   MOVE LL-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LL-JOB-NAME TO SC-JOB-NAME
                   MOVE LL-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   WRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN LL-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGBLKLOD: READ SVCCTL FAILED, STATUS='
                       LL-SVCCTL-STATUS ' GROUP=' LL-SVC-GROUP
                   PERFORM 9900-ABEND THRU 9900-EXIT
               WHEN SC-SERVICE-OPEN
                   MOVE LL-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LL-JOB-NAME TO SC-JOB-NAME
                   MOVE LL-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN SC-JOB-NAME = LL-JOB-NAME
                   DISPLAY 'LGBLKLOD: RESTARTING THE ' LL-SVC-GROUP
                       ' WINDOW OPENED ' SC-WINDOW-START
                   MOVE LL-SVC-STATE TO SC-SERVICE-STATE
                   ADD 1 TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-RESTART TO TRUE
               WHEN OTHER
                   DISPLAY 'LGBLKLOD: ' LL-SVC-GROUP ' WINDOW HELD BY '
                       SC-JOB-NAME ' SINCE ' SC-WINDOW-START
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE
           IF LL-SVCCTL-STATUS NOT = '00'
               DISPLAY 'LGBLKLOD: UPDATE SVCCTL FAILED, STATUS='
                   LL-SVCCTL-STATUS ' GROUP=' LL-SVC-GROUP
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           MOVE LL-SVC-STATE TO SL-SERVICE-STATE
           PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT.
       8500-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8600-END-BATCH-WINDOW                                         |
      *|   THE RUN COMPLETED - HAND LL-SVC-GROUP BACK TO THE ONLINE    |
      *|   SYSTEM. ONLY A GROUP THIS JOB STILL HOLDS IS RELEASED; ONE  |
      *|   ALREADY OPEN, OR TAKEN OVER BY AN OPERATOR FOR ANOTHER      |
      *|   JOB, IS REPORTED AND LEFT AS IT IS.                         |
      *+---------------------------------------------------------------+
       8600-END-BATCH-WINDOW.
           MOVE LL-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           IF LL-SVCCTL-STATUS NOT = '00'
                   OR SC-SERVICE-OPEN
                   OR SC-JOB-NAME NOT = LL-JOB-NAME
               DISPLAY 'LGBLKLOD: ' LL-SVC-GROUP ' WINDOW NOT HELD BY'
                   ' THIS JOB - LEFT AS IT IS, STATUS='
                   LL-SVCCTL-STATUS
           ELSE
               MOVE 'O' TO SC-SERVICE-STATE
               REWRITE SERVICE-CONTROL-RECORD
               IF LL-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGBLKLOD: UPDATE SVCCTL FAILED, STATUS='
                       LL-SVCCTL-STATUS ' GROUP=' LL-SVC-GROUP
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
           MOVE LL-TIMESTAMP TO SL-TIMESTAMP
           MOVE LL-SVC-GROUP TO SL-FILE-GROUP
           MOVE LL-JOB-NAME TO SL-JOB-NAME
           WRITE SERVICE-LOG-RECORD
           IF LL-SVCLOG-STATUS NOT = '00'
               DISPLAY 'LGBLKLOD: WRITE SVCLOG FAILED, STATUS='
                   LL-SVCLOG-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       8700-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
007250*| 9900-ABEND                                                    |
007260*|   A PRIMARY FILE DID NOT OPEN, READ OR WRITE CLEANLY - STOP   |
007270*|   WITHOUT A COMPLETE CHECKPOINT SO THE RERUN RESUMES FROM     |
007440     IF LL-CNTL-IS-PRESENT
007450         CLOSE CNTLFIL
007460     END-IF
007461     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
007462     MOVE 'CUSTOMER' TO LL-SVC-GROUP
007463     PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
007464     MOVE 'POLICY' TO LL-SVC-GROUP
007465     PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
007470     CLOSE INTFILE CUSTFILE POLYFILE SECRFILE REJFILE
007475     CLOSE SVCCTL SVCLOG
007480     GOBACK.
007490 9999-EXIT-EXIT.
007500     EXIT.
