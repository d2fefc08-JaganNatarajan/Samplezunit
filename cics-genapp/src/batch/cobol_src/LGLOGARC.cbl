000130*|   CHGHIST ARCHIVE GENERATIONS BEHIND ITS CHGARCH DD, SO THE   |
000140*|   REGULATOR'S MULTI-YEAR LOOK-BACKS STILL ANSWER FROM THE     |
000150*|   ARCHIVES WHILE THE LIVE FILES STAY SHORT.                   |
000153*|   WHILE CLMPAY IS TRIMMED ITS FILE GROUP IS READ-ONLY TO THE  |
000156*|   ONLINE SYSTEM ON SVCCTL (SEE CASVCCTL).                     |
000160*+---------------------------------------------------------------+
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.              LGLOGARC.
000250*   02/09/2026 IAG  INITIAL VERSION - RETENTION-DATE ARCHIVE
000260*                   CYCLING FOR CHGHIST, RCLOG, SECRAUD AND
000270*                   CLMPAY.
      *   15/10/2026 IAG  CLMPAY ROWS GREW THE PAYEE BANK DETAILS AND
      *                   DISBURSEMENT STATE - CLMARCH WIDENED TO MATCH.
      *                   A ROW STILL WAITING ON THE BANK (PENDING OR
      *                   SENT) IS KEPT LIVE WHATEVER ITS AGE, SO
      *                   LGCLMDSB AND LGCLMACK NEVER LOSE A PAYMENT.
      *   15/10/2026 IAG  THE CLMPAY TRIM NOW HOLDS THE CLMPAY GROUP
      *                   READ-ONLY ON SVCCTL, LOGGED ON SVCLOG, SO NO
      *                   PAYMENT IS WRITTEN ONLINE UNDER IT. A RERUN
      *                   AFTER AN ABEND TAKES ITS OWN WINDOW BACK - SEE
      *                   8500-START-BATCH-WINDOW.
000280*-----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000640     SELECT CLMARCH ASSIGN TO CLMARCH
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS LA-CLMARCH-STATUS.
000661     SELECT SVCCTL ASSIGN TO SVCCTL
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS SC-FILE-GROUP
000665         FILE STATUS IS LA-SVCCTL-STATUS.
000666     SELECT SVCLOG ASSIGN TO SVCLOG
000667         ORGANIZATION IS SEQUENTIAL
000668         FILE STATUS IS LA-SVCLOG-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CHGHIST.
000900 FD  CLMPAY.
000910 COPY CACLMPAY.
000920 FD  CLMARCH.
000930*    GENERATIONS WRITTEN BEFORE CLMPAY WIDENED ARE 72 BYTES AND
000931*    ARE CONVERTED BY LGCPYCNV BEFORE ANYTHING READS THEM AGAIN.
000932 01  CLMARCH-RECORD PIC X(141).
000933 FD  SVCCTL.
000934 COPY CASVCCTL.
000935 FD  SVCLOG.
000936 COPY CARSVCLG.
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------------
000960* FILE STATUS AND END-OF-FILE CONTROL. A LIVE LOG THAT DOES NOT
001080 77 LA-SECAOUT-STATUS      PIC X(02) VALUE SPACES.
001090 77 LA-CLMPAY-STATUS       PIC X(02) VALUE SPACES.
001100 77 LA-CLMARCH-STATUS      PIC X(02) VALUE SPACES.
001103 77 LA-SVCCTL-STATUS       PIC X(02) VALUE SPACES.
001106 77 LA-SVCLOG-STATUS       PIC X(02) VALUE SPACES.
001110 77 LA-CHG-EOF-SWITCH      PIC X(01) VALUE 'N'.
001120     88 LA-CHG-END-OF-FILE     VALUE 'Y'.
001130 77 LA-RCL-EOF-SWITCH      PIC X(01) VALUE 'N'.
001320*-----------------------------------------------------------------
001330 77 LA-RETAIN-DATE         PIC X(10).
001340 77 LA-CUTOFF-YMD          PIC X(08).
      *-----------------------------------------------------------------
      * SERVICE WINDOW - THE SVCCTL FILE GROUP BEING TAKEN OR RELEASED
      * AND THE STATE THIS JOB HOLDS IT IN WHILE IT RUNS. SEE CASVCCTL.
      *-----------------------------------------------------------------
       78 LA-JOB-NAME            VALUE 'LGLOGARC'.
       77 LA-SVC-GROUP           PIC X(08).
       77 LA-SVC-STATE           PIC X(01).
           88 LA-SVC-READ-ONLY       VALUE 'R'.
           88 LA-SVC-CLOSED          VALUE 'C'.
       01 LA-TIMESTAMP.
           05 LA-TS-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE '-'.
           05 LA-TS-HH           PIC X(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 LA-TS-MM           PIC X(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 LA-TS-SS           PIC X(02).
           05 FILLER             PIC X(09) VALUE SPACES.
       01 LA-TIME-OF-DAY.
           05 LA-TOD-HH          PIC X(02).
           05 LA-TOD-MM          PIC X(02).
           05 LA-TOD-SS          PIC X(02).
           05 LA-TOD-HS          PIC X(02).
001350*-----------------------------------------------------------------
001360* RUN COUNTERS, DISPLAYED AT END OF JOB - ARCHIVED AND KEPT PER
001370* LOG.
002350     IF LA-SEC-IS-PRESENT
002360         OPEN OUTPUT SECAOUT
002370         PERFORM 1100-CHECK-OUTPUT-STATUS THRU 1100-EXIT
           END-IF
           IF LA-CLM-IS-PRESENT
               OPEN I-O SVCCTL
               IF LA-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGLOGARC: OPEN SVCCTL FAILED, STATUS='
                       LA-SVCCTL-STATUS
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               OPEN EXTEND SVCLOG
               IF LA-SVCLOG-STATUS = '35'
                   OPEN OUTPUT SVCLOG
               END-IF
               IF LA-SVCLOG-STATUS NOT = '00'
                   DISPLAY 'LGLOGARC: OPEN SVCLOG FAILED, STATUS='
                       LA-SVCLOG-STATUS
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
               SET LA-SVC-READ-ONLY TO TRUE
               MOVE 'CLMPAY' TO LA-SVC-GROUP
               PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
002380     END-IF.
002390 1000-EXIT.
002400     EXIT.
003850*|   CLMPAY IS A KSDS, NOT A QUEUE-BACKED DATASET, SO IT TRIMS   |
003860*|   IN PLACE - EACH ROW OLDER THAN THE CUTOFF IS COPIED TO THE  |
003870*|   ARCHIVE AND THEN DELETED FROM THE FILE. THE TIMESTAMP SITS  |
003880*|   INSIDE THE RECORD KEY, AFTER THE POLICY NUMBER. A PAYMENT   |
003883*|   THE BANK HAS NOT YET CONFIRMED OR RETURNED STAYS LIVE, AS   |
003886*|   THE DISBURSEMENT RUNS STILL HAVE TO FIND IT.                |
003890*+---------------------------------------------------------------+
003900 5000-CYCLE-CLMPAY.
003910     READ CLMPAY NEXT RECORD
003940         NOT AT END
003950             IF PY-TIMESTAMP(1:8) NUMERIC
003960                     AND PY-TIMESTAMP(1:8) < LA-CUTOFF-YMD
003965                     AND NOT PY-DISBURSE-OUTSTANDING
003970                 WRITE CLMARCH-RECORD FROM CLAIM-PAYMENT-RECORD
003980                 IF LA-CLMARCH-STATUS NOT = '00'
003990                     DISPLAY 'LGLOGARC: WRITE CLMARCH FAILED,'
004120             END-IF
004130     END-READ.
004140 5000-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8100-BUILD-TIMESTAMP                                          |
      *|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
      *|   LOGS, FOR THE SVCCTL WINDOW START AND THE SVCLOG ROWS.      |
      *+---------------------------------------------------------------+
       8100-BUILD-TIMESTAMP.
           ACCEPT LA-TS-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME-OF-DAY FROM TIME
           MOVE LA-TOD-HH TO LA-TS-HH
           MOVE LA-TOD-MM TO LA-TS-MM
           MOVE LA-TOD-SS TO LA-TS-SS.
       8100-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8500-START-BATCH-WINDOW                                       |
      *|   TAKE THE LA-SVC-GROUP FILE GROUP INTO LA-SVC-STATE ON       |
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
           MOVE LA-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           EVALUATE TRUE
               WHEN LA-SVCCTL-STATUS = '23'
                   MOVE LA-SVC-GROUP TO SC-FILE-GROUP
                   MOVE LA-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LA-JOB-NAME TO SC-JOB-NAME
                   MOVE LA-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   WRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN LA-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGLOGARC: READ SVCCTL FAILED, STATUS='
                       LA-SVCCTL-STATUS ' GROUP=' LA-SVC-GROUP
                   PERFORM 9900-ABEND THRU 9900-EXIT
               WHEN SC-SERVICE-OPEN
                   MOVE LA-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LA-JOB-NAME TO SC-JOB-NAME
                   MOVE LA-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN SC-JOB-NAME = LA-JOB-NAME
                   DISPLAY 'LGLOGARC: RESTARTING THE ' LA-SVC-GROUP
                       ' WINDOW OPENED ' SC-WINDOW-START
                   MOVE LA-SVC-STATE TO SC-SERVICE-STATE
                   ADD 1 TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-RESTART TO TRUE
               WHEN OTHER
                   DISPLAY 'LGLOGARC: ' LA-SVC-GROUP ' WINDOW HELD BY '
                       SC-JOB-NAME ' SINCE ' SC-WINDOW-START
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE
           IF LA-SVCCTL-STATUS NOT = '00'
               DISPLAY 'LGLOGARC: UPDATE SVCCTL FAILED, STATUS='
                   LA-SVCCTL-STATUS ' GROUP=' LA-SVC-GROUP
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           MOVE LA-SVC-STATE TO SL-SERVICE-STATE
           PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT.
       8500-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8600-END-BATCH-WINDOW                                         |
      *|   THE RUN COMPLETED - HAND LA-SVC-GROUP BACK TO THE ONLINE    |
      *|   SYSTEM. ONLY A GROUP THIS JOB STILL HOLDS IS RELEASED; ONE  |
      *|   ALREADY OPEN, OR TAKEN OVER BY AN OPERATOR FOR ANOTHER      |
      *|   JOB, IS REPORTED AND LEFT AS IT IS.                         |
      *+---------------------------------------------------------------+
       8600-END-BATCH-WINDOW.
           MOVE LA-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           IF LA-SVCCTL-STATUS NOT = '00'
                   OR SC-SERVICE-OPEN
                   OR SC-JOB-NAME NOT = LA-JOB-NAME
               DISPLAY 'LGLOGARC: ' LA-SVC-GROUP ' WINDOW NOT HELD BY'
                   ' THIS JOB - LEFT AS IT IS, STATUS='
                   LA-SVCCTL-STATUS
           ELSE
               MOVE 'O' TO SC-SERVICE-STATE
               REWRITE SERVICE-CONTROL-RECORD
               IF LA-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGLOGARC: UPDATE SVCCTL FAILED, STATUS='
                       LA-SVCCTL-STATUS ' GROUP=' LA-SVC-GROUP
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
           MOVE LA-TIMESTAMP TO SL-TIMESTAMP
           MOVE LA-SVC-GROUP TO SL-FILE-GROUP
           MOVE LA-JOB-NAME TO SL-JOB-NAME
           WRITE SERVICE-LOG-RECORD
           IF LA-SVCLOG-STATUS NOT = '00'
               DISPLAY 'LGLOGARC: WRITE SVCLOG FAILED, STATUS='
                   LA-SVCLOG-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       8700-EXIT.
004150     EXIT.
004160*+---------------------------------------------------------------+
004170*| 9900-ABEND                                                    |
004470         CLOSE SECRAUD SECARCH SECAOUT
004480     END-IF
004490     IF LA-CLM-IS-PRESENT
004500         PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
004502         MOVE 'CLMPAY' TO LA-SVC-GROUP
004504         PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
004506         CLOSE CLMPAY CLMARCH SVCCTL SVCLOG
004510     END-IF
004520     GOBACK.
004530 9999-EXIT-EXIT.
