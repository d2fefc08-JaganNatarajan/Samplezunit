000010*+---------------------------------------------------------------+
000020*| LGCLMACK                                                      |
000030*|   CLAIMS PAYMENT ACKNOWLEDGEMENT. READS THE BANK'S REPLY TO   |
000040*|   THE BULK PAYMENT FILE LGCLMDSB SENT (BANKACK) AND MARKS     |
000050*|   EACH CLMPAY ROW CONFIRMED OR RETURNED. A RETURNED PAYMENT   |
000060*|   IS TAKEN BACK OFF THE CLAIM'S PAID-TO-DATE, SHOWS AGAINST   |
000070*|   THE CLAIM ON THE 01IPYH PAYMENT HISTORY SO THE HANDLER CAN  |
000080*|   CHASE CORRECTED BANK DETAILS, AND GOES ON THE EXCEPTIONS    |
000090*|   REPORT WITH ANY REPLY THAT CANNOT BE MATCHED TO A PAYMENT   |
000093*|   AWAITING THE BANK. THE CLAIMS ARE CHANGED UNDER THE POLICY  |
000096*|   GROUP'S READ-ONLY SERVICE WINDOW.                           |
000100*+---------------------------------------------------------------+
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.              LGCLMACK.
000130 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000140 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000150 DATE-WRITTEN.            15/10/2026.
000160 DATE-COMPILED.           15/10/2026.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   15/10/2026 IAG  INITIAL VERSION - APPLY BANK ACKNOWLEDGEMENT
000200*                   AND RETURNS TO CLMPAY, EXCEPTIONS REPORT.
000202*   15/10/2026 IAG  A RETURNED PAYMENT IS TAKEN OFF THE CLAIM'S
000204*                   CA-C-PAID, WITH A CHGHIST ROW, UNDER THE
000206*                   POLICY SERVICE WINDOW; ITS RESULT DATE IS THE
000208*                   RUN DATE SO LGGLPOST REVERSES IT THAT DAY.
000210*-----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BANKACK ASSIGN TO BANKACK
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS LZ-BANKACK-STATUS.
000280     SELECT CLMPAY ASSIGN TO CLMPAY
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS PY-PAYMENT-KEY
000320         FILE STATUS IS LZ-CLMPAY-STATUS.
000330     SELECT DSXRPT ASSIGN TO DSXRPT
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS LZ-DSXRPT-STATUS.
           SELECT POLYFILE ASSIGN TO POLYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-POLICY-NUM
               FILE STATUS IS LZ-POLYFILE-STATUS.
           SELECT CHGHIST ASSIGN TO CHGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LZ-CHGHIST-STATUS.
           SELECT SVCCTL ASSIGN TO SVCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-FILE-GROUP
               FILE STATUS IS LZ-SVCCTL-STATUS.
           SELECT SVCLOG ASSIGN TO SVCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LZ-SVCLOG-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  BANKACK.
000390 COPY CARBNKAK.
000400 FD  CLMPAY.
000410 COPY CACLMPAY.
000420 FD  DSXRPT.
000430 COPY CARDSXRP.
       FD  POLYFILE
      *    VARIABLE-LENGTH RECORDS SIZED TO THE POLICY TYPE - SEE
      *    CAPOLLEN. A CLAIM IS REWRITTEN AT THE LENGTH THE READ JUST
      *    RETURNED.
           RECORD IS VARYING IN SIZE FROM 145 TO 32493 CHARACTERS
               DEPENDING ON LZ-POLYFILE-RECLEN.
       COPY CAPOLYMS.
       FD  CHGHIST.
       COPY CACHGHST.
       FD  SVCCTL.
       COPY CASVCCTL.
       FD  SVCLOG.
       COPY CARSVCLG.
000440 WORKING-STORAGE SECTION.
000445 COPY CAPOLLEN.
000450*-----------------------------------------------------------------
000460* FILE STATUS AND END-OF-FILE CONTROL.
000470*-----------------------------------------------------------------
000480 77 LZ-BANKACK-STATUS      PIC X(02).
000490 77 LZ-CLMPAY-STATUS       PIC X(02).
000500 77 LZ-DSXRPT-STATUS       PIC X(02).
000501 77 LZ-POLYFILE-STATUS     PIC X(02).
000502*    SET BY THE ACCESS METHOD ON EVERY READ - THE LENGTH OF THE
000503*    VARIABLE POLYFILE RECORD JUST RETURNED.
000504 77 LZ-POLYFILE-RECLEN     PIC 9(05) COMP.
000505 77 LZ-CHGHIST-STATUS      PIC X(02).
000506 77 LZ-SVCCTL-STATUS       PIC X(02).
000507 77 LZ-SVCLOG-STATUS       PIC X(02).
000510 77 LZ-EOF-SWITCH          PIC X(01) VALUE 'N'.
000520     88 LZ-END-OF-FILE     VALUE 'Y'.
000530*-----------------------------------------------------------------
000540* RUN DATE, READ FROM SYSIN AS A YYYY-MM-DD DATE. USED AS THE
000550* RESULT DATE WHEN THE BANK DOES NOT GIVE ITS PROCESSING DATE.
000560*-----------------------------------------------------------------
000570 77 LZ-RUN-DATE            PIC X(10).
000580*-----------------------------------------------------------------
000590* WHY AN ACKNOWLEDGEMENT GOES ON THE EXCEPTIONS REPORT.
000600*-----------------------------------------------------------------
000610 77 LZ-EXCEPTION-REASON    PIC X(16).
      *-----------------------------------------------------------------
      * SERVICE WINDOW - THE SVCCTL FILE GROUP BEING TAKEN OR RELEASED
      * AND THE STATE THIS JOB HOLDS IT IN WHILE IT RUNS. SEE CASVCCTL.
      *-----------------------------------------------------------------
       78 LZ-JOB-NAME            VALUE 'LGCLMACK'.
       77 LZ-SVC-GROUP           PIC X(08).
       77 LZ-SVC-STATE           PIC X(01).
           88 LZ-SVC-READ-ONLY       VALUE 'R'.
           88 LZ-SVC-CLOSED          VALUE 'C'.
      *-----------------------------------------------------------------
      * CHANGE-HISTORY STAGING - THE SAME SHAPE LGICDB01 USES ONLINE.
      * BATCH HAS NO EIB, SO THE TRANSACTION AND TERMINAL SLOTS CARRY
      * THIS PROGRAM'S MARK INSTEAD.
      *-----------------------------------------------------------------
       01 LZ-CHANGE-WORK.
           05 LZ-CH-KEY          PIC 9(10).
           05 LZ-CH-BEFORE       PIC X(250).
           05 LZ-CH-AFTER        PIC X(250).
       01 LZ-TIMESTAMP.
           05 LZ-TS-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE '-'.
           05 LZ-TS-HH           PIC X(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 LZ-TS-MM           PIC X(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 LZ-TS-SS           PIC X(02).
           05 FILLER             PIC X(09) VALUE SPACES.
       01 LZ-TIME-OF-DAY.
           05 LZ-TOD-HH          PIC X(02).
           05 LZ-TOD-MM          PIC X(02).
           05 LZ-TOD-SS          PIC X(02).
           05 LZ-TOD-HS          PIC X(02).
000620*-----------------------------------------------------------------
000630* RUN TOTALS.
000640*-----------------------------------------------------------------
000650 77 LZ-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
000660 77 LZ-CONFIRMED-COUNT     PIC 9(08) COMP VALUE ZERO.
000670 77 LZ-CONFIRMED-AMOUNT    PIC 9(12) COMP-3 VALUE ZERO.
000680 77 LZ-RETURNED-COUNT      PIC 9(08) COMP VALUE ZERO.
000690 77 LZ-RETURNED-AMOUNT     PIC 9(12) COMP-3 VALUE ZERO.
000700 77 LZ-EXCEPTION-COUNT     PIC 9(08) COMP VALUE ZERO.
000710*-----------------------------------------------------------------
000720* REPORT HEADING AND TRAILER WORK AREAS.
000730*-----------------------------------------------------------------
000740 01 HDG-LINE-1.
000750     05 FILLER PIC X(40) VALUE
000760         'CLAIMS PAYMENT EXCEPTIONS'.
000770     05 FILLER PIC X(92) VALUE SPACES.
000780 01 HDG-DATE-LINE.
000790     05 FILLER PIC X(10) VALUE 'RUN DATE: '.
000800     05 HDG-RUN-DATE PIC X(10).
000810     05 FILLER PIC X(112) VALUE SPACES.
000820 01 HDG-LINE-2.
000830     05 FILLER PIC X(17) VALUE 'REASON'.
000840     05 FILLER PIC X(11) VALUE 'POLICY NO'.
000850     05 FILLER PIC X(27) VALUE 'PAYMENT TIMESTAMP'.
000860     05 FILLER PIC X(11) VALUE '  CLAIM NO'.
000870     05 FILLER PIC X(25) VALUE 'PAYEE NAME'.
000880     05 FILLER PIC X(11) VALUE '    AMOUNT'.
000890     05 FILLER PIC X(05) VALUE 'RSN'.
000900     05 FILLER PIC X(25) VALUE 'BANK REF'.
000910 01 TRL-LINE-1.
000920     05 FILLER PIC X(22) VALUE 'PAYMENTS CONFIRMED:'.
000930     05 TRL-CONFIRMED-COUNT PIC ZZZZZZZ9.
000940     05 FILLER PIC X(04) VALUE SPACES.
000950     05 FILLER PIC X(08) VALUE 'AMOUNT:'.
000960     05 TRL-CONFIRMED-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
000970     05 FILLER PIC X(75) VALUE SPACES.
000980 01 TRL-LINE-2.
000990     05 FILLER PIC X(22) VALUE 'PAYMENTS RETURNED:'.
001000     05 TRL-RETURNED-COUNT PIC ZZZZZZZ9.
001010     05 FILLER PIC X(04) VALUE SPACES.
001020     05 FILLER PIC X(08) VALUE 'AMOUNT:'.
001030     05 TRL-RETURNED-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
001040     05 FILLER PIC X(75) VALUE SPACES.
001050 01 TRL-LINE-3.
001060     05 FILLER PIC X(22) VALUE 'UNMATCHED REPLIES:'.
001070     05 TRL-EXCEPTION-COUNT PIC ZZZZZZZ9.
001080     05 FILLER PIC X(102) VALUE SPACES.
001090*+---------------------------------------------------------------+
001100*| 0000-MAINLINE                                                 |
001110*+---------------------------------------------------------------+
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001150     PERFORM 2000-PROCESS-REPLY THRU 2000-EXIT
001160         UNTIL LZ-END-OF-FILE
001170     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001180     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
001190*+---------------------------------------------------------------+
001200*| 1000-INITIALIZE                                               |
001210*+---------------------------------------------------------------+
001220 1000-INITIALIZE.
001230     OPEN INPUT BANKACK
001240     IF LZ-BANKACK-STATUS NOT = '00'
001250         DISPLAY 'LGCLMACK: OPEN BANKACK FAILED, STATUS='
001260             LZ-BANKACK-STATUS
001270         PERFORM 9900-ABEND THRU 9900-EXIT
001280     END-IF
001290     OPEN I-O CLMPAY
001300     IF LZ-CLMPAY-STATUS NOT = '00'
001310         DISPLAY 'LGCLMACK: OPEN CLMPAY FAILED, STATUS='
001320             LZ-CLMPAY-STATUS
001330         PERFORM 9900-ABEND THRU 9900-EXIT
001340     END-IF
001350     OPEN OUTPUT DSXRPT
001360     IF LZ-DSXRPT-STATUS NOT = '00'
001370         DISPLAY 'LGCLMACK: OPEN DSXRPT FAILED, STATUS='
001380             LZ-DSXRPT-STATUS
001390         PERFORM 9900-ABEND THRU 9900-EXIT
001400     END-IF
001410     ACCEPT LZ-RUN-DATE FROM SYSIN
001420     MOVE LZ-RUN-DATE TO HDG-RUN-DATE
001430     WRITE DSXRPT-RECORD FROM HDG-LINE-1
001440     WRITE DSXRPT-RECORD FROM HDG-DATE-LINE
001450     WRITE DSXRPT-RECORD FROM HDG-LINE-2
           OPEN I-O POLYFILE
           IF LZ-POLYFILE-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: OPEN POLYFILE FAILED, STATUS='
                   LZ-POLYFILE-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           OPEN EXTEND CHGHIST
           IF LZ-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHGHIST
           END-IF
           IF LZ-CHGHIST-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: OPEN CHGHIST FAILED, STATUS='
                   LZ-CHGHIST-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           OPEN I-O SVCCTL
           IF LZ-SVCCTL-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: OPEN SVCCTL FAILED, STATUS='
                   LZ-SVCCTL-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           OPEN EXTEND SVCLOG
           IF LZ-SVCLOG-STATUS = '35'
               OPEN OUTPUT SVCLOG
           END-IF
           IF LZ-SVCLOG-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: OPEN SVCLOG FAILED, STATUS='
                   LZ-SVCLOG-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
           SET LZ-SVC-READ-ONLY TO TRUE
           MOVE 'POLICY' TO LZ-SVC-GROUP
           PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT.
001460 1000-EXIT.
001470     EXIT.
001480*+---------------------------------------------------------------+
001490*| 2000-PROCESS-REPLY                                            |
001500*+---------------------------------------------------------------+
001510 2000-PROCESS-REPLY.
001520     READ BANKACK
001530         AT END
001540             SET LZ-END-OF-FILE TO TRUE
001550         NOT AT END
001560             ADD 1 TO LZ-READ-COUNT
001570             PERFORM 2100-APPLY-REPLY THRU 2100-EXIT
001580     END-READ.
001590 2000-EXIT.
001600     EXIT.
001610*+---------------------------------------------------------------+
001620*| 2100-APPLY-REPLY                                              |
001630*|   THE BANK QUOTES BACK THE CLMPAY KEY LGCLMDSB SENT AS THE    |
001640*|   PAYMENT REFERENCE. A REPLY IS ONLY APPLIED TO A ROW STILL   |
001650*|   AWAITING THE BANK AND FOR THE AMOUNT THAT WAS SENT - A      |
001660*|   DUPLICATE OR MISMATCHED REPLY IS REPORTED AND THE ROW LEFT  |
001670*|   ALONE FOR FINANCE TO RESOLVE WITH THE BANK.                 |
001680*+---------------------------------------------------------------+
001690 2100-APPLY-REPLY.
001700     MOVE SPACES TO LZ-EXCEPTION-REASON
001710     MOVE BA-PAYMENT-REF TO PY-PAYMENT-KEY
001720     READ CLMPAY
001730     EVALUATE LZ-CLMPAY-STATUS
001740         WHEN '00'
001750             CONTINUE
001760         WHEN '23'
001770             MOVE 'NOT ON CLMPAY' TO LZ-EXCEPTION-REASON
001780         WHEN OTHER
001790             DISPLAY 'LGCLMACK: READ CLMPAY FAILED, STATUS='
001800                 LZ-CLMPAY-STATUS
001810             PERFORM 9900-ABEND THRU 9900-EXIT
001820     END-EVALUATE
001830     IF LZ-EXCEPTION-REASON = SPACES
001840         EVALUATE TRUE
001850             WHEN NOT PY-DISBURSE-SENT
001860                 MOVE 'NOT AWAITING BNK' TO LZ-EXCEPTION-REASON
001870             WHEN BA-AMOUNT NOT = PY-PAYMENT-AMOUNT
001880                 MOVE 'AMOUNT MISMATCH' TO LZ-EXCEPTION-REASON
001890             WHEN BA-PAYMENT-ACCEPTED
001900                 PERFORM 2200-CONFIRM-PAYMENT THRU 2200-EXIT
001910             WHEN BA-PAYMENT-RETURNED
001920                 PERFORM 2300-RETURN-PAYMENT THRU 2300-EXIT
001930             WHEN OTHER
001940                 MOVE 'UNKNOWN RESULT' TO LZ-EXCEPTION-REASON
001950         END-EVALUATE
001960     END-IF
001970     IF LZ-EXCEPTION-REASON NOT = SPACES
001980         ADD 1 TO LZ-EXCEPTION-COUNT
001990         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
002000     END-IF.
002010 2100-EXIT.
002020     EXIT.
002030*+---------------------------------------------------------------+
002040*| 2200-CONFIRM-PAYMENT                                          |
002050*+---------------------------------------------------------------+
002060 2200-CONFIRM-PAYMENT.
002070     SET PY-DISBURSE-CONFIRMED TO TRUE
002080     PERFORM 2500-SET-RESULT-DATE THRU 2500-EXIT
002090     PERFORM 2600-REWRITE-PAYMENT THRU 2600-EXIT
002100     ADD 1 TO LZ-CONFIRMED-COUNT
002110     ADD PY-PAYMENT-AMOUNT TO LZ-CONFIRMED-AMOUNT.
002120 2200-EXIT.
002130     EXIT.
002140*+---------------------------------------------------------------+
002150*| 2300-RETURN-PAYMENT                                           |
002160*|   THE MONEY CAME BACK, SO THE CLAIM'S PAID-TO-DATE COMES      |
002170*|   DOWN BY THE PAYMENT (2700) AND THE CLAIM STAYS SETTLED -    |
002180*|   THE HANDLER RE-ISSUES THROUGH 01PAYC WITH CORRECTED BANK    |
002190*|   DETAILS ONCE THE CLAIMANT HAS SUPPLIED THEM. THE RESULT     |
002191*|   DATE IS THE RUN DATE, NOT THE BANK'S: IT IS THE DAY THE     |
002192*|   RETURN IS BOOKED, AND LGGLPOST REVERSES THE CLAIM PAID      |
002193*|   JOURNAL ON IT. THE CLAIM IS CHANGED BEFORE THE ROW IS       |
002194*|   MARKED, SO A RERUN AFTER AN ABEND BETWEEN THE TWO FINDS     |
002195*|   THE ROW STILL AWAITING THE BANK - CHECK THE CHGHIST ROW     |
002196*|   BEFORE RERUNNING. THE ROW IS ALWAYS REPORTED SO NO RETURN   |
002197*|   GOES UNNOTICED.                                             |
002200*+---------------------------------------------------------------+
002210 2300-RETURN-PAYMENT.
002215     PERFORM 2700-REVERSE-CLAIM-PAID THRU 2700-EXIT
002220     SET PY-DISBURSE-RETURNED TO TRUE
002230     MOVE BA-RETURN-REASON TO PY-RETURN-REASON
002240     MOVE LZ-RUN-DATE TO PY-RESULT-DATE
002250     PERFORM 2600-REWRITE-PAYMENT THRU 2600-EXIT
002260     ADD 1 TO LZ-RETURNED-COUNT
002270     ADD PY-PAYMENT-AMOUNT TO LZ-RETURNED-AMOUNT
002280     IF LZ-EXCEPTION-REASON = SPACES
002283         MOVE 'RETURNED' TO LZ-EXCEPTION-REASON
002286     END-IF
002290     PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
002300     MOVE SPACES TO LZ-EXCEPTION-REASON.
002310 2300-EXIT.
002320     EXIT.
002330*+---------------------------------------------------------------+
002340*| 2400-PRINT-EXCEPTION                                          |
002350*|   CLAIM AND PAYEE COME FROM CLMPAY WHEN THE REPLY MATCHED A   |
002360*|   ROW; OTHERWISE ONLY WHAT THE BANK SENT IS KNOWN.            |
002370*+---------------------------------------------------------------+
002380 2400-PRINT-EXCEPTION.
002390     MOVE SPACES TO DSXRPT-RECORD
002400     MOVE LZ-EXCEPTION-REASON TO DX-REASON
002410     MOVE BA-PAYMENT-REF(1:10) TO DX-POLICY-NUM
002420     MOVE BA-PAYMENT-REF(11:26) TO DX-TIMESTAMP
002430     MOVE BA-RETURN-REASON TO DX-RETURN-REASON
002440     MOVE BA-BANK-REF TO DX-BANK-REF
002450     IF LZ-CLMPAY-STATUS = '00'
002460         MOVE PY-CLAIM-NUM TO DX-CLAIM-NUM
002470         MOVE PY-PAYEE-NAME TO DX-PAYEE-NAME
002480     ELSE
002490         MOVE ZERO TO DX-CLAIM-NUM
002500     END-IF
002510     IF BA-AMOUNT NUMERIC
002520         MOVE BA-AMOUNT TO DX-AMOUNT
002530     END-IF
002540     WRITE DSXRPT-RECORD.
002550 2400-EXIT.
002560     EXIT.
002570*+---------------------------------------------------------------+
002580*| 2500-SET-RESULT-DATE                                          |
002590*+---------------------------------------------------------------+
002600 2500-SET-RESULT-DATE.
002610     IF BA-PROCESS-DATE = SPACES
002620         MOVE LZ-RUN-DATE TO PY-RESULT-DATE
002630     ELSE
002640         MOVE BA-PROCESS-DATE TO PY-RESULT-DATE
002650     END-IF.
002660 2500-EXIT.
002670     EXIT.
002680*+---------------------------------------------------------------+
002690*| 2600-REWRITE-PAYMENT                                          |
002700*+---------------------------------------------------------------+
002710 2600-REWRITE-PAYMENT.
002720     REWRITE CLAIM-PAYMENT-RECORD
002730     IF LZ-CLMPAY-STATUS NOT = '00'
002740         DISPLAY 'LGCLMACK: REWRITE CLMPAY FAILED, STATUS='
002750             LZ-CLMPAY-STATUS
002760         PERFORM 9900-ABEND THRU 9900-EXIT
002770     END-IF.
002780 2600-EXIT.
002790     EXIT.
002800*+---------------------------------------------------------------+
      *| 2700-REVERSE-CLAIM-PAID                                       |
      *|   TAKE THE RETURNED PAYMENT OFF THE CLAIM'S CA-C-PAID, THE    |
      *|   REVERSE OF WHAT 01PAYC ADDED, WITH A CHGHIST UPDATE ROW IN  |
      *|   THE SHAPE LGICDB01 WRITES FOR A CLAIM. A CLAIM NO LONGER    |
      *|   ON FILE, OR WHOSE PAID-TO-DATE IS ALREADY BELOW THE         |
      *|   PAYMENT, IS LEFT ALONE AND THE RETURN REPORTED AS           |
      *|   UNAPPLIED FOR THE HANDLER TO PUT RIGHT.                     |
      *+---------------------------------------------------------------+
       2700-REVERSE-CLAIM-PAID.
           MOVE PY-POLICY-NUM TO PR-POLICY-NUM
           READ POLYFILE
           EVALUATE LZ-POLYFILE-STATUS
               WHEN '00'
                   IF NOT PR-POLICY-IS-CLAIM
                           OR CA-C-PAID NOT NUMERIC
                           OR CA-C-PAID < PY-PAYMENT-AMOUNT
                       MOVE 'RETURN UNAPPLIED' TO LZ-EXCEPTION-REASON
                   END-IF
               WHEN '23'
                   MOVE 'RETURN UNAPPLIED' TO LZ-EXCEPTION-REASON
               WHEN OTHER
                   DISPLAY 'LGCLMACK: READ POLYFILE FAILED, STATUS='
                       LZ-POLYFILE-STATUS ' POLICY=' PY-POLICY-NUM
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE
           IF LZ-EXCEPTION-REASON = SPACES
               MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH)
                   TO LZ-CH-BEFORE
               SUBTRACT PY-PAYMENT-AMOUNT FROM CA-C-PAID
               MOVE LZ-TIMESTAMP TO PR-LASTCHANGED
               REWRITE POLICY-RECORD
               IF LZ-POLYFILE-STATUS NOT = '00'
                   DISPLAY 'LGCLMACK: REWRITE POLYFILE FAILED, STATUS='
                       LZ-POLYFILE-STATUS ' POLICY=' PR-POLICY-NUM
                   PERFORM 9900-ABEND THRU 9900-EXIT
               END-IF
               MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH)
                   TO LZ-CH-AFTER
               MOVE PR-POLICY-NUM TO LZ-CH-KEY
               PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT
           END-IF.
       2700-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
002810*| 3000-PRINT-TOTALS                                             |
002820*+---------------------------------------------------------------+
002830 3000-PRINT-TOTALS.
002840     MOVE LZ-CONFIRMED-COUNT TO TRL-CONFIRMED-COUNT
002850     MOVE LZ-CONFIRMED-AMOUNT TO TRL-CONFIRMED-AMOUNT
002860     WRITE DSXRPT-RECORD FROM TRL-LINE-1
002870     MOVE LZ-RETURNED-COUNT TO TRL-RETURNED-COUNT
002880     MOVE LZ-RETURNED-AMOUNT TO TRL-RETURNED-AMOUNT
002890     WRITE DSXRPT-RECORD FROM TRL-LINE-2
002900     MOVE LZ-EXCEPTION-COUNT TO TRL-EXCEPTION-COUNT
002910     WRITE DSXRPT-RECORD FROM TRL-LINE-3.
002920 3000-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8100-BUILD-TIMESTAMP                                          |
      *|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
      *|   LOGS, FOR THE SVCCTL WINDOW START AND THE SVCLOG ROWS.      |
      *+---------------------------------------------------------------+
       8100-BUILD-TIMESTAMP.
           ACCEPT LZ-TS-DATE FROM DATE YYYYMMDD
           ACCEPT LZ-TIME-OF-DAY FROM TIME
           MOVE LZ-TOD-HH TO LZ-TS-HH
           MOVE LZ-TOD-MM TO LZ-TS-MM
           MOVE LZ-TOD-SS TO LZ-TS-SS.
       8100-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8200-WRITE-CHANGE-HISTORY                                     |
      *|   ONE CHGHIST UPDATE ROW PER CLAIM A RETURN IS TAKEN OFF, THE |
      *|   SHAPE LGICDB01 WRITES ONLINE. BATCH HAS NO TRANSACTION OR   |
      *|   TERMINAL, SO THOSE SLOTS CARRY THE PROGRAM'S MARK AND THE   |
      *|   BATCH FLAG.                                                 |
      *+---------------------------------------------------------------+
       8200-WRITE-CHANGE-HISTORY.
           MOVE SPACES TO CHANGE-HISTORY-RECORD
           MOVE LZ-TIMESTAMP TO CH-TIMESTAMP
           MOVE 'LGCK' TO CH-TRNID
           MOVE 'BTCH' TO CH-TRMID
           SET CH-ENTITY-POLICY TO TRUE
           SET CH-ACTION-UPDATE TO TRUE
           MOVE LZ-CH-KEY TO CH-RECORD-KEY
           MOVE LZ-CH-BEFORE TO CH-BEFORE-IMAGE
           MOVE LZ-CH-AFTER TO CH-AFTER-IMAGE
           WRITE CHANGE-HISTORY-RECORD
           IF LZ-CHGHIST-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: WRITE CHGHIST FAILED, STATUS='
                   LZ-CHGHIST-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8500-START-BATCH-WINDOW                                       |
      *|   TAKE THE LZ-SVC-GROUP FILE GROUP INTO LZ-SVC-STATE ON       |
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
           MOVE LZ-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           EVALUATE TRUE
               WHEN LZ-SVCCTL-STATUS = '23'
                   MOVE LZ-SVC-GROUP TO SC-FILE-GROUP
                   MOVE LZ-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LZ-JOB-NAME TO SC-JOB-NAME
                   MOVE LZ-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   WRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN LZ-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGCLMACK: READ SVCCTL FAILED, STATUS='
                       LZ-SVCCTL-STATUS ' GROUP=' LZ-SVC-GROUP
                   PERFORM 9900-ABEND THRU 9900-EXIT
               WHEN SC-SERVICE-OPEN
                   MOVE LZ-SVC-STATE TO SC-SERVICE-STATE
                   MOVE LZ-JOB-NAME TO SC-JOB-NAME
                   MOVE LZ-TIMESTAMP TO SC-WINDOW-START
                   MOVE ZERO TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-START TO TRUE
               WHEN SC-JOB-NAME = LZ-JOB-NAME
                   DISPLAY 'LGCLMACK: RESTARTING THE ' LZ-SVC-GROUP
                       ' WINDOW OPENED ' SC-WINDOW-START
                   MOVE LZ-SVC-STATE TO SC-SERVICE-STATE
                   ADD 1 TO SC-RESTART-COUNT
                   REWRITE SERVICE-CONTROL-RECORD
                   SET SL-EVENT-RESTART TO TRUE
               WHEN OTHER
                   DISPLAY 'LGCLMACK: ' LZ-SVC-GROUP ' WINDOW HELD BY '
                       SC-JOB-NAME ' SINCE ' SC-WINDOW-START
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE
           IF LZ-SVCCTL-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: UPDATE SVCCTL FAILED, STATUS='
                   LZ-SVCCTL-STATUS ' GROUP=' LZ-SVC-GROUP
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           MOVE LZ-SVC-STATE TO SL-SERVICE-STATE
           PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT.
       8500-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8600-END-BATCH-WINDOW                                         |
      *|   THE RUN COMPLETED - HAND LZ-SVC-GROUP BACK TO THE ONLINE    |
      *|   SYSTEM. ONLY A GROUP THIS JOB STILL HOLDS IS RELEASED; ONE  |
      *|   ALREADY OPEN, OR TAKEN OVER BY AN OPERATOR FOR ANOTHER      |
      *|   JOB, IS REPORTED AND LEFT AS IT IS.                         |
      *+---------------------------------------------------------------+
       8600-END-BATCH-WINDOW.
           MOVE LZ-SVC-GROUP TO SC-FILE-GROUP
           READ SVCCTL
           IF LZ-SVCCTL-STATUS NOT = '00'
                   OR SC-SERVICE-OPEN
                   OR SC-JOB-NAME NOT = LZ-JOB-NAME
               DISPLAY 'LGCLMACK: ' LZ-SVC-GROUP ' WINDOW NOT HELD BY'
                   ' THIS JOB - LEFT AS IT IS, STATUS='
                   LZ-SVCCTL-STATUS
           ELSE
               MOVE 'O' TO SC-SERVICE-STATE
               REWRITE SERVICE-CONTROL-RECORD
               IF LZ-SVCCTL-STATUS NOT = '00'
                   DISPLAY 'LGCLMACK: UPDATE SVCCTL FAILED, STATUS='
                       LZ-SVCCTL-STATUS ' GROUP=' LZ-SVC-GROUP
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
           MOVE LZ-TIMESTAMP TO SL-TIMESTAMP
           MOVE LZ-SVC-GROUP TO SL-FILE-GROUP
           MOVE LZ-JOB-NAME TO SL-JOB-NAME
           WRITE SERVICE-LOG-RECORD
           IF LZ-SVCLOG-STATUS NOT = '00'
               DISPLAY 'LGCLMACK: WRITE SVCLOG FAILED, STATUS='
                   LZ-SVCLOG-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       8700-EXIT.
002930     EXIT.
002940*+---------------------------------------------------------------+
002950*| 9900-ABEND                                                    |
002960*+---------------------------------------------------------------+
002970 9900-ABEND.
002980     MOVE 16 TO RETURN-CODE
002990     STOP RUN.
003000 9900-EXIT.
003010     EXIT.
003020*+---------------------------------------------------------------+
003030*| 9999-EXIT                                                     |
003040*+---------------------------------------------------------------+
003050 9999-EXIT.
003060     DISPLAY 'LGCLMACK: READ=' LZ-READ-COUNT
003070         ' CONFIRMED=' LZ-CONFIRMED-COUNT
003080         ' RETURNED=' LZ-RETURNED-COUNT
003090         ' EXCEPTIONS=' LZ-EXCEPTION-COUNT
003100     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
003102     MOVE 'POLICY' TO LZ-SVC-GROUP
003104     PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
003106     CLOSE BANKACK CLMPAY DSXRPT POLYFILE CHGHIST
003108         SVCCTL SVCLOG
003110     GOBACK.
003120 9999-EXIT-EXIT.
003130     EXIT.
