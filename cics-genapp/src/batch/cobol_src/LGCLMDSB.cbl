000010*+---------------------------------------------------------------+
000020*| LGCLMDSB                                                      |
000030*|   DAILY CLAIMS DISBURSEMENT. 01PAYC RECORDS EACH SETTLEMENT   |
000040*|   PAYMENT ON THE CLMPAY HISTORY FILE BUT MOVES NO MONEY -     |
000050*|   FINANCE USED TO RE-KEY EVERY ONE INTO THE BANK'S PORTAL.    |
000060*|   THIS RUN PICKS UP EVERY CLMPAY ROW STILL PENDING, WRITES IT |
000070*|   TO THE BANK'S BULK PAYMENT INSTRUCTION FILE (BANKPAY) WITH  |
000080*|   THE PAYEE BANK DETAILS COPIED FROM THE CLAIM, MARKS THE ROW |
000090*|   SENT SO IT CAN NEVER GO TWICE, AND PRINTS A PAYMENT         |
000100*|   REGISTER WITH CONTROL TOTALS TO AGREE TO THE BANK'S         |
000110*|   RECEIPT. LGCLMACK APPLIES THE BANK'S REPLY.                 |
000120*+---------------------------------------------------------------+
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.              LGCLMDSB.
000150 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000160 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000170 DATE-WRITTEN.            15/10/2026.
000180 DATE-COMPILED.           15/10/2026.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   15/10/2026 IAG  INITIAL VERSION - BANK BULK PAYMENT FILE AND
000220*                   PAYMENT REGISTER FROM PENDING CLMPAY ROWS.
000230*   15/10/2026 IAG  ROWS ALREADY MARKED SENT FOR THIS RUN'S
000240*                   PAYMENT DATE GO ON BANKPAY AGAIN, SO A RERUN
000250*                   AFTER AN ABEND REBUILDS THE WHOLE BULK FILE.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CLMPAY ASSIGN TO CLMPAY
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS PY-PAYMENT-KEY
000340         FILE STATUS IS LS-CLMPAY-STATUS.
000350     SELECT BANKPAY ASSIGN TO BANKPAY
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS LS-BANKPAY-STATUS.
000380     SELECT DSBRPT ASSIGN TO DSBRPT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS LS-DSBRPT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CLMPAY.
000440 COPY CACLMPAY.
000450 FD  BANKPAY.
000460 COPY CARBNKPY.
000470 FD  DSBRPT.
000480 COPY CARDSBRP.
000490 WORKING-STORAGE SECTION.
000500*-----------------------------------------------------------------
000510* FILE STATUS AND END-OF-FILE CONTROL. A CLMPAY THAT DOES NOT
000520* EXIST YET (FILE STATUS 35) MEANS NOTHING HAS EVER BEEN SETTLED -
000530* THE RUN SENDS NOTHING AND PRINTS A ZERO REGISTER, THE WAY
000540* LGLOGARC TREATS A MISSING LOG.
000550*-----------------------------------------------------------------
000560 77 LS-CLMPAY-STATUS       PIC X(02).
000570 77 LS-BANKPAY-STATUS      PIC X(02).
000580 77 LS-DSBRPT-STATUS       PIC X(02).
000590 77 LS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000600     88 LS-END-OF-FILE     VALUE 'Y'.
000610 77 LS-CLMPAY-IN-SWITCH    PIC X(01) VALUE 'Y'.
000620     88 LS-CLMPAY-IS-PRESENT   VALUE 'Y'.
000630*-----------------------------------------------------------------
000640* PAYMENT DATE, READ FROM SYSIN AS A YYYY-MM-DD DATE - THE DATE
000650* THE BANK IS TO MAKE THE PAYMENTS, STAMPED ON EVERY BANKPAY ROW
000660* AND AS THE SENT DATE ON EVERY CLMPAY ROW IT COVERS.
000670*-----------------------------------------------------------------
000680 77 LS-PAYMENT-DATE        PIC X(10).
000690*-----------------------------------------------------------------
000700* WHY A PENDING ROW CANNOT GO TO THE BANK - SPACES WHEN IT CAN.
000710*-----------------------------------------------------------------
000720 77 LS-HOLD-REASON         PIC X(20).
000730*-----------------------------------------------------------------
000740* CONTROL TOTALS. THE PAYMENT COUNT, AMOUNT AND ACCOUNT-NUMBER
000750* HASH TOTAL ARE THE FIGURES THE BANK'S RECEIPT OF THE BULK FILE
000760* IS AGREED TO BEFORE IT IS RELEASED FOR PAYMENT.
000770*-----------------------------------------------------------------
000780 77 LS-SENT-COUNT          PIC 9(08) COMP VALUE ZERO.
000790 77 LS-SENT-AMOUNT         PIC 9(12) COMP-3 VALUE ZERO.
000800 77 LS-ACCOUNT-HASH        PIC 9(15) COMP-3 VALUE ZERO.
000810 77 LS-HELD-COUNT          PIC 9(08) COMP VALUE ZERO.
000820 77 LS-HELD-AMOUNT         PIC 9(12) COMP-3 VALUE ZERO.
000830*-----------------------------------------------------------------
000840* REPORT HEADING AND TRAILER WORK AREAS.
000850*-----------------------------------------------------------------
000860 01 HDG-LINE-1.
000870     05 FILLER PIC X(40) VALUE
000880         'CLAIMS PAYMENT REGISTER'.
000890     05 FILLER PIC X(92) VALUE SPACES.
000900 01 HDG-DATE-LINE.
000910     05 FILLER PIC X(14) VALUE 'PAYMENT DATE: '.
000920     05 HDG-PAYMENT-DATE PIC X(10).
000930     05 FILLER PIC X(108) VALUE SPACES.
000940 01 HDG-LINE-2.
000950     05 FILLER PIC X(06) VALUE 'STAT'.
000960     05 FILLER PIC X(12) VALUE 'CLAIM NO'.
000970     05 FILLER PIC X(12) VALUE 'CLAIM REC'.
000980     05 FILLER PIC X(32) VALUE 'PAYEE NAME'.
000990     05 FILLER PIC X(08) VALUE 'SORT'.
001000     05 FILLER PIC X(10) VALUE 'ACCOUNT'.
001010     05 FILLER PIC X(12) VALUE '    AMOUNT'.
001020     05 FILLER PIC X(40) VALUE 'HOLD REASON'.
001030 01 TRL-LINE-1.
001040     05 FILLER PIC X(22) VALUE 'PAYMENTS SENT:'.
001050     05 TRL-SENT-COUNT PIC ZZZZZZZ9.
001060     05 FILLER PIC X(04) VALUE SPACES.
001070     05 FILLER PIC X(08) VALUE 'AMOUNT:'.
001080     05 TRL-SENT-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
001090     05 FILLER PIC X(75) VALUE SPACES.
001100 01 TRL-LINE-2.
001110     05 FILLER PIC X(22) VALUE 'ACCOUNT HASH TOTAL:'.
001120     05 TRL-ACCOUNT-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001130     05 FILLER PIC X(91) VALUE SPACES.
001140 01 TRL-LINE-3.
001150     05 FILLER PIC X(22) VALUE 'PAYMENTS HELD:'.
001160     05 TRL-HELD-COUNT PIC ZZZZZZZ9.
001170     05 FILLER PIC X(04) VALUE SPACES.
001180     05 FILLER PIC X(08) VALUE 'AMOUNT:'.
001190     05 TRL-HELD-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
001200     05 FILLER PIC X(75) VALUE SPACES.
001210*+---------------------------------------------------------------+
001220*| 0000-MAINLINE                                                 |
001230*+---------------------------------------------------------------+
001240 PROCEDURE DIVISION.
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
001280         UNTIL LS-END-OF-FILE
001290     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001300     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
001310*+---------------------------------------------------------------+
001320*| 1000-INITIALIZE                                               |
001330*+---------------------------------------------------------------+
001340 1000-INITIALIZE.
001350     OPEN I-O CLMPAY
001360     EVALUATE LS-CLMPAY-STATUS
001370         WHEN '00'
001380             CONTINUE
001390         WHEN '35'
001400             MOVE 'N' TO LS-CLMPAY-IN-SWITCH
001410             SET LS-END-OF-FILE TO TRUE
001420         WHEN OTHER
001430             DISPLAY 'LGCLMDSB: OPEN CLMPAY FAILED, STATUS='
001440                 LS-CLMPAY-STATUS
001450             PERFORM 9900-ABEND THRU 9900-EXIT
001460     END-EVALUATE
001470     OPEN OUTPUT BANKPAY
001480     IF LS-BANKPAY-STATUS NOT = '00'
001490         DISPLAY 'LGCLMDSB: OPEN BANKPAY FAILED, STATUS='
001500             LS-BANKPAY-STATUS
001510         PERFORM 9900-ABEND THRU 9900-EXIT
001520     END-IF
001530     OPEN OUTPUT DSBRPT
001540     IF LS-DSBRPT-STATUS NOT = '00'
001550         DISPLAY 'LGCLMDSB: OPEN DSBRPT FAILED, STATUS='
001560             LS-DSBRPT-STATUS
001570         PERFORM 9900-ABEND THRU 9900-EXIT
001580     END-IF
001590     ACCEPT LS-PAYMENT-DATE FROM SYSIN
001600     MOVE LS-PAYMENT-DATE TO HDG-PAYMENT-DATE
001610     WRITE DSBRPT-RECORD FROM HDG-LINE-1
001620     WRITE DSBRPT-RECORD FROM HDG-DATE-LINE
001630     WRITE DSBRPT-RECORD FROM HDG-LINE-2.
001640 1000-EXIT.
001650     EXIT.
001660*+---------------------------------------------------------------+
001670*| 2000-PROCESS-PAYMENT                                          |
001680*|   READS CLMPAY END TO END. PENDING ROWS ARE PAID OUT, AND SO  |
001690*|   ARE ROWS ALREADY MARKED SENT FOR THIS PAYMENT DATE - THEY   |
001700*|   WERE MARKED BY AN EARLIER ATTEMPT AT THIS SAME RUN THAT     |
001710*|   ABENDED, AND BANKPAY IS REBUILT FROM NOTHING EACH TIME, SO  |
001720*|   THE FILE FOR A PAYMENT DATE ALWAYS CARRIES EVERY ROW SENT   |
001730*|   FOR IT. ROWS SENT FOR AN EARLIER DATE ARE WAITING ON THE    |
001740*|   BANK, CONFIRMED AND RETURNED ROWS ARE FINISHED, AND ROWS    |
001750*|   FROM BEFORE THE BANK FILE WERE PAID BY HAND AND MUST NOT BE |
001760*|   PAID AGAIN.                                                 |
001770*+---------------------------------------------------------------+
001780 2000-PROCESS-PAYMENT.
001790     READ CLMPAY NEXT RECORD
001800         AT END
001810             SET LS-END-OF-FILE TO TRUE
001820         NOT AT END
001830             IF PY-DISBURSE-PENDING
001840                     OR (PY-DISBURSE-SENT
001850                         AND PY-SENT-DATE = LS-PAYMENT-DATE)
001860                 PERFORM 2100-DISBURSE-PAYMENT THRU 2100-EXIT
001870             END-IF
001880     END-READ.
001890 2000-EXIT.
001900     EXIT.
001910*+---------------------------------------------------------------+
001920*| 2100-DISBURSE-PAYMENT                                         |
001930*|   01PAYC WILL NOT TAKE A PAYMENT WITHOUT PAYEE DETAILS, BUT A |
001940*|   ROW THE BANK WOULD BOUNCE STRAIGHT BACK - NO NAME, A NON-   |
001950*|   NUMERIC SORT CODE OR ACCOUNT, OR NOTHING TO PAY - IS HELD   |
001960*|   ON THE REGISTER RATHER THAN SENT, AND STAYS PENDING.        |
001970*+---------------------------------------------------------------+
001980 2100-DISBURSE-PAYMENT.
001990     MOVE SPACES TO LS-HOLD-REASON
002000     EVALUATE TRUE
002010         WHEN PY-PAYEE-NAME = SPACES
002020             MOVE 'NO PAYEE NAME' TO LS-HOLD-REASON
002030         WHEN PY-PAYEE-SORT-CODE NOT NUMERIC
002040             MOVE 'INVALID SORT CODE' TO LS-HOLD-REASON
002050         WHEN PY-PAYEE-ACCOUNT NOT NUMERIC
002060             MOVE 'INVALID ACCOUNT NO' TO LS-HOLD-REASON
002070         WHEN PY-PAYMENT-AMOUNT NOT NUMERIC
002080             MOVE 'INVALID AMOUNT' TO LS-HOLD-REASON
002090         WHEN PY-PAYMENT-AMOUNT = ZERO
002100             MOVE 'ZERO AMOUNT' TO LS-HOLD-REASON
002110     END-EVALUATE
002120     MOVE SPACES TO DSBRPT-RECORD
002130     MOVE PY-CLAIM-NUM TO DR-CLAIM-NUM
002140     MOVE PY-POLICY-NUM TO DR-POLICY-NUM
002150     MOVE PY-PAYEE-NAME TO DR-PAYEE-NAME
002160     MOVE PY-PAYEE-SORT-CODE TO DR-SORT-CODE
002170     MOVE PY-PAYEE-ACCOUNT TO DR-ACCOUNT-NUM
002180     IF LS-HOLD-REASON = SPACES
002190         PERFORM 2200-SEND-PAYMENT THRU 2200-EXIT
002200         MOVE 'SENT' TO DR-STATUS
002210         MOVE PY-PAYMENT-AMOUNT TO DR-AMOUNT
002220     ELSE
002230         MOVE 'HELD' TO DR-STATUS
002240         MOVE LS-HOLD-REASON TO DR-HOLD-REASON
002250         ADD 1 TO LS-HELD-COUNT
002260         IF PY-PAYMENT-AMOUNT NUMERIC
002270             MOVE PY-PAYMENT-AMOUNT TO DR-AMOUNT
002280             ADD PY-PAYMENT-AMOUNT TO LS-HELD-AMOUNT
002290         END-IF
002300     END-IF
002310     WRITE DSBRPT-RECORD.
002320 2100-EXIT.
002330     EXIT.
002340*+---------------------------------------------------------------+
002350*| 2200-SEND-PAYMENT                                             |
002360*|   THE BANKPAY ROW IS WRITTEN BEFORE CLMPAY IS MARKED SENT. IF |
002370*|   THE RUN ABENDS AFTER THAT THE BULK FILE IS NOT TRANSMITTED, |
002380*|   AND THE RERUN FOR THE SAME PAYMENT DATE PICKS THE ROW UP    |
002390*|   AGAIN AS SENT FOR THAT DATE (SEE 2000) AND WRITES IT TO THE |
002400*|   NEW BANKPAY WITHOUT MARKING IT A SECOND TIME.               |
002410*+---------------------------------------------------------------+
002420 2200-SEND-PAYMENT.
002430     MOVE SPACES TO BANK-PAYMENT-RECORD
002440     MOVE LS-PAYMENT-DATE TO BP-PAYMENT-DATE
002450     MOVE PY-PAYMENT-KEY TO BP-PAYMENT-REF
002460     MOVE PY-PAYEE-NAME TO BP-PAYEE-NAME
002470     MOVE PY-PAYEE-SORT-CODE TO BP-SORT-CODE
002480     MOVE PY-PAYEE-ACCOUNT TO BP-ACCOUNT-NUM
002490     MOVE PY-PAYMENT-AMOUNT TO BP-AMOUNT
002500     MOVE PY-CLAIM-NUM TO BP-CLAIM-NUM
002510     WRITE BANK-PAYMENT-RECORD
002520     IF LS-BANKPAY-STATUS NOT = '00'
002530         DISPLAY 'LGCLMDSB: WRITE BANKPAY FAILED, STATUS='
002540             LS-BANKPAY-STATUS
002550         PERFORM 9900-ABEND THRU 9900-EXIT
002560     END-IF
002570     IF PY-DISBURSE-PENDING
002580         SET PY-DISBURSE-SENT TO TRUE
002590         MOVE LS-PAYMENT-DATE TO PY-SENT-DATE
002600         REWRITE CLAIM-PAYMENT-RECORD
002610         IF LS-CLMPAY-STATUS NOT = '00'
002620             DISPLAY 'LGCLMDSB: REWRITE CLMPAY FAILED, STATUS='
002630                 LS-CLMPAY-STATUS
002640             PERFORM 9900-ABEND THRU 9900-EXIT
002650         END-IF
002660     END-IF
002670     ADD 1 TO LS-SENT-COUNT
002680     ADD PY-PAYMENT-AMOUNT TO LS-SENT-AMOUNT
002690     ADD PY-PAYEE-ACCOUNT TO LS-ACCOUNT-HASH.
002700 2200-EXIT.
002710     EXIT.
002720*+---------------------------------------------------------------+
002730*| 3000-PRINT-TOTALS                                             |
002740*+---------------------------------------------------------------+
002750 3000-PRINT-TOTALS.
002760     MOVE LS-SENT-COUNT TO TRL-SENT-COUNT
002770     MOVE LS-SENT-AMOUNT TO TRL-SENT-AMOUNT
002780     WRITE DSBRPT-RECORD FROM TRL-LINE-1
002790     MOVE LS-ACCOUNT-HASH TO TRL-ACCOUNT-HASH
002800     WRITE DSBRPT-RECORD FROM TRL-LINE-2
002810     MOVE LS-HELD-COUNT TO TRL-HELD-COUNT
002820     MOVE LS-HELD-AMOUNT TO TRL-HELD-AMOUNT
002830     WRITE DSBRPT-RECORD FROM TRL-LINE-3.
002840 3000-EXIT.
002850     EXIT.
002860*+---------------------------------------------------------------+
002870*| 9900-ABEND                                                    |
002880*|   A FILE DID NOT OPEN OR WRITE CLEANLY - STOP BEFORE A PART-  |
002890*|   BUILT BULK FILE CAN BE TRANSMITTED. THE STEP'S CONDITION    |
002900*|   CODE KEEPS THE TRANSMISSION STEP FROM RUNNING.              |
002910*+---------------------------------------------------------------+
002920 9900-ABEND.
002930     MOVE 16 TO RETURN-CODE
002940     STOP RUN.
002950 9900-EXIT.
002960     EXIT.
002970*+---------------------------------------------------------------+
002980*| 9999-EXIT                                                     |
002990*+---------------------------------------------------------------+
003000 9999-EXIT.
003010     DISPLAY 'LGCLMDSB: SENT=' LS-SENT-COUNT
003020         ' AMOUNT=' LS-SENT-AMOUNT
003030         ' HELD=' LS-HELD-COUNT
003040     IF LS-CLMPAY-IS-PRESENT
003050         CLOSE CLMPAY
003060     END-IF
003070     CLOSE BANKPAY DSBRPT
003080     GOBACK.
003090 9999-EXIT-EXIT.
003100     EXIT.
