000010*+---------------------------------------------------------------+
000020*| LGANONYM                                                      |
000030*|   CUSTOMER ANONYMISATION. A CUSTOMER WITH NO LIVE POLICY, NO  |
000040*|   OPEN CLAIM AND NO UNPAID RECEIVABLES LEDGER ROW, WHOSE LAST |
000050*|   DATED ACTIVITY ON ANY FILE IS OLDER THAN THE RETENTION      |
000060*|   CUTOFF FROM SYSIN, HAS THE NAME, DATE OF BIRTH, ADDRESS,    |
000070*|   PHONES AND E-MAIL ON CUSTFILE OVERWRITTEN WITH THE FIXED    |
000080*|   CACUSANO PLACEHOLDERS AND THEIR SECRFILE ROW REMOVED. THE   |
000090*|   CUSTOMER NUMBER STAYS, SO THE POLICY, CLAIM, PAYMENT AND    |
000100*|   LEDGER HISTORY STILL JOINS UP. EACH ANONYMISATION IS        |
000110*|   LOGGED ON CHGHIST AS AN ANONYMISE ROW (ACTION X) AND THE    |
000120*|   ANORPT REPORT LISTS EVERY CUSTOMER ANONYMISED OR SKIPPED,   |
000130*|   WITH THE REASON. WHILE IT RUNS THE CUSTOMER FILE GROUP IS   |
000140*|   CLOSED AND THE POLICY GROUP READ-ONLY TO THE ONLINE SYSTEM  |
000150*|   ON SVCCTL (SEE CASVCCTL), SO NO POLICY OR CLAIM APPEARS     |
000160*|   UNDER A CUSTOMER AFTER THE RUN HAS CLEARED THEM.            |
000170*+---------------------------------------------------------------+
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.              LGANONYM.
000200 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000210 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000220 DATE-WRITTEN.            15/10/2026.
000230 DATE-COMPILED.           15/10/2026.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   15/10/2026 IAG  INITIAL VERSION - RETENTION-DATE ANONYMISATION
000270*                   OF LAPSED CUSTOMERS WITH CHGHIST TRAIL AND
000280*                   ANONYMISED/SKIPPED REPORT.
000290*-----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CUSTFILE ASSIGN TO CUSTFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS CM-CUSTOMER-NUM
000370         FILE STATUS IS LY-CUSTFILE-STATUS.
000380     SELECT SECRFILE ASSIGN TO SECRFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS SR-CUSTOMER-NUM
000420         FILE STATUS IS LY-SECRFILE-STATUS.
000430     SELECT POLYFILE ASSIGN TO POLYFILE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS PR-POLICY-NUM
000470         FILE STATUS IS LY-POLYFILE-STATUS.
000480     SELECT RCVLIN ASSIGN TO RCVLIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS LY-RCVLIN-STATUS.
000510     SELECT CHGARCH ASSIGN TO CHGARCH
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS LY-CHGARCH-STATUS.
000540     SELECT CHGHIST ASSIGN TO CHGHIST
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS LY-CHGHIST-STATUS.
000570     SELECT ANORPT ASSIGN TO ANORPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS LY-ANORPT-STATUS.
000600     SELECT SVCCTL ASSIGN TO SVCCTL
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS SC-FILE-GROUP
000640         FILE STATUS IS LY-SVCCTL-STATUS.
000650     SELECT SVCLOG ASSIGN TO SVCLOG
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS LY-SVCLOG-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CUSTFILE.
000710 COPY CACUSTMS.
000720 FD  SECRFILE.
000730 COPY CASECRMS.
000740 FD  POLYFILE
000750*    VARIABLE-LENGTH RECORDS SIZED TO THE POLICY TYPE - SEE
000760*    CAPOLLEN. ONLY THE COMMON FIELDS AND THE CLAIM DATE AND
000770*    STATUS ARE LOOKED AT.
000780     RECORD IS VARYING IN SIZE FROM 145 TO 32493 CHARACTERS
000790         DEPENDING ON LY-POLYFILE-RECLEN.
000800 COPY CAPOLYMS.
000810 FD  RCVLIN.
000820 COPY CARRCVLG.
000830 FD  CHGARCH.
000840 01  CHGARCH-RECORD PIC X(546).
000850 FD  CHGHIST.
000860 COPY CACHGHST.
000870 FD  ANORPT.
000880 COPY CARANORP.
000890 FD  SVCCTL.
000900 COPY CASVCCTL.
000910 FD  SVCLOG.
000920 COPY CARSVCLG.
000930 WORKING-STORAGE SECTION.
000940 COPY CAPOLLEN.
000950 COPY CACUSANO.
000960*-----------------------------------------------------------------
000970* FILE STATUS AND END-OF-FILE CONTROL. THE ACTIVITY FILES ARE
000980* READ ONE AT A TIME, EACH TO ITS END, SO ONE SWITCH SERVES THEM
000990* ALL; CUSTFILE HAS ITS OWN.
001000*-----------------------------------------------------------------
001010 77 LY-CUSTFILE-STATUS     PIC X(02).
001020 77 LY-SECRFILE-STATUS     PIC X(02).
001030 77 LY-POLYFILE-STATUS     PIC X(02).
001040*    SET BY THE ACCESS METHOD ON EVERY READ - THE LENGTH OF THE
001050*    VARIABLE POLYFILE RECORD JUST RETURNED.
001060 77 LY-POLYFILE-RECLEN     PIC 9(05) COMP.
001070 77 LY-RCVLIN-STATUS       PIC X(02).
001080 77 LY-CHGARCH-STATUS      PIC X(02).
001090 77 LY-CHGHIST-STATUS      PIC X(02).
001100 77 LY-ANORPT-STATUS       PIC X(02).
001110 77 LY-SVCCTL-STATUS       PIC X(02).
001120 77 LY-SVCLOG-STATUS       PIC X(02).
001130 77 LY-EOF-SWITCH          PIC X(01) VALUE 'N'.
001140     88 LY-END-OF-FILE     VALUE 'Y'.
001150 77 LY-CUST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001160     88 LY-CUST-END-OF-FILE    VALUE 'Y'.
001170*-----------------------------------------------------------------
001180* RUN ARGUMENTS, READ FROM SYSIN AS TWO YYYY-MM-DD LINES - THE
001190* RUN DATE, AND THE RETENTION CUTOFF THE JCL WORKS OUT FROM IT
001200* (THE RUN DATE LESS THE RETENTION PERIOD), AS LGLOGARC TAKES
001210* ITS RETAIN DATE. A POLICY EXPIRING ON OR AFTER THE RUN DATE IS
001220* LIVE; ACTIVITY ON OR AFTER THE CUTOFF IS WITHIN RETENTION.
001230* BOTH ARE COMPARED AS YYYYMMDD.
001240*-----------------------------------------------------------------
001250 77 LY-RUN-DATE            PIC X(10).
001260 77 LY-RETAIN-DATE         PIC X(10).
001270 77 LY-CUTOFF-YMD          PIC X(08).
001280*-----------------------------------------------------------------
001290* ACTIVITY TABLE - ONE ENTRY PER CUSTOMER NUMBER SEEN ON
001300* POLYFILE, THE LEDGER OR THE CHANGE TRAIL, HOLDING THE LATEST
001310* DATE FOUND AGAINST THEM AND THE FIRST THING FOUND THAT HOLDS
001320* THEM BACK FROM ANONYMISATION. A CUSTOMER WITH NO ENTRY HAS
001330* NOTHING DATED ANYWHERE AND IS SKIPPED FOR A PERSON TO LOOK AT -
001340* THE RUN NEVER GUESSES A CUSTOMER'S AGE.
001350*-----------------------------------------------------------------
001360 78 LY-MAX-CUSTOMERS       VALUE 2000.
001370 01 ACTIVITY-TABLE.
001380     05 AT-ENTRY OCCURS 2000 TIMES.
001390         10 AT-CUSTOMER-NUM   PIC 9(10).
001400         10 AT-LAST-ACTIVITY  PIC X(08).
001410         10 AT-HOLD           PIC X(01).
001420             88 AT-HOLD-NONE          VALUE ' '.
001430             88 AT-HOLD-LIVE-POLICY   VALUE 'P'.
001440             88 AT-HOLD-OPEN-CLAIM    VALUE 'C'.
001450             88 AT-HOLD-UNPAID        VALUE 'U'.
001460 77 AT-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001470 77 LY-SEARCH-INDEX         PIC 9(04) COMP.
001480 77 LY-MATCH-INDEX          PIC 9(04) COMP.
001490*-----------------------------------------------------------------
001500* ONE PIECE OF ACTIVITY BEING NOTED - THE CUSTOMER, THE DATE AS
001510* YYYYMMDD AND ANY HOLD IT PUTS ON THEM. LY-DATE-IN IS A
001520* YYYY-MM-DD DATE OFF A RECORD, REARRANGED INTO LY-ACT-DATE.
001530* LY-IMAGE-CUSTOMER IS PR-CUSTOMER-NUM OUT OF A POLICY IMAGE ON
001540* THE CHANGE TRAIL, TESTED BEFORE USE - AN IMAGE MAY BE BLANK.
001550*-----------------------------------------------------------------
001560 77 LY-ACT-CUSTOMER        PIC 9(10).
001570 77 LY-ACT-DATE            PIC X(08).
001580 77 LY-ACT-HOLD            PIC X(01).
001590 77 LY-DATE-IN             PIC X(10).
001600 77 LY-IMAGE-CUSTOMER      PIC X(10).
001610*-----------------------------------------------------------------
001620* CHANGE-HISTORY STAGING - THE SAME SHAPE LGICDB01 USES ONLINE.
001630* BATCH HAS NO EIB, SO THE TRANSACTION AND TERMINAL SLOTS CARRY
001640* THIS PROGRAM'S MARK INSTEAD.
001650*-----------------------------------------------------------------
001660 01 LY-CHANGE-WORK.
001670     05 LY-CH-KEY          PIC 9(10).
001680     05 LY-CH-BEFORE       PIC X(250).
001690     05 LY-CH-AFTER        PIC X(250).
001700 01 LY-TIMESTAMP.
001710     05 LY-TS-DATE         PIC X(08).
001720     05 FILLER             PIC X(01) VALUE '-'.
001730     05 LY-TS-HH           PIC X(02).
001740     05 FILLER             PIC X(01) VALUE ':'.
001750     05 LY-TS-MM           PIC X(02).
001760     05 FILLER             PIC X(01) VALUE ':'.
001770     05 LY-TS-SS           PIC X(02).
001780     05 FILLER             PIC X(09) VALUE SPACES.
001790 01 LY-TIME-OF-DAY.
001800     05 LY-TOD-HH          PIC X(02).
001810     05 LY-TOD-MM          PIC X(02).
001820     05 LY-TOD-SS          PIC X(02).
001830     05 LY-TOD-HS          PIC X(02).
001840*-----------------------------------------------------------------
001850* SERVICE WINDOW - THE SVCCTL FILE GROUP BEING TAKEN OR RELEASED
001860* AND THE STATE THIS JOB HOLDS IT IN WHILE IT RUNS. SEE CASVCCTL.
001870*-----------------------------------------------------------------
001880 78 LY-JOB-NAME            VALUE 'LGANONYM'.
001890 77 LY-SVC-GROUP           PIC X(08).
001900 77 LY-SVC-STATE           PIC X(01).
001910     88 LY-SVC-READ-ONLY       VALUE 'R'.
001920     88 LY-SVC-CLOSED          VALUE 'C'.
001930*-----------------------------------------------------------------
001940* RUN COUNTERS, DISPLAYED AT END OF JOB AND PRINTED AS TOTALS.
001950*-----------------------------------------------------------------
001960 77 LY-CUSTOMERS-READ      PIC 9(09) COMP VALUE ZERO.
001970 77 LY-ANONYMISED          PIC 9(09) COMP VALUE ZERO.
001980 77 LY-SKIPPED             PIC 9(09) COMP VALUE ZERO.
001990*-----------------------------------------------------------------
002000* REPORT HEADING AND TOTAL WORK AREAS.
002010*-----------------------------------------------------------------
002020 01 HDG-LINE-1.
002030     05 FILLER PIC X(40) VALUE
002040         'CUSTOMER ANONYMISATION'.
002050     05 FILLER PIC X(08) VALUE 'CUTOFF: '.
002060     05 HDG-RETAIN-DATE PIC X(10).
002070     05 FILLER PIC X(04) VALUE SPACES.
002080     05 FILLER PIC X(05) VALUE 'RUN: '.
002090     05 HDG-RUN-STAMP PIC X(26).
002100     05 FILLER PIC X(39) VALUE SPACES.
002110 01 HDG-LINE-2.
002120     05 FILLER PIC X(12) VALUE 'CUSTOMER'.
002130     05 FILLER PIC X(12) VALUE 'RESULT'.
002140     05 FILLER PIC X(32) VALUE 'REASON'.
002150     05 FILLER PIC X(12) VALUE 'LAST ACTIVE'.
002160     05 FILLER PIC X(64) VALUE 'SECRFILE'.
002170 01 LY-PRINT-DATE.
002180     05 LY-PD-YYYY          PIC X(04).
002190     05 FILLER              PIC X(01) VALUE '-'.
002200     05 LY-PD-MM            PIC X(02).
002210     05 FILLER              PIC X(01) VALUE '-'.
002220     05 LY-PD-DD            PIC X(02).
002230 01 TRL-LINE.
002240     05 TRL-LABEL PIC X(20).
002250     05 TRL-COUNT PIC ZZZZZZZZ9.
002260     05 FILLER PIC X(103) VALUE SPACES.
002270*+---------------------------------------------------------------+
002280*| 0000-MAINLINE                                                 |
002290*|   GATHER EVERY DATED ACTIVITY AND HOLD FIRST, THEN PASS       |
002300*|   CUSTFILE DECIDING EACH CUSTOMER AGAINST THE TABLE.          |
002310*+---------------------------------------------------------------+
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     PERFORM 2000-LOAD-POLICY-ACTIVITY THRU 2000-EXIT
002360         UNTIL LY-END-OF-FILE
002370     PERFORM 3000-LOAD-LEDGER-ACTIVITY THRU 3000-EXIT
002380     PERFORM 4000-LOAD-CHANGE-ACTIVITY THRU 4000-EXIT
002390     PERFORM 5000-PROCESS-CUSTOMER THRU 5000-EXIT
002400         UNTIL LY-CUST-END-OF-FILE
002410     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002420     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
002430*+---------------------------------------------------------------+
002440*| 1000-INITIALIZE                                               |
002450*|   BOTH DATES MUST BE GIVEN AND THE CUTOFF MUST NOT BE AFTER   |
002460*|   THE RUN DATE - A WRONG CUTOFF ANONYMISES CUSTOMERS WHO ARE  |
002470*|   STILL WITHIN RETENTION, AND THAT CANNOT BE UNDONE. THE      |
002480*|   SERVICE WINDOW IS TAKEN BEFORE ANY ACTIVITY IS READ SO      |
002490*|   NOTHING CHANGES ONLINE BETWEEN THE DECISION AND THE         |
002500*|   REWRITE. CHGHIST IS READ FOR ACTIVITY FIRST AND ONLY THEN   |
002510*|   EXTENDED - SEE 4000-LOAD-CHANGE-ACTIVITY.                   |
002520*+---------------------------------------------------------------+
002530 1000-INITIALIZE.
002540     ACCEPT LY-RUN-DATE FROM SYSIN
002550     ACCEPT LY-RETAIN-DATE FROM SYSIN
002560     IF LY-RUN-DATE = SPACES
002570             OR LY-RETAIN-DATE = SPACES
002580             OR LY-RETAIN-DATE > LY-RUN-DATE
002590         DISPLAY 'LGANONYM: RUN DATE / RETENTION CUTOFF BAD - '
002600             LY-RUN-DATE ' / ' LY-RETAIN-DATE
002610         PERFORM 9900-ABEND THRU 9900-EXIT
002620     END-IF
002630     MOVE LY-RETAIN-DATE(1:4) TO LY-CUTOFF-YMD(1:4)
002640     MOVE LY-RETAIN-DATE(6:2) TO LY-CUTOFF-YMD(5:2)
002650     MOVE LY-RETAIN-DATE(9:2) TO LY-CUTOFF-YMD(7:2)
002660     OPEN I-O SVCCTL
002670     IF LY-SVCCTL-STATUS NOT = '00'
002680         DISPLAY 'LGANONYM: OPEN SVCCTL FAILED, STATUS='
002690             LY-SVCCTL-STATUS
002700         PERFORM 9900-ABEND THRU 9900-EXIT
002710     END-IF
002720     OPEN EXTEND SVCLOG
002730     IF LY-SVCLOG-STATUS = '35'
002740         OPEN OUTPUT SVCLOG
002750     END-IF
002760     IF LY-SVCLOG-STATUS NOT = '00'
002770         DISPLAY 'LGANONYM: OPEN SVCLOG FAILED, STATUS='
002780             LY-SVCLOG-STATUS
002790         PERFORM 9900-ABEND THRU 9900-EXIT
002800     END-IF
002810     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
002820     SET LY-SVC-CLOSED TO TRUE
002830     MOVE 'CUSTOMER' TO LY-SVC-GROUP
002840     PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
002850     SET LY-SVC-READ-ONLY TO TRUE
002860     MOVE 'POLICY' TO LY-SVC-GROUP
002870     PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
002880     OPEN I-O CUSTFILE
002890     IF LY-CUSTFILE-STATUS NOT = '00'
002900         DISPLAY 'LGANONYM: OPEN CUSTFILE FAILED, STATUS='
002910             LY-CUSTFILE-STATUS
002920         PERFORM 9900-ABEND THRU 9900-EXIT
002930     END-IF
002940     OPEN I-O SECRFILE
002950     IF LY-SECRFILE-STATUS NOT = '00'
002960         DISPLAY 'LGANONYM: OPEN SECRFILE FAILED, STATUS='
002970             LY-SECRFILE-STATUS
002980         PERFORM 9900-ABEND THRU 9900-EXIT
002990     END-IF
003000     OPEN INPUT POLYFILE
003010     IF LY-POLYFILE-STATUS NOT = '00'
003020         DISPLAY 'LGANONYM: OPEN POLYFILE FAILED, STATUS='
003030             LY-POLYFILE-STATUS
003040         PERFORM 9900-ABEND THRU 9900-EXIT
003050     END-IF
003060     OPEN OUTPUT ANORPT
003070     IF LY-ANORPT-STATUS NOT = '00'
003080         DISPLAY 'LGANONYM: OPEN ANORPT FAILED, STATUS='
003090             LY-ANORPT-STATUS
003100         PERFORM 9900-ABEND THRU 9900-EXIT
003110     END-IF
003120     MOVE LY-RETAIN-DATE TO HDG-RETAIN-DATE
003130     MOVE LY-TIMESTAMP TO HDG-RUN-STAMP
003140     MOVE HDG-LINE-1 TO ANORPT-RECORD
003150     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
003160     MOVE HDG-LINE-2 TO ANORPT-RECORD
003170     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200*+---------------------------------------------------------------+
003210*| 2000-LOAD-POLICY-ACTIVITY                                     |
003220*|   ONE POLYFILE RECORD PER PASS. A POLICY DATES ITS CUSTOMER   |
003230*|   BY ITS EXPIRY (01CNCP PULLS THAT BACK TO THE CANCELLATION   |
003240*|   DATE) AND HOLDS THEM WHILE IT HAS NOT EXPIRED. A CLAIM      |
003250*|   DATES THEM BY THE CLAIM DATE AND HOLDS THEM UNTIL IT IS     |
003260*|   REJECTED OR SETTLED.                                        |
003270*+---------------------------------------------------------------+
003280 2000-LOAD-POLICY-ACTIVITY.
003290     READ POLYFILE NEXT RECORD
003300         AT END
003310             SET LY-END-OF-FILE TO TRUE
003320         NOT AT END
003330             MOVE PR-CUSTOMER-NUM TO LY-ACT-CUSTOMER
003340             MOVE SPACE TO LY-ACT-HOLD
003350             IF PR-POLICY-IS-CLAIM
003360                 MOVE CA-C-DATE TO LY-DATE-IN
003370                 IF NOT CA-C-STATUS-CLOSED
003380                     MOVE 'C' TO LY-ACT-HOLD
003390                 END-IF
003400             ELSE
003410                 MOVE PR-EXPIRY-DATE TO LY-DATE-IN
003420                 IF PR-EXPIRY-DATE NOT < LY-RUN-DATE
003430                     MOVE 'P' TO LY-ACT-HOLD
003440                 END-IF
003450             END-IF
003460             PERFORM 2800-CONVERT-DATE THRU 2800-EXIT
003470             PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
003480     END-READ.
003490 2000-EXIT.
003500     EXIT.
003510*+---------------------------------------------------------------+
003520*| 2800-CONVERT-DATE                                             |
003530*|   LY-DATE-IN (YYYY-MM-DD) INTO LY-ACT-DATE (YYYYMMDD).        |
003540*+---------------------------------------------------------------+
003550 2800-CONVERT-DATE.
003560     MOVE LY-DATE-IN(1:4) TO LY-ACT-DATE(1:4)
003570     MOVE LY-DATE-IN(6:2) TO LY-ACT-DATE(5:2)
003580     MOVE LY-DATE-IN(9:2) TO LY-ACT-DATE(7:2).
003590 2800-EXIT.
003600     EXIT.
003610*+---------------------------------------------------------------+
003620*| 2900-NOTE-ACTIVITY                                            |
003630*|   FOLD LY-ACT-DATE AND LY-ACT-HOLD INTO LY-ACT-CUSTOMER'S     |
003640*|   TABLE ENTRY, ADDING THE ENTRY THE FIRST TIME THE CUSTOMER   |
003650*|   IS SEEN. THE LATEST DATE WINS; THE FIRST HOLD FOUND STAYS.  |
003660*|   A FULL TABLE WOULD LEAVE CUSTOMERS LOOKING INACTIVE WHEN    |
003670*|   THEY ARE NOT, SO STOP LOUDLY INSTEAD.                       |
003680*+---------------------------------------------------------------+
003690 2900-NOTE-ACTIVITY.
003700     MOVE ZERO TO LY-MATCH-INDEX
003710     PERFORM 2910-FIND-CUSTOMER THRU 2910-EXIT
003720         VARYING LY-SEARCH-INDEX FROM 1 BY 1
003730         UNTIL LY-SEARCH-INDEX > AT-COUNT-USED
003740             OR LY-MATCH-INDEX > ZERO
003750     IF LY-MATCH-INDEX = ZERO
003760         IF AT-COUNT-USED >= LY-MAX-CUSTOMERS
003770             DISPLAY 'LGANONYM: ACTIVITY TABLE FULL AT '
003780                 LY-ACT-CUSTOMER ' - RAISE LY-MAX-CUSTOMERS'
003790             PERFORM 9900-ABEND THRU 9900-EXIT
003800         END-IF
003810         ADD 1 TO AT-COUNT-USED
003820         MOVE AT-COUNT-USED TO LY-MATCH-INDEX
003830         MOVE LY-ACT-CUSTOMER TO AT-CUSTOMER-NUM(LY-MATCH-INDEX)
003840         MOVE LOW-VALUES TO AT-LAST-ACTIVITY(LY-MATCH-INDEX)
003850         MOVE SPACE TO AT-HOLD(LY-MATCH-INDEX)
003860     END-IF
003870     IF LY-ACT-DATE NOT = SPACES
003880             AND LY-ACT-DATE > AT-LAST-ACTIVITY(LY-MATCH-INDEX)
003890         MOVE LY-ACT-DATE TO AT-LAST-ACTIVITY(LY-MATCH-INDEX)
003900     END-IF
003910     IF AT-HOLD-NONE(LY-MATCH-INDEX)
003920         MOVE LY-ACT-HOLD TO AT-HOLD(LY-MATCH-INDEX)
003930     END-IF.
003940 2900-EXIT.
003950     EXIT.
003960 2910-FIND-CUSTOMER.
003970     IF AT-CUSTOMER-NUM(LY-SEARCH-INDEX) = LY-ACT-CUSTOMER
003980         MOVE LY-SEARCH-INDEX TO LY-MATCH-INDEX
003990     END-IF.
004000 2910-EXIT.
004010     EXIT.
004020*+---------------------------------------------------------------+
004030*| 3000-LOAD-LEDGER-ACTIVITY                                     |
004040*|   THE CURRENT RECEIVABLES LEDGER. EVERY ROW DATES ITS         |
004050*|   CUSTOMER BY THE BILLING DATE; AN UNPAID ROW HOLDS THEM. NO  |
004060*|   LEDGER YET (FILE STATUS 35) MEANS NOTHING HAS BEEN BILLED.  |
004070*+---------------------------------------------------------------+
004080 3000-LOAD-LEDGER-ACTIVITY.
004090     MOVE 'N' TO LY-EOF-SWITCH
004100     OPEN INPUT RCVLIN
004110     EVALUATE LY-RCVLIN-STATUS
004120         WHEN '00'
004130             PERFORM 3100-READ-LEDGER THRU 3100-EXIT
004140                 UNTIL LY-END-OF-FILE
004150             CLOSE RCVLIN
004160         WHEN '35'
004170             CONTINUE
004180         WHEN OTHER
004190             DISPLAY 'LGANONYM: OPEN RCVLIN FAILED, STATUS='
004200                 LY-RCVLIN-STATUS
004210             PERFORM 9900-ABEND THRU 9900-EXIT
004220     END-EVALUATE.
004230 3000-EXIT.
004240     EXIT.
004250 3100-READ-LEDGER.
004260     READ RCVLIN NEXT RECORD
004270         AT END
004280             SET LY-END-OF-FILE TO TRUE
004290         NOT AT END
004300             MOVE RV-CUSTOMER-NUM TO LY-ACT-CUSTOMER
004310             MOVE SPACE TO LY-ACT-HOLD
004320             IF RV-STATUS-UNPAID
004330                 MOVE 'U' TO LY-ACT-HOLD
004340             END-IF
004350             MOVE RV-BILLING-DATE TO LY-DATE-IN
004360             PERFORM 2800-CONVERT-DATE THRU 2800-EXIT
004370             PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT
004380     END-READ.
004390 3100-EXIT.
004400     EXIT.
004410*+---------------------------------------------------------------+
004420*| 4000-LOAD-CHANGE-ACTIVITY                                     |
004430*|   THE CHANGE TRAIL - ARCHIVE GENERATIONS, THEN THE LIVE LOG.  |
004440*|   EVERY CUSTOMER ROW DATES ITS CUSTOMER, AND EVERY POLICY ROW |
004450*|   DATES THE CUSTOMER ITS IMAGE CARRIES, SO A CUSTOMER WHOSE   |
004460*|   POLICIES HAVE ALL BEEN DELETED IS STILL DATED. ONCE READ,   |
004470*|   CHGHIST IS REOPENED FOR EXTEND THE WAY LGDUPMRG OPENS IT,   |
004480*|   FALLING BACK TO OUTPUT WHEN THE QUEUE-BACKED DATASET HAS    |
004490*|   NEVER BEEN CREATED.                                         |
004500*+---------------------------------------------------------------+
004510 4000-LOAD-CHANGE-ACTIVITY.
004520     MOVE 'N' TO LY-EOF-SWITCH
004530     OPEN INPUT CHGARCH
004540     EVALUATE LY-CHGARCH-STATUS
004550         WHEN '00'
004560             PERFORM 4100-READ-CHGARCH THRU 4100-EXIT
004570                 UNTIL LY-END-OF-FILE
004580             CLOSE CHGARCH
004590         WHEN '35'
004600             CONTINUE
004610         WHEN OTHER
004620             DISPLAY 'LGANONYM: OPEN CHGARCH FAILED, STATUS='
004630                 LY-CHGARCH-STATUS
004640             PERFORM 9900-ABEND THRU 9900-EXIT
004650     END-EVALUATE
004660     MOVE 'N' TO LY-EOF-SWITCH
004670     OPEN INPUT CHGHIST
004680     EVALUATE LY-CHGHIST-STATUS
004690         WHEN '00'
004700             PERFORM 4200-READ-CHGHIST THRU 4200-EXIT
004710                 UNTIL LY-END-OF-FILE
004720             CLOSE CHGHIST
004730         WHEN '35'
004740             CONTINUE
004750         WHEN OTHER
004760             DISPLAY 'LGANONYM: OPEN CHGHIST FAILED, STATUS='
004770                 LY-CHGHIST-STATUS
004780             PERFORM 9900-ABEND THRU 9900-EXIT
004790     END-EVALUATE
004800     OPEN EXTEND CHGHIST
004810     IF LY-CHGHIST-STATUS = '35'
004820         OPEN OUTPUT CHGHIST
004830     END-IF
004840     IF LY-CHGHIST-STATUS NOT = '00'
004850         DISPLAY 'LGANONYM: OPEN CHGHIST FAILED, STATUS='
004860             LY-CHGHIST-STATUS
004870         PERFORM 9900-ABEND THRU 9900-EXIT
004880     END-IF.
004890 4000-EXIT.
004900     EXIT.
004910 4100-READ-CHGARCH.
004920     READ CHGARCH NEXT RECORD INTO CHANGE-HISTORY-RECORD
004930         AT END
004940             SET LY-END-OF-FILE TO TRUE
004950         NOT AT END
004960             PERFORM 4300-NOTE-CHANGE THRU 4300-EXIT
004970     END-READ.
004980 4100-EXIT.
004990     EXIT.
005000 4200-READ-CHGHIST.
005010     READ CHGHIST NEXT RECORD
005020         AT END
005030             SET LY-END-OF-FILE TO TRUE
005040         NOT AT END
005050             PERFORM 4300-NOTE-CHANGE THRU 4300-EXIT
005060     END-READ.
005070 4200-EXIT.
005080     EXIT.
005090 4300-NOTE-CHANGE.
005100     IF CH-ENTITY-CUSTOMER
005110         MOVE CH-RECORD-KEY TO LY-ACT-CUSTOMER
005120     ELSE
005130         IF CH-AFTER-IMAGE = SPACES
005140             MOVE CH-BEFORE-IMAGE(11:10) TO LY-IMAGE-CUSTOMER
005150         ELSE
005160             MOVE CH-AFTER-IMAGE(11:10) TO LY-IMAGE-CUSTOMER
005170         END-IF
005180         IF LY-IMAGE-CUSTOMER NOT NUMERIC
005190             GO TO 4300-EXIT
005200         END-IF
005210         MOVE LY-IMAGE-CUSTOMER TO LY-ACT-CUSTOMER
005220     END-IF
005230     MOVE SPACE TO LY-ACT-HOLD
005240     MOVE CH-TIMESTAMP(1:8) TO LY-ACT-DATE
005250     PERFORM 2900-NOTE-ACTIVITY THRU 2900-EXIT.
005260 4300-EXIT.
005270     EXIT.
005280*+---------------------------------------------------------------+
005290*| 5000-PROCESS-CUSTOMER                                         |
005300*|   ONE CUSTFILE RECORD PER PASS, DECIDED AGAINST ITS ACTIVITY  |
005310*|   TABLE ENTRY IN THE ORDER THE REASONS PRINT. A CUSTOMER      |
005320*|   ALREADY CARRYING THE PLACEHOLDERS IS LEFT ALONE, SO A RERUN |
005330*|   AFTER AN ABEND ONLY ANONYMISES WHAT IS LEFT.                |
005340*+---------------------------------------------------------------+
005350 5000-PROCESS-CUSTOMER.
005360     READ CUSTFILE NEXT RECORD
005370         AT END
005380             SET LY-CUST-END-OF-FILE TO TRUE
005390             GO TO 5000-EXIT
005400     END-READ
005410     ADD 1 TO LY-CUSTOMERS-READ
005420     MOVE SPACES TO ANORPT-RECORD
005430     MOVE CM-CUSTOMER-NUM TO AR-CUSTOMER-NUM
005440     MOVE CM-CUSTOMER-NUM TO LY-ACT-CUSTOMER
005450     MOVE ZERO TO LY-MATCH-INDEX
005460     PERFORM 2910-FIND-CUSTOMER THRU 2910-EXIT
005470         VARYING LY-SEARCH-INDEX FROM 1 BY 1
005480         UNTIL LY-SEARCH-INDEX > AT-COUNT-USED
005490             OR LY-MATCH-INDEX > ZERO
005500     IF LY-MATCH-INDEX > ZERO
005510             AND AT-LAST-ACTIVITY(LY-MATCH-INDEX) NOT = LOW-VALUES
005520         MOVE AT-LAST-ACTIVITY(LY-MATCH-INDEX)(1:4) TO LY-PD-YYYY
005530         MOVE AT-LAST-ACTIVITY(LY-MATCH-INDEX)(5:2) TO LY-PD-MM
005540         MOVE AT-LAST-ACTIVITY(LY-MATCH-INDEX)(7:2) TO LY-PD-DD
005550         MOVE LY-PRINT-DATE TO AR-LAST-ACTIVITY
005560     END-IF
005570     MOVE 'SKIPPED' TO AR-RESULT
005580     EVALUATE TRUE
005590         WHEN CA-FIRST-NAME = AN-FIRST-NAME
005600                 AND CA-LAST-NAME = AN-LAST-NAME
005610             MOVE 'ALREADY ANONYMISED' TO AR-REASON
005620         WHEN LY-MATCH-INDEX = ZERO
005630             MOVE 'NO DATED ACTIVITY - REVIEW' TO AR-REASON
005640         WHEN AT-HOLD-LIVE-POLICY(LY-MATCH-INDEX)
005650             MOVE 'LIVE POLICY' TO AR-REASON
005660         WHEN AT-HOLD-OPEN-CLAIM(LY-MATCH-INDEX)
005670             MOVE 'OPEN CLAIM' TO AR-REASON
005680         WHEN AT-HOLD-UNPAID(LY-MATCH-INDEX)
005690             MOVE 'UNPAID LEDGER ROW' TO AR-REASON
005700         WHEN AT-LAST-ACTIVITY(LY-MATCH-INDEX) = LOW-VALUES
005710             MOVE 'NO DATED ACTIVITY - REVIEW' TO AR-REASON
005720         WHEN AT-LAST-ACTIVITY(LY-MATCH-INDEX) NOT < LY-CUTOFF-YMD
005730             MOVE 'ACTIVE WITHIN RETENTION' TO AR-REASON
005740         WHEN OTHER
005750             PERFORM 5100-ANONYMISE-CUSTOMER THRU 5100-EXIT
005760     END-EVALUATE
005770     IF AR-RESULT = 'SKIPPED'
005780         ADD 1 TO LY-SKIPPED
005790     END-IF
005800     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
005810 5000-EXIT.
005820     EXIT.
005830*+---------------------------------------------------------------+
005840*| 5100-ANONYMISE-CUSTOMER                                       |
005850*|   THE SECRFILE ROW GOES FIRST, THEN THE CUSTFILE REWRITE,     |
005860*|   THEN THE CHGHIST ROW. THE ROW CARRIES THE ANONYMISED        |
005870*|   RECORD AS ITS AFTER IMAGE AND A BLANK BEFORE IMAGE -        |
005880*|   LOGGING THE DETAILS BEING ERASED WOULD ONLY KEEP ANOTHER    |
005890*|   COPY OF THEM.                                               |
005900*|   A CUSTOMER WITH NO SECRFILE ROW (NEVER REGISTERED FOR       |
005910*|   SELF-SERVICE, OR MERGED) IS STILL ANONYMISED.               |
005920*+---------------------------------------------------------------+
005930 5100-ANONYMISE-CUSTOMER.
005940     MOVE CM-CUSTOMER-NUM TO SR-CUSTOMER-NUM
005950     DELETE SECRFILE RECORD
005960     EVALUATE LY-SECRFILE-STATUS
005970         WHEN '00'
005980             MOVE 'DELETED' TO AR-SECURITY-ROW
005990         WHEN '23'
006000             MOVE 'NONE' TO AR-SECURITY-ROW
006010         WHEN OTHER
006020             DISPLAY 'LGANONYM: DELETE SECRFILE FAILED, STATUS='
006030                 LY-SECRFILE-STATUS ' CUSTOMER=' CM-CUSTOMER-NUM
006040             PERFORM 9900-ABEND THRU 9900-EXIT
006050     END-EVALUATE
006060     MOVE AN-FIRST-NAME TO CA-FIRST-NAME
006070     MOVE AN-LAST-NAME TO CA-LAST-NAME
006080     MOVE AN-DOB TO CA-DOB
006090     MOVE AN-HOUSE-NAME TO CA-HOUSE-NAME
006100     MOVE AN-HOUSE-NUM TO CA-HOUSE-NUM
006110     MOVE AN-POSTCODE TO CA-POSTCODE
006120     MOVE AN-PHONE-MOBILE TO CA-PHONE-MOBILE
006130     MOVE AN-PHONE-HOME TO CA-PHONE-HOME
006140     MOVE AN-EMAIL-ADDRESS TO CA-EMAIL-ADDRESS
006150     REWRITE CUSTOMER-RECORD
006160     IF LY-CUSTFILE-STATUS NOT = '00'
006170         DISPLAY 'LGANONYM: REWRITE CUSTFILE FAILED, STATUS='
006180             LY-CUSTFILE-STATUS ' CUSTOMER=' CM-CUSTOMER-NUM
006190         PERFORM 9900-ABEND THRU 9900-EXIT
006200     END-IF
006210     MOVE CM-CUSTOMER-NUM TO LY-CH-KEY
006220     MOVE SPACES TO LY-CH-BEFORE
006230     MOVE CUSTOMER-RECORD TO LY-CH-AFTER
006240     PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT
006250     MOVE 'ANONYMISED' TO AR-RESULT
006260     ADD 1 TO LY-ANONYMISED.
006270 5100-EXIT.
006280     EXIT.
006290*+---------------------------------------------------------------+
006300*| 6000-PRINT-TOTALS                                             |
006310*+---------------------------------------------------------------+
006320 6000-PRINT-TOTALS.
006330     MOVE SPACES TO ANORPT-RECORD
006340     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
006350     MOVE 'CUSTOMERS READ:' TO TRL-LABEL
006360     MOVE LY-CUSTOMERS-READ TO TRL-COUNT
006370     MOVE TRL-LINE TO ANORPT-RECORD
006380     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
006390     MOVE 'ANONYMISED:' TO TRL-LABEL
006400     MOVE LY-ANONYMISED TO TRL-COUNT
006410     MOVE TRL-LINE TO ANORPT-RECORD
006420     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
006430     MOVE 'SKIPPED:' TO TRL-LABEL
006440     MOVE LY-SKIPPED TO TRL-COUNT
006450     MOVE TRL-LINE TO ANORPT-RECORD
006460     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
006470 6000-EXIT.
006480     EXIT.
006490*+---------------------------------------------------------------+
006500*| 6900-WRITE-REPORT-LINE                                        |
006510*|   ANORPT-RECORD HAS BEEN BUILT.                               |
006520*+---------------------------------------------------------------+
006530 6900-WRITE-REPORT-LINE.
006540     WRITE ANORPT-RECORD
006550     IF LY-ANORPT-STATUS NOT = '00'
006560         DISPLAY 'LGANONYM: WRITE ANORPT FAILED, STATUS='
006570             LY-ANORPT-STATUS
006580         PERFORM 9900-ABEND THRU 9900-EXIT
006590     END-IF.
006600 6900-EXIT.
006610     EXIT.
006620*+---------------------------------------------------------------+
006630*| 8100-BUILD-TIMESTAMP                                          |
006640*|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
006650*|   LOGS, FOR THE SVCCTL WINDOW START AND THE SVCLOG ROWS.      |
006660*+---------------------------------------------------------------+
006670 8100-BUILD-TIMESTAMP.
006680     ACCEPT LY-TS-DATE FROM DATE YYYYMMDD
006690     ACCEPT LY-TIME-OF-DAY FROM TIME
006700     MOVE LY-TOD-HH TO LY-TS-HH
006710     MOVE LY-TOD-MM TO LY-TS-MM
006720     MOVE LY-TOD-SS TO LY-TS-SS.
006730 8100-EXIT.
006740     EXIT.
006750*+---------------------------------------------------------------+
006760*| 8200-WRITE-CHANGE-HISTORY                                     |
006770*|   ONE CHGHIST ANONYMISE ROW PER CUSTOMER, THE SHAPE LGICDB01  |
006780*|   WRITES ONLINE. BATCH HAS NO TRANSACTION OR TERMINAL, SO     |
006790*|   THOSE SLOTS CARRY THE PROGRAM'S MARK AND THE BATCH FLAG.    |
006800*+---------------------------------------------------------------+
006810 8200-WRITE-CHANGE-HISTORY.
006820     MOVE SPACES TO CHANGE-HISTORY-RECORD
006830     MOVE LY-TIMESTAMP TO CH-TIMESTAMP
006840     MOVE 'LGAN' TO CH-TRNID
006850     MOVE 'BTCH' TO CH-TRMID
006860     SET CH-ENTITY-CUSTOMER TO TRUE
006870     SET CH-ACTION-ANONYMISE TO TRUE
006880     MOVE LY-CH-KEY TO CH-RECORD-KEY
006890     MOVE LY-CH-BEFORE TO CH-BEFORE-IMAGE
006900     MOVE LY-CH-AFTER TO CH-AFTER-IMAGE
006910     WRITE CHANGE-HISTORY-RECORD
006920     IF LY-CHGHIST-STATUS NOT = '00'
006930         DISPLAY 'LGANONYM: WRITE CHGHIST FAILED, STATUS='
006940             LY-CHGHIST-STATUS
006950         PERFORM 9900-ABEND THRU 9900-EXIT
006960     END-IF.
006970 8200-EXIT.
006980     EXIT.
006990*+---------------------------------------------------------------+
007000*| 8500-START-BATCH-WINDOW                                       |
007010*|   TAKE THE LY-SVC-GROUP FILE GROUP INTO LY-SVC-STATE ON       |
007020*|   SVCCTL SO LGICDB01 HOLDS BACK THE ONLINE REQUESTS THAT      |
007030*|   WOULD CLASH WITH THIS RUN. A GROUP ALREADY HELD BY THIS     |
007040*|   JOB IS WHAT AN ABENDED EARLIER RUN LEFT BEHIND - THIS IS    |
007050*|   ITS RESTART, SO THE WINDOW KEEPS ITS ORIGINAL START AND     |
007060*|   COUNTS ONE MORE RESTART. A GROUP HELD BY ANY OTHER JOB      |
007070*|   STOPS THE RUN: TWO JOBS MUST NOT SHARE THE FILES, AND       |
007080*|   RELEASING THIS ONE LATER WOULD REOPEN THEM UNDER THE        |
007090*|   OTHER.                                                      |
007100*+---------------------------------------------------------------+
007110 8500-START-BATCH-WINDOW.
007120     MOVE LY-SVC-GROUP TO SC-FILE-GROUP
007130     READ SVCCTL
007140     EVALUATE TRUE
007150         WHEN LY-SVCCTL-STATUS = '23'
007160             MOVE LY-SVC-GROUP TO SC-FILE-GROUP
007170             MOVE LY-SVC-STATE TO SC-SERVICE-STATE
007180             MOVE LY-JOB-NAME TO SC-JOB-NAME
007190             MOVE LY-TIMESTAMP TO SC-WINDOW-START
007200             MOVE ZERO TO SC-RESTART-COUNT
007210             WRITE SERVICE-CONTROL-RECORD
007220             SET SL-EVENT-START TO TRUE
007230         WHEN LY-SVCCTL-STATUS NOT = '00'
007240             DISPLAY 'LGANONYM: READ SVCCTL FAILED, STATUS='
007250                 LY-SVCCTL-STATUS ' GROUP=' LY-SVC-GROUP
007260             PERFORM 9900-ABEND THRU 9900-EXIT
007270         WHEN SC-SERVICE-OPEN
007280             MOVE LY-SVC-STATE TO SC-SERVICE-STATE
007290             MOVE LY-JOB-NAME TO SC-JOB-NAME
007300             MOVE LY-TIMESTAMP TO SC-WINDOW-START
007310             MOVE ZERO TO SC-RESTART-COUNT
007320             REWRITE SERVICE-CONTROL-RECORD
007330             SET SL-EVENT-START TO TRUE
007340         WHEN SC-JOB-NAME = LY-JOB-NAME
007350             DISPLAY 'LGANONYM: RESTARTING THE ' LY-SVC-GROUP
007360                 ' WINDOW OPENED ' SC-WINDOW-START
007370             MOVE LY-SVC-STATE TO SC-SERVICE-STATE
007380             ADD 1 TO SC-RESTART-COUNT
007390             REWRITE SERVICE-CONTROL-RECORD
007400             SET SL-EVENT-RESTART TO TRUE
007410         WHEN OTHER
007420             DISPLAY 'LGANONYM: ' LY-SVC-GROUP ' WINDOW HELD BY '
007430                 SC-JOB-NAME ' SINCE ' SC-WINDOW-START
007440             PERFORM 9900-ABEND THRU 9900-EXIT
007450     END-EVALUATE
007460     IF LY-SVCCTL-STATUS NOT = '00'
007470         DISPLAY 'LGANONYM: UPDATE SVCCTL FAILED, STATUS='
007480             LY-SVCCTL-STATUS ' GROUP=' LY-SVC-GROUP
007490         PERFORM 9900-ABEND THRU 9900-EXIT
007500     END-IF
007510     MOVE LY-SVC-STATE TO SL-SERVICE-STATE
007520     PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT.
007530 8500-EXIT.
007540     EXIT.
007550*+---------------------------------------------------------------+
007560*| 8600-END-BATCH-WINDOW                                         |
007570*|   THE RUN COMPLETED - HAND LY-SVC-GROUP BACK TO THE ONLINE    |
007580*|   SYSTEM. ONLY A GROUP THIS JOB STILL HOLDS IS RELEASED; ONE  |
007590*|   ALREADY OPEN, OR TAKEN OVER BY AN OPERATOR FOR ANOTHER      |
007600*|   JOB, IS REPORTED AND LEFT AS IT IS.                         |
007610*+---------------------------------------------------------------+
007620 8600-END-BATCH-WINDOW.
007630     MOVE LY-SVC-GROUP TO SC-FILE-GROUP
007640     READ SVCCTL
007650     IF LY-SVCCTL-STATUS NOT = '00'
007660             OR SC-SERVICE-OPEN
007670             OR SC-JOB-NAME NOT = LY-JOB-NAME
007680         DISPLAY 'LGANONYM: ' LY-SVC-GROUP ' WINDOW NOT HELD BY'
007690             ' THIS JOB - LEFT AS IT IS, STATUS='
007700             LY-SVCCTL-STATUS
007710     ELSE
007720         MOVE 'O' TO SC-SERVICE-STATE
007730         REWRITE SERVICE-CONTROL-RECORD
007740         IF LY-SVCCTL-STATUS NOT = '00'
007750             DISPLAY 'LGANONYM: UPDATE SVCCTL FAILED, STATUS='
007760                 LY-SVCCTL-STATUS ' GROUP=' LY-SVC-GROUP
007770             PERFORM 9900-ABEND THRU 9900-EXIT
007780         END-IF
007790         SET SL-EVENT-END TO TRUE
007800         MOVE 'O' TO SL-SERVICE-STATE
007810         PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT
007820     END-IF.
007830 8600-EXIT.
007840     EXIT.
007850*+---------------------------------------------------------------+
007860*| 8700-WRITE-SERVICE-LOG                                        |
007870*|   ONE SVCLOG ROW FOR THE SVCCTL CHANGE JUST MADE. THE CALLER  |
007880*|   HAS SET SL-EVENT AND SL-SERVICE-STATE.                      |
007890*+---------------------------------------------------------------+
007900 8700-WRITE-SERVICE-LOG.
007910     MOVE LY-TIMESTAMP TO SL-TIMESTAMP
007920     MOVE LY-SVC-GROUP TO SL-FILE-GROUP
007930     MOVE LY-JOB-NAME TO SL-JOB-NAME
007940     WRITE SERVICE-LOG-RECORD
007950     IF LY-SVCLOG-STATUS NOT = '00'
007960         DISPLAY 'LGANONYM: WRITE SVCLOG FAILED, STATUS='
007970             LY-SVCLOG-STATUS
007980         PERFORM 9900-ABEND THRU 9900-EXIT
007990     END-IF.
008000 8700-EXIT.
008010     EXIT.
008020*+---------------------------------------------------------------+
008030*| 9900-ABEND                                                    |
008040*|   BAD DATES, A FULL ACTIVITY TABLE, OR A FILE THAT DID NOT    |
008050*|   OPEN, READ OR WRITE CLEANLY - STOP. EACH CUSTOMER IS        |
008060*|   ANONYMISED AND LOGGED BEFORE THE NEXT IS READ, AND THE      |
008070*|   SERVICE WINDOW STAYS HELD, SO A RERUN WITH THE SAME DATES   |
008080*|   PICKS UP WHERE THIS ONE STOPPED.                            |
008090*+---------------------------------------------------------------+
008100 9900-ABEND.
008110     MOVE 16 TO RETURN-CODE
008120     STOP RUN.
008130 9900-EXIT.
008140     EXIT.
008150*+---------------------------------------------------------------+
008160*| 9999-EXIT                                                     |
008170*+---------------------------------------------------------------+
008180 9999-EXIT.
008190     DISPLAY 'LGANONYM: CUSTOMERS READ=' LY-CUSTOMERS-READ
008200         ' ANONYMISED=' LY-ANONYMISED
008210         ' SKIPPED=' LY-SKIPPED
008220     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
008230     MOVE 'CUSTOMER' TO LY-SVC-GROUP
008240     PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
008250     MOVE 'POLICY' TO LY-SVC-GROUP
008260     PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
008270     CLOSE CUSTFILE SECRFILE POLYFILE CHGHIST ANORPT SVCCTL SVCLOG
008280     GOBACK.
008290 9999-EXIT-EXIT.
008300     EXIT.
