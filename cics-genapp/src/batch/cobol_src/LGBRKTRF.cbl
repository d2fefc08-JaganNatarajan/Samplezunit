000010*+---------------------------------------------------------------+
000020*| LGBRKTRF                                                      |
000030*|   BROKER BOOK TRANSFER. WHEN A BROKER IS SUSPENDED OR SELLS   |
000040*|   THEIR AGENCY, EVERY POLICY STILL CARRYING THEIR NUMBER      |
000050*|   FAILS LGICDB01'S BROKER CHECK (RC 95) ON ITS NEXT UPDATE.   |
000060*|   THIS RUN TAKES OLD-TO-NEW BROKER MAPPINGS FROM SYSIN, EACH  |
000070*|   OPTIONALLY RESTRICTED TO ONE POLICY TYPE, AND REASSIGNS     |
000080*|   PR-BROKERID ON EVERY MATCHING POLYFILE RECORD, WRITING A    |
000090*|   CHGHIST TRANSFER ROW (ACTION T) PER POLICY. THE TRFRPT      |
000100*|   REPORT SHOWS EACH POLICY MOVED WITH THE COMMISSION IT EARNS |
000110*|   AT THE OLD AND NEW BROKERS' PER-TYPE RATES, THEN THE TOTALS |
000120*|   PER MAPPING. WHILE IT RUNS THE POLICY FILE GROUP IS         |
000130*|   READ-ONLY TO THE ONLINE SYSTEM ON SVCCTL (SEE CASVCCTL);    |
000140*|   01IBPL LISTS A BROKER'S BOOK BEFORE AND AFTER.              |
000150*+---------------------------------------------------------------+
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.              LGBRKTRF.
000180 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000190 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000200 DATE-WRITTEN.            15/10/2026.
000210 DATE-COMPILED.           15/10/2026.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   15/10/2026 IAG  INITIAL VERSION - MAPPED BROKER BOOK TRANSFER
000250*                   WITH CHGHIST TRAIL AND COMMISSION IMPACT
000260*                   REPORT.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT POLYFILE ASSIGN TO POLYFILE
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS PR-POLICY-NUM
000350         FILE STATUS IS LT-POLYFILE-STATUS.
000360     SELECT BRKFILE ASSIGN TO BRKFILE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS BM-BROKER-NUM
000400         FILE STATUS IS LT-BRKFILE-STATUS.
000410     SELECT CHGHIST ASSIGN TO CHGHIST
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS LT-CHGHIST-STATUS.
000440     SELECT TRFRPT ASSIGN TO TRFRPT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS LT-TRFRPT-STATUS.
000470     SELECT SVCCTL ASSIGN TO SVCCTL
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SC-FILE-GROUP
000510         FILE STATUS IS LT-SVCCTL-STATUS.
000520     SELECT SVCLOG ASSIGN TO SVCLOG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS LT-SVCLOG-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  POLYFILE
000580*    VARIABLE-LENGTH RECORDS SIZED TO THE POLICY TYPE - SEE
000590*    CAPOLLEN. A TRANSFER REWRITES THE RECORD AT THE LENGTH THE
000600*    READ JUST RETURNED.
000610     RECORD IS VARYING IN SIZE FROM 145 TO 32493 CHARACTERS
000620         DEPENDING ON LT-POLYFILE-RECLEN.
000630 COPY CAPOLYMS.
000640 FD  BRKFILE.
000650 COPY CABRKRMS.
000660 FD  CHGHIST.
000670 COPY CACHGHST.
000680 FD  TRFRPT.
000690 COPY CARTRFRP.
000700 FD  SVCCTL.
000710 COPY CASVCCTL.
000720 FD  SVCLOG.
000730 COPY CARSVCLG.
000740 WORKING-STORAGE SECTION.
000750 COPY CAPOLLEN.
000760*-----------------------------------------------------------------
000770* FILE STATUS AND END-OF-FILE CONTROL.
000780*-----------------------------------------------------------------
000790 77 LT-POLYFILE-STATUS     PIC X(02).
000800*    SET BY THE ACCESS METHOD ON EVERY READ - THE LENGTH OF THE
000810*    VARIABLE POLYFILE RECORD JUST RETURNED.
000820 77 LT-POLYFILE-RECLEN     PIC 9(05) COMP.
000830 77 LT-BRKFILE-STATUS      PIC X(02).
000840 77 LT-CHGHIST-STATUS      PIC X(02).
000850 77 LT-TRFRPT-STATUS       PIC X(02).
000860 77 LT-SVCCTL-STATUS       PIC X(02).
000870 77 LT-SVCLOG-STATUS       PIC X(02).
000880 77 LT-EOF-SWITCH          PIC X(01) VALUE 'N'.
000890     88 LT-END-OF-FILE     VALUE 'Y'.
000900*-----------------------------------------------------------------
000910* RUN ARGUMENTS, READ FROM SYSIN - FIRST THE NUMBER OF MAPPING
000920* CARDS THAT FOLLOW, THEN ONE CARD PER MAPPING: THE OLD BROKER
000930* NUMBER, THE NEW BROKER NUMBER AND A POLICY TYPE (E/H/M/B/L/T),
000940* OR A SPACE TO MOVE EVERY TYPE. A BROKER WHOSE BOOK IS SPLIT
000950* BETWEEN SEVERAL BUYERS GETS ONE CARD PER TYPE.
000960*-----------------------------------------------------------------
000970 77 LT-CARD-COUNT          PIC 9(02).
000980 01 LT-MAPPING-CARD.
000990     05 LT-CARD-OLD-BROKER PIC 9(10).
001000     05 FILLER             PIC X(01).
001010     05 LT-CARD-NEW-BROKER PIC 9(10).
001020     05 FILLER             PIC X(01).
001030     05 LT-CARD-POLICY-TYPE PIC X(01).
001040         88 LT-CARD-TYPE-VALID VALUES ' ' 'E' 'H' 'M' 'B' 'L' 'T'.
001050     05 FILLER             PIC X(57).
001060*-----------------------------------------------------------------
001070* MAPPING TABLE - ONE ENTRY PER CARD, CARRYING BOTH BROKERS' NAMES
001080* AND PER-TYPE COMMISSION RATES (ENDOWMENT, HOUSE, MOTOR,
001090* COMMERCIAL, TRAVEL - THE CABRKFLD ORDER) SO THE POLICY PASS
001100* NEVER GOES BACK TO BRKFILE, AND THE RUNNING TOTALS FOR THE
001110* SUMMARY. A POLICY TAKES THE FIRST CARD ITS BROKER AND TYPE
001120* MATCH, AND IS ONLY EVER MATCHED ON THE BROKER IT WAS READ WITH,
001130* SO A CHAIN OF CARDS (A TO B, B TO C) MOVES EACH POLICY ONCE.
001140*-----------------------------------------------------------------
001150 78 LT-MAX-MAPPINGS        VALUE 50.
001160 01 MAPPING-TABLE.
001170     05 MP-ENTRY OCCURS 50 TIMES.
001180         10 MP-OLD-BROKER     PIC 9(10).
001190         10 MP-NEW-BROKER     PIC 9(10).
001200         10 MP-POLICY-TYPE    PIC X(01).
001210         10 MP-OLD-NAME       PIC X(30).
001220         10 MP-NEW-NAME       PIC X(30).
001230         10 MP-OLD-RATES.
001240             15 MP-OLD-RATE   PIC 9(02)V99 OCCURS 5 TIMES.
001250         10 MP-NEW-RATES.
001260             15 MP-NEW-RATE   PIC 9(02)V99 OCCURS 5 TIMES.
001270         10 MP-POLICIES-MOVED PIC 9(08) COMP.
001280         10 MP-TOTAL-PAYMENT  PIC 9(12) COMP-3.
001290         10 MP-OLD-COMMISSION PIC 9(12)V99 COMP-3.
001300         10 MP-NEW-COMMISSION PIC 9(12)V99 COMP-3.
001310 77 MP-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001320 77 LT-SEARCH-INDEX         PIC 9(04) COMP.
001330 77 LT-MATCH-INDEX          PIC 9(04) COMP.
001340*-----------------------------------------------------------------
001350* COMMISSION WORK FIELDS. LT-RATE-WORK HOLDS ONE BROKER'S FIVE
001360* RATES IN MAPPING-TABLE ORDER WHILE THE CARDS ARE LOADED;
001370* LT-RATE-INDEX IS THE POLICY TYPE'S SLOT IN IT, ZERO FOR A CLAIM
001380* RECORD, WHICH EARNS NO COMMISSION. THE COMMISSION ITSELF IS
001390* WORKED THE WAY LGBRKCOM WORKS IT - PR-PAYMENT TIMES THE RATE,
001400* OVER ONE HUNDRED, TRUNCATED TO THE PENNY.
001410*-----------------------------------------------------------------
001420 01 LT-RATE-WORK.
001430     05 LT-RATE            PIC 9(02)V99 OCCURS 5 TIMES.
001440 77 LT-RATE-INDEX          PIC 9(04) COMP.
001450 77 LT-OLD-RATE            PIC 9(02)V99.
001460 77 LT-NEW-RATE            PIC 9(02)V99.
001470 77 LT-OLD-COMM-WORK       PIC 9(12)V99 COMP-3.
001480 77 LT-NEW-COMM-WORK       PIC 9(12)V99 COMP-3.
001490 77 LT-COMM-CHANGE         PIC S9(12)V99 COMP-3.
001500*-----------------------------------------------------------------
001510* CHANGE-HISTORY STAGING - THE SAME SHAPE LGICDB01 USES ONLINE.
001520* BATCH HAS NO EIB, SO THE TRANSACTION AND TERMINAL SLOTS CARRY
001530* THIS PROGRAM'S MARK INSTEAD.
001540*-----------------------------------------------------------------
001550 01 LT-CHANGE-WORK.
001560     05 LT-CH-KEY          PIC 9(10).
001570     05 LT-CH-BEFORE       PIC X(250).
001580     05 LT-CH-AFTER        PIC X(250).
001590 01 LT-TIMESTAMP.
001600     05 LT-TS-DATE         PIC X(08).
001610     05 FILLER             PIC X(01) VALUE '-'.
001620     05 LT-TS-HH           PIC X(02).
001630     05 FILLER             PIC X(01) VALUE ':'.
001640     05 LT-TS-MM           PIC X(02).
001650     05 FILLER             PIC X(01) VALUE ':'.
001660     05 LT-TS-SS           PIC X(02).
001670     05 FILLER             PIC X(09) VALUE SPACES.
001680 01 LT-TIME-OF-DAY.
001690     05 LT-TOD-HH          PIC X(02).
001700     05 LT-TOD-MM          PIC X(02).
001710     05 LT-TOD-SS          PIC X(02).
001720     05 LT-TOD-HS          PIC X(02).
001730*-----------------------------------------------------------------
001740* SERVICE WINDOW - THE SVCCTL FILE GROUP BEING TAKEN OR RELEASED
001750* AND THE STATE THIS JOB HOLDS IT IN WHILE IT RUNS. SEE CASVCCTL.
001760*-----------------------------------------------------------------
001770 78 LT-JOB-NAME            VALUE 'LGBRKTRF'.
001780 77 LT-SVC-GROUP           PIC X(08).
001790 77 LT-SVC-STATE           PIC X(01).
001800     88 LT-SVC-READ-ONLY       VALUE 'R'.
001810     88 LT-SVC-CLOSED          VALUE 'C'.
001820*-----------------------------------------------------------------
001830* RUN COUNTERS, DISPLAYED AT END OF JOB.
001840*-----------------------------------------------------------------
001850 77 LT-POLICIES-READ       PIC 9(09) COMP VALUE ZERO.
001860 77 LT-POLICIES-MOVED      PIC 9(09) COMP VALUE ZERO.
001870*-----------------------------------------------------------------
001880* REPORT HEADING, SUMMARY AND TRAILER WORK AREAS.
001890*-----------------------------------------------------------------
001900 01 HDG-LINE-1.
001910     05 FILLER PIC X(50) VALUE
001920         'BROKER BOOK TRANSFER - COMMISSION IMPACT'.
001930     05 FILLER PIC X(05) VALUE 'RUN: '.
001940     05 HDG-RUN-STAMP PIC X(26).
001950     05 FILLER PIC X(51) VALUE SPACES.
001960 01 HDG-LINE-2.
001970     05 FILLER PIC X(12) VALUE 'POLICY'.
001980     05 FILLER PIC X(03) VALUE 'T'.
001990     05 FILLER PIC X(12) VALUE 'CUSTOMER'.
002000     05 FILLER PIC X(09) VALUE 'PREMIUM'.
002010     05 FILLER PIC X(11) VALUE 'OLD BROKER'.
002020     05 FILLER PIC X(06) VALUE 'RATE'.
002030     05 FILLER PIC X(12) VALUE 'OLD COMM'.
002040     05 FILLER PIC X(11) VALUE 'NEW BROKER'.
002050     05 FILLER PIC X(06) VALUE 'RATE'.
002060     05 FILLER PIC X(12) VALUE 'NEW COMM'.
002070     05 FILLER PIC X(38) VALUE 'CHANGE'.
002080 01 SUM-HDG-LINE.
002090     05 FILLER PIC X(40) VALUE 'TRANSFER SUMMARY BY MAPPING'.
002100     05 FILLER PIC X(92) VALUE SPACES.
002110 01 SUM-LINE-1.
002120     05 FILLER PIC X(05) VALUE 'FROM '.
002130     05 SUM-OLD-BROKER PIC 9(10).
002140     05 FILLER PIC X(01) VALUE SPACE.
002150     05 SUM-OLD-NAME PIC X(30).
002160     05 FILLER PIC X(04) VALUE ' TO '.
002170     05 SUM-NEW-BROKER PIC 9(10).
002180     05 FILLER PIC X(01) VALUE SPACE.
002190     05 SUM-NEW-NAME PIC X(30).
002200     05 FILLER PIC X(07) VALUE '  TYPE '.
002210     05 SUM-POLICY-TYPE PIC X(03).
002220     05 FILLER PIC X(31) VALUE SPACES.
002230 01 SUM-LINE-2.
002240     05 FILLER PIC X(11) VALUE '  POLICIES '.
002250     05 SUM-POLICIES PIC ZZZZZZZ9.
002260     05 FILLER PIC X(10) VALUE '  PREMIUM '.
002270     05 SUM-PAYMENT PIC ZZZ,ZZZ,ZZZ,ZZ9.
002280     05 FILLER PIC X(17) VALUE '  OLD COMMISSION '.
002290     05 SUM-OLD-COMMISSION PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002300     05 FILLER PIC X(17) VALUE '  NEW COMMISSION '.
002310     05 SUM-NEW-COMMISSION PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002320     05 FILLER PIC X(18) VALUE SPACES.
002330 01 SUM-LINE-3.
002340     05 FILLER PIC X(20) VALUE '  COMMISSION CHANGE '.
002350     05 SUM-COMM-CHANGE PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002360     05 FILLER PIC X(93) VALUE SPACES.
002370 01 TRL-LINE-1.
002380     05 FILLER PIC X(16) VALUE 'POLICIES READ:'.
002390     05 TRL-POLICIES-READ PIC ZZZZZZZZ9.
002400     05 FILLER PIC X(107) VALUE SPACES.
002410 01 TRL-LINE-2.
002420     05 FILLER PIC X(16) VALUE 'POLICIES MOVED:'.
002430     05 TRL-POLICIES-MOVED PIC ZZZZZZZZ9.
002440     05 FILLER PIC X(107) VALUE SPACES.
002450*+---------------------------------------------------------------+
002460*| 0000-MAINLINE                                                 |
002470*+---------------------------------------------------------------+
002480 PROCEDURE DIVISION.
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002510     PERFORM 2000-TRANSFER-POLICY THRU 2000-EXIT
002520         UNTIL LT-END-OF-FILE
002530     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002540     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
002550*+---------------------------------------------------------------+
002560*| 1000-INITIALIZE                                               |
002570*|   EVERY CARD IS READ AND CHECKED AGAINST BRKFILE BEFORE ANY   |
002580*|   FILE IS OPENED FOR UPDATE - A MISTYPED NUMBER OR A NEW      |
002590*|   BROKER WHO IS NOT ACTIVE STOPS THE RUN WITH NOTHING MOVED.  |
002600*|   CHGHIST IS EXTENDED THE WAY LGDUPMRG EXTENDS IT, FALLING    |
002610*|   BACK TO OUTPUT WHEN THE QUEUE-BACKED DATASET HAS NEVER      |
002620*|   BEEN CREATED.                                               |
002630*+---------------------------------------------------------------+
002640 1000-INITIALIZE.
002650     ACCEPT LT-CARD-COUNT FROM SYSIN
002660     IF LT-CARD-COUNT NOT NUMERIC
002670             OR LT-CARD-COUNT = ZERO
002680             OR LT-CARD-COUNT > LT-MAX-MAPPINGS
002690         DISPLAY 'LGBRKTRF: MAPPING CARD COUNT MUST BE 01 TO '
002700             LT-MAX-MAPPINGS ', GOT ' LT-CARD-COUNT
002710         PERFORM 9900-ABEND THRU 9900-EXIT
002720     END-IF
002730     OPEN INPUT BRKFILE
002740     IF LT-BRKFILE-STATUS NOT = '00'
002750         DISPLAY 'LGBRKTRF: OPEN BRKFILE FAILED, STATUS='
002760             LT-BRKFILE-STATUS
002770         PERFORM 9900-ABEND THRU 9900-EXIT
002780     END-IF
002790     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT
002800         LT-CARD-COUNT TIMES
002810     OPEN I-O POLYFILE
002820     IF LT-POLYFILE-STATUS NOT = '00'
002830         DISPLAY 'LGBRKTRF: OPEN POLYFILE FAILED, STATUS='
002840             LT-POLYFILE-STATUS
002850         PERFORM 9900-ABEND THRU 9900-EXIT
002860     END-IF
002870     OPEN EXTEND CHGHIST
002880     IF LT-CHGHIST-STATUS = '35'
002890         OPEN OUTPUT CHGHIST
002900     END-IF
002910     IF LT-CHGHIST-STATUS NOT = '00'
002920         DISPLAY 'LGBRKTRF: OPEN CHGHIST FAILED, STATUS='
002930             LT-CHGHIST-STATUS
002940         PERFORM 9900-ABEND THRU 9900-EXIT
002950     END-IF
002960     OPEN OUTPUT TRFRPT
002970     IF LT-TRFRPT-STATUS NOT = '00'
002980         DISPLAY 'LGBRKTRF: OPEN TRFRPT FAILED, STATUS='
002990             LT-TRFRPT-STATUS
003000         PERFORM 9900-ABEND THRU 9900-EXIT
003010     END-IF
003020     OPEN I-O SVCCTL
003030     IF LT-SVCCTL-STATUS NOT = '00'
003040         DISPLAY 'LGBRKTRF: OPEN SVCCTL FAILED, STATUS='
003050             LT-SVCCTL-STATUS
003060         PERFORM 9900-ABEND THRU 9900-EXIT
003070     END-IF
003080     OPEN EXTEND SVCLOG
003090     IF LT-SVCLOG-STATUS = '35'
003100         OPEN OUTPUT SVCLOG
003110     END-IF
003120     IF LT-SVCLOG-STATUS NOT = '00'
003130         DISPLAY 'LGBRKTRF: OPEN SVCLOG FAILED, STATUS='
003140             LT-SVCLOG-STATUS
003150         PERFORM 9900-ABEND THRU 9900-EXIT
003160     END-IF
003170     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
003180     SET LT-SVC-READ-ONLY TO TRUE
003190     MOVE 'POLICY' TO LT-SVC-GROUP
003200     PERFORM 8500-START-BATCH-WINDOW THRU 8500-EXIT
003210     MOVE LT-TIMESTAMP TO HDG-RUN-STAMP
003220     WRITE TRFRPT-RECORD FROM HDG-LINE-1
003230     WRITE TRFRPT-RECORD FROM HDG-LINE-2.
003240 1000-EXIT.
003250     EXIT.
003260*+---------------------------------------------------------------+
003270*| 1100-LOAD-MAPPING                                             |
003280*|   ONE CARD INTO THE NEXT MAPPING-TABLE ENTRY. THE OLD BROKER  |
003290*|   MAY ALREADY BE GONE FROM BRKFILE - THEIR POLICIES STILL     |
003300*|   NEED MOVING - AND THEN EARNED NOTHING, SHOWING AS NOT ON    |
003310*|   FILE THE WAY LGBRKCOM SHOWS THEM. THE NEW BROKER MUST BE ON |
003320*|   FILE AND ACTIVE, OR THE MOVED POLICIES WOULD FAIL THE SAME  |
003330*|   RC 95 CHECK THE TRANSFER IS MEANT TO CLEAR.                 |
003340*+---------------------------------------------------------------+
003350 1100-LOAD-MAPPING.
003360     MOVE SPACES TO LT-MAPPING-CARD
003370     ACCEPT LT-MAPPING-CARD FROM SYSIN
003380     IF LT-CARD-OLD-BROKER NOT NUMERIC
003390             OR LT-CARD-NEW-BROKER NOT NUMERIC
003400             OR LT-CARD-OLD-BROKER = LT-CARD-NEW-BROKER
003410             OR NOT LT-CARD-TYPE-VALID
003420         DISPLAY 'LGBRKTRF: BAD MAPPING CARD - ' LT-MAPPING-CARD
003430         PERFORM 9900-ABEND THRU 9900-EXIT
003440     END-IF
003450     ADD 1 TO MP-COUNT-USED
003460     MOVE LT-CARD-OLD-BROKER TO MP-OLD-BROKER(MP-COUNT-USED)
003470     MOVE LT-CARD-NEW-BROKER TO MP-NEW-BROKER(MP-COUNT-USED)
003480     MOVE LT-CARD-POLICY-TYPE TO MP-POLICY-TYPE(MP-COUNT-USED)
003490     MOVE ZERO TO MP-POLICIES-MOVED(MP-COUNT-USED)
003500     MOVE ZERO TO MP-TOTAL-PAYMENT(MP-COUNT-USED)
003510     MOVE ZERO TO MP-OLD-COMMISSION(MP-COUNT-USED)
003520     MOVE ZERO TO MP-NEW-COMMISSION(MP-COUNT-USED)
003530     MOVE LT-CARD-OLD-BROKER TO BM-BROKER-NUM
003540     READ BRKFILE
003550     EVALUATE LT-BRKFILE-STATUS
003560         WHEN '00'
003570             MOVE CA-BROKER-NAME TO MP-OLD-NAME(MP-COUNT-USED)
003580             PERFORM 1110-LOAD-BROKER-RATES THRU 1110-EXIT
003590         WHEN '23'
003600             MOVE 'NOT ON FILE' TO MP-OLD-NAME(MP-COUNT-USED)
003610             MOVE ZERO TO LT-RATE(1) LT-RATE(2) LT-RATE(3)
003620                 LT-RATE(4) LT-RATE(5)
003630         WHEN OTHER
003640             DISPLAY 'LGBRKTRF: READ BRKFILE FAILED, STATUS='
003650                 LT-BRKFILE-STATUS
003660             PERFORM 9900-ABEND THRU 9900-EXIT
003670     END-EVALUATE
003680     MOVE LT-RATE-WORK TO MP-OLD-RATES(MP-COUNT-USED)
003690     MOVE LT-CARD-NEW-BROKER TO BM-BROKER-NUM
003700     READ BRKFILE
003710     EVALUATE LT-BRKFILE-STATUS
003720         WHEN '00'
003730             IF NOT CA-BROKER-ACTIVE
003740                 DISPLAY 'LGBRKTRF: NEW BROKER '
003750                     LT-CARD-NEW-BROKER ' IS NOT ACTIVE, STATUS '
003760                     CA-BROKER-STATUS
003770                 PERFORM 9900-ABEND THRU 9900-EXIT
003780             END-IF
003790             MOVE CA-BROKER-NAME TO MP-NEW-NAME(MP-COUNT-USED)
003800             PERFORM 1110-LOAD-BROKER-RATES THRU 1110-EXIT
003810         WHEN '23'
003820             DISPLAY 'LGBRKTRF: NEW BROKER ' LT-CARD-NEW-BROKER
003830                 ' NOT ON BRKFILE'
003840             PERFORM 9900-ABEND THRU 9900-EXIT
003850         WHEN OTHER
003860             DISPLAY 'LGBRKTRF: READ BRKFILE FAILED, STATUS='
003870                 LT-BRKFILE-STATUS
003880             PERFORM 9900-ABEND THRU 9900-EXIT
003890     END-EVALUATE
003900     MOVE LT-RATE-WORK TO MP-NEW-RATES(MP-COUNT-USED).
003910 1100-EXIT.
003920     EXIT.
003930 1110-LOAD-BROKER-RATES.
003940     MOVE CA-BROKER-COMM-ENDOW TO LT-RATE(1)
003950     MOVE CA-BROKER-COMM-HOUSE TO LT-RATE(2)
003960     MOVE CA-BROKER-COMM-MOTOR TO LT-RATE(3)
003970     MOVE CA-BROKER-COMM-COMML TO LT-RATE(4)
003980     MOVE CA-BROKER-COMM-TRAVL TO LT-RATE(5).
003990 1110-EXIT.
004000     EXIT.
004010*+---------------------------------------------------------------+
004020*| 2000-TRANSFER-POLICY                                          |
004030*|   ONE POLYFILE RECORD PER PASS. A RECORD WHOSE BROKER AND     |
004040*|   TYPE MATCH A MAPPING IS REWRITTEN TO THE NEW BROKER. A      |
004050*|   RERUN AFTER AN ABEND FINDS THE POLICIES ALREADY MOVED UNDER |
004060*|   THEIR NEW NUMBER AND LEAVES THEM ALONE, SO IT JUST MOVES    |
004070*|   WHAT IS LEFT.                                               |
004080*+---------------------------------------------------------------+
004090 2000-TRANSFER-POLICY.
004100     READ POLYFILE NEXT RECORD
004110         AT END
004120             SET LT-END-OF-FILE TO TRUE
004130         NOT AT END
004140             ADD 1 TO LT-POLICIES-READ
004150             MOVE ZERO TO LT-MATCH-INDEX
004160             PERFORM 2100-FIND-MAPPING THRU 2100-EXIT
004170                 VARYING LT-SEARCH-INDEX FROM 1 BY 1
004180                 UNTIL LT-SEARCH-INDEX > MP-COUNT-USED
004190                     OR LT-MATCH-INDEX > ZERO
004200             IF LT-MATCH-INDEX > ZERO
004210                 PERFORM 2200-REASSIGN-POLICY THRU 2200-EXIT
004220             END-IF
004230     END-READ.
004240 2000-EXIT.
004250     EXIT.
004260 2100-FIND-MAPPING.
004270     IF PR-BROKERID = MP-OLD-BROKER(LT-SEARCH-INDEX)
004280         IF MP-POLICY-TYPE(LT-SEARCH-INDEX) = SPACE
004290                 OR MP-POLICY-TYPE(LT-SEARCH-INDEX)
004300                     = PR-POLICY-TYPE
004310             MOVE LT-SEARCH-INDEX TO LT-MATCH-INDEX
004320         END-IF
004330     END-IF.
004340 2100-EXIT.
004350     EXIT.
004360*+---------------------------------------------------------------+
004370*| 2200-REASSIGN-POLICY                                          |
004380*|   THE REWRITE STAMPS PR-LASTCHANGED AS ANY ONLINE CHANGE      |
004390*|   DOES, AND THE CHGHIST TRANSFER ROW CARRIES THE              |
004400*|   COMMON-PORTION IMAGES EITHER SIDE OF IT.                    |
004410*+---------------------------------------------------------------+
004420 2200-REASSIGN-POLICY.
004430     MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH) TO LT-CH-BEFORE
004440     MOVE MP-NEW-BROKER(LT-MATCH-INDEX) TO PR-BROKERID
004450     MOVE LT-TIMESTAMP TO PR-LASTCHANGED
004460     REWRITE POLICY-RECORD
004470     IF LT-POLYFILE-STATUS NOT = '00'
004480         DISPLAY 'LGBRKTRF: REWRITE POLYFILE FAILED, STATUS='
004490             LT-POLYFILE-STATUS ' POLICY=' PR-POLICY-NUM
004500         PERFORM 9900-ABEND THRU 9900-EXIT
004510     END-IF
004520     MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH) TO LT-CH-AFTER
004530     MOVE PR-POLICY-NUM TO LT-CH-KEY
004540     PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT
004550     ADD 1 TO LT-POLICIES-MOVED
004560     PERFORM 2300-PRICE-COMMISSION THRU 2300-EXIT.
004570 2200-EXIT.
004580     EXIT.
004590*+---------------------------------------------------------------+
004600*| 2300-PRICE-COMMISSION                                         |
004610*|   THE POLICY'S COMMISSION AT THE OLD AND THE NEW BROKER'S     |
004620*|   RATE FOR ITS TYPE, INTO THE MAPPING'S TOTALS AND ONTO ITS   |
004630*|   OWN DETAIL LINE.                                            |
004640*+---------------------------------------------------------------+
004650 2300-PRICE-COMMISSION.
004660     PERFORM 2310-SET-RATE-INDEX THRU 2310-EXIT
004670     IF LT-RATE-INDEX = ZERO
004680         MOVE ZERO TO LT-OLD-RATE LT-NEW-RATE
004690     ELSE
004700         MOVE MP-OLD-RATE(LT-MATCH-INDEX, LT-RATE-INDEX)
004710             TO LT-OLD-RATE
004720         MOVE MP-NEW-RATE(LT-MATCH-INDEX, LT-RATE-INDEX)
004730             TO LT-NEW-RATE
004740     END-IF
004750     MULTIPLY PR-PAYMENT BY LT-OLD-RATE GIVING LT-OLD-COMM-WORK
004760     DIVIDE LT-OLD-COMM-WORK BY 100 GIVING LT-OLD-COMM-WORK
004770     MULTIPLY PR-PAYMENT BY LT-NEW-RATE GIVING LT-NEW-COMM-WORK
004780     DIVIDE LT-NEW-COMM-WORK BY 100 GIVING LT-NEW-COMM-WORK
004790     SUBTRACT LT-OLD-COMM-WORK FROM LT-NEW-COMM-WORK
004800         GIVING LT-COMM-CHANGE
004810     ADD 1 TO MP-POLICIES-MOVED(LT-MATCH-INDEX)
004820     ADD PR-PAYMENT TO MP-TOTAL-PAYMENT(LT-MATCH-INDEX)
004830     ADD LT-OLD-COMM-WORK TO MP-OLD-COMMISSION(LT-MATCH-INDEX)
004840     ADD LT-NEW-COMM-WORK TO MP-NEW-COMMISSION(LT-MATCH-INDEX)
004850     MOVE SPACES TO TRFRPT-RECORD
004860     MOVE PR-POLICY-NUM TO TR-POLICY-NUM
004870     MOVE PR-POLICY-TYPE TO TR-POLICY-TYPE
004880     MOVE PR-CUSTOMER-NUM TO TR-CUSTOMER-NUM
004890     MOVE PR-PAYMENT TO TR-PAYMENT
004900     MOVE MP-OLD-BROKER(LT-MATCH-INDEX) TO TR-OLD-BROKER
004910     MOVE LT-OLD-RATE TO TR-OLD-RATE
004920     MOVE LT-OLD-COMM-WORK TO TR-OLD-COMMISSION
004930     MOVE MP-NEW-BROKER(LT-MATCH-INDEX) TO TR-NEW-BROKER
004940     MOVE LT-NEW-RATE TO TR-NEW-RATE
004950     MOVE LT-NEW-COMM-WORK TO TR-NEW-COMMISSION
004960     MOVE LT-COMM-CHANGE TO TR-COMM-CHANGE
004970     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
004980 2300-EXIT.
004990     EXIT.
005000*+---------------------------------------------------------------+
005010*| 2310-SET-RATE-INDEX                                           |
005020*|   THE POLICY TYPE'S SLOT IN THE MAPPING-TABLE RATES. CLAIM    |
005030*|   RECORDS CARRY NO PREMIUM AND EARN NO COMMISSION - THEY, AND |
005040*|   ANY TYPE BYTE THE RATE FIELDS DO NOT COVER, RATE AT ZERO.   |
005050*+---------------------------------------------------------------+
005060 2310-SET-RATE-INDEX.
005070     EVALUATE TRUE
005080         WHEN PR-POLICY-IS-ENDOWMENT
005090             MOVE 1 TO LT-RATE-INDEX
005100         WHEN PR-POLICY-IS-HOUSE
005110             MOVE 2 TO LT-RATE-INDEX
005120         WHEN PR-POLICY-IS-MOTOR
005130             MOVE 3 TO LT-RATE-INDEX
005140         WHEN PR-POLICY-IS-COMMERCIAL
005150             MOVE 4 TO LT-RATE-INDEX
005160         WHEN PR-POLICY-IS-TRAVEL
005170             MOVE 5 TO LT-RATE-INDEX
005180         WHEN OTHER
005190             MOVE ZERO TO LT-RATE-INDEX
005200     END-EVALUATE.
005210 2310-EXIT.
005220     EXIT.
005230*+---------------------------------------------------------------+
005240*| 3000-PRINT-SUMMARY                                            |
005250*|   ONE BLOCK PER MAPPING CARD - A CARD THAT MATCHED NOTHING    |
005260*|   STILL PRINTS, WITH ZERO POLICIES, SO A MISTYPED OLD BROKER  |
005270*|   NUMBER SHOWS UP - THEN THE RUN TOTALS.                      |
005280*+---------------------------------------------------------------+
005290 3000-PRINT-SUMMARY.
005300     MOVE SPACES TO TRFRPT-RECORD
005310     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005320     MOVE SUM-HDG-LINE TO TRFRPT-RECORD
005330     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005340     PERFORM 3100-PRINT-MAPPING THRU 3100-EXIT
005350         VARYING LT-SEARCH-INDEX FROM 1 BY 1
005360         UNTIL LT-SEARCH-INDEX > MP-COUNT-USED
005370     MOVE LT-POLICIES-READ TO TRL-POLICIES-READ
005380     MOVE TRL-LINE-1 TO TRFRPT-RECORD
005390     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005400     MOVE LT-POLICIES-MOVED TO TRL-POLICIES-MOVED
005410     MOVE TRL-LINE-2 TO TRFRPT-RECORD
005420     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
005430 3000-EXIT.
005440     EXIT.
005450 3100-PRINT-MAPPING.
005460     MOVE MP-OLD-BROKER(LT-SEARCH-INDEX) TO SUM-OLD-BROKER
005470     MOVE MP-OLD-NAME(LT-SEARCH-INDEX) TO SUM-OLD-NAME
005480     MOVE MP-NEW-BROKER(LT-SEARCH-INDEX) TO SUM-NEW-BROKER
005490     MOVE MP-NEW-NAME(LT-SEARCH-INDEX) TO SUM-NEW-NAME
005500     IF MP-POLICY-TYPE(LT-SEARCH-INDEX) = SPACE
005510         MOVE 'ALL' TO SUM-POLICY-TYPE
005520     ELSE
005530         MOVE MP-POLICY-TYPE(LT-SEARCH-INDEX) TO SUM-POLICY-TYPE
005540     END-IF
005550     MOVE SUM-LINE-1 TO TRFRPT-RECORD
005560     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005570     MOVE MP-POLICIES-MOVED(LT-SEARCH-INDEX) TO SUM-POLICIES
005580     MOVE MP-TOTAL-PAYMENT(LT-SEARCH-INDEX) TO SUM-PAYMENT
005590     MOVE MP-OLD-COMMISSION(LT-SEARCH-INDEX) TO SUM-OLD-COMMISSION
005600     MOVE MP-NEW-COMMISSION(LT-SEARCH-INDEX) TO SUM-NEW-COMMISSION
005610     MOVE SUM-LINE-2 TO TRFRPT-RECORD
005620     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005630     SUBTRACT MP-OLD-COMMISSION(LT-SEARCH-INDEX)
005640         FROM MP-NEW-COMMISSION(LT-SEARCH-INDEX)
005650         GIVING LT-COMM-CHANGE
005660     MOVE LT-COMM-CHANGE TO SUM-COMM-CHANGE
005670     MOVE SUM-LINE-3 TO TRFRPT-RECORD
005680     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
005690 3100-EXIT.
005700     EXIT.
005710*+---------------------------------------------------------------+
005720*| 6900-WRITE-REPORT-LINE                                        |
005730*|   TRFRPT-RECORD HAS BEEN BUILT.                               |
005740*+---------------------------------------------------------------+
005750 6900-WRITE-REPORT-LINE.
005760     WRITE TRFRPT-RECORD
005770     IF LT-TRFRPT-STATUS NOT = '00'
005780         DISPLAY 'LGBRKTRF: WRITE TRFRPT FAILED, STATUS='
005790             LT-TRFRPT-STATUS
005800         PERFORM 9900-ABEND THRU 9900-EXIT
005810     END-IF.
005820 6900-EXIT.
005830     EXIT.
005840*+---------------------------------------------------------------+
005850*| 8100-BUILD-TIMESTAMP                                          |
005860*|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
005870*|   LOGS, FOR THE SVCCTL WINDOW START AND THE SVCLOG ROWS.      |
005880*+---------------------------------------------------------------+
005890 8100-BUILD-TIMESTAMP.
005900     ACCEPT LT-TS-DATE FROM DATE YYYYMMDD
005910     ACCEPT LT-TIME-OF-DAY FROM TIME
005920     MOVE LT-TOD-HH TO LT-TS-HH
005930     MOVE LT-TOD-MM TO LT-TS-MM
005940     MOVE LT-TOD-SS TO LT-TS-SS.
005950 8100-EXIT.
005960     EXIT.
005970*+---------------------------------------------------------------+
005980*| 8200-WRITE-CHANGE-HISTORY                                     |
005990*|   ONE CHGHIST TRANSFER ROW PER POLICY MOVED, THE SHAPE        |
006000*|   LGICDB01 WRITES ONLINE. BATCH HAS NO TRANSACTION OR         |
006010*|   TERMINAL, SO THOSE SLOTS CARRY THE PROGRAM'S MARK AND THE   |
006020*|   BATCH FLAG.                                                 |
006030*+---------------------------------------------------------------+
006040 8200-WRITE-CHANGE-HISTORY.
006050     MOVE SPACES TO CHANGE-HISTORY-RECORD
006060     MOVE LT-TIMESTAMP TO CH-TIMESTAMP
006070     MOVE 'LGBT' TO CH-TRNID
006080     MOVE 'BTCH' TO CH-TRMID
006090     SET CH-ENTITY-POLICY TO TRUE
006100     SET CH-ACTION-TRANSFER TO TRUE
006110     MOVE LT-CH-KEY TO CH-RECORD-KEY
006120     MOVE LT-CH-BEFORE TO CH-BEFORE-IMAGE
006130     MOVE LT-CH-AFTER TO CH-AFTER-IMAGE
006140     WRITE CHANGE-HISTORY-RECORD
006150     IF LT-CHGHIST-STATUS NOT = '00'
006160         DISPLAY 'LGBRKTRF: WRITE CHGHIST FAILED, STATUS='
006170             LT-CHGHIST-STATUS
006180         PERFORM 9900-ABEND THRU 9900-EXIT
006190     END-IF.
006200 8200-EXIT.
006210     EXIT.
006220*+---------------------------------------------------------------+
006230*| 8500-START-BATCH-WINDOW                                       |
006240*|   TAKE THE LT-SVC-GROUP FILE GROUP INTO LT-SVC-STATE ON       |
006250*|   SVCCTL SO LGICDB01 HOLDS BACK THE ONLINE REQUESTS THAT      |
006260*|   WOULD CLASH WITH THIS RUN. A GROUP ALREADY HELD BY THIS     |
006270*|   JOB IS WHAT AN ABENDED EARLIER RUN LEFT BEHIND - THIS IS    |
006280*|   ITS RESTART, SO THE WINDOW KEEPS ITS ORIGINAL START AND     |
006290*|   COUNTS ONE MORE RESTART. A GROUP HELD BY ANY OTHER JOB      |
006300*|   STOPS THE RUN: TWO JOBS MUST NOT SHARE THE FILES, AND       |
006310*|   RELEASING THIS ONE LATER WOULD REOPEN THEM UNDER THE        |
006320*|   OTHER.                                                      |
006330*+---------------------------------------------------------------+
006340 8500-START-BATCH-WINDOW.
006350     MOVE LT-SVC-GROUP TO SC-FILE-GROUP
006360     READ SVCCTL
006370     EVALUATE TRUE
006380         WHEN LT-SVCCTL-STATUS = '23'
006390             MOVE LT-SVC-GROUP TO SC-FILE-GROUP
006400             MOVE LT-SVC-STATE TO SC-SERVICE-STATE
006410             MOVE LT-JOB-NAME TO SC-JOB-NAME
006420             MOVE LT-TIMESTAMP TO SC-WINDOW-START
006430             MOVE ZERO TO SC-RESTART-COUNT
006440             WRITE SERVICE-CONTROL-RECORD
006450             SET SL-EVENT-START TO TRUE
006460         WHEN LT-SVCCTL-STATUS NOT = '00'
006470             DISPLAY 'LGBRKTRF: READ SVCCTL FAILED, STATUS='
006480                 LT-SVCCTL-STATUS ' GROUP=' LT-SVC-GROUP
006490             PERFORM 9900-ABEND THRU 9900-EXIT
006500         WHEN SC-SERVICE-OPEN
006510             MOVE LT-SVC-STATE TO SC-SERVICE-STATE
006520             MOVE LT-JOB-NAME TO SC-JOB-NAME
006530             MOVE LT-TIMESTAMP TO SC-WINDOW-START
006540             MOVE ZERO TO SC-RESTART-COUNT
006550             REWRITE SERVICE-CONTROL-RECORD
006560             SET SL-EVENT-START TO TRUE
006570         WHEN SC-JOB-NAME = LT-JOB-NAME
006580             DISPLAY 'LGBRKTRF: RESTARTING THE ' LT-SVC-GROUP
006590                 ' WINDOW OPENED ' SC-WINDOW-START
006600             MOVE LT-SVC-STATE TO SC-SERVICE-STATE
006610             ADD 1 TO SC-RESTART-COUNT
006620             REWRITE SERVICE-CONTROL-RECORD
006630             SET SL-EVENT-RESTART TO TRUE
006640         WHEN OTHER
006650             DISPLAY 'LGBRKTRF: ' LT-SVC-GROUP ' WINDOW HELD BY '
006660                 SC-JOB-NAME ' SINCE ' SC-WINDOW-START
006670             PERFORM 9900-ABEND THRU 9900-EXIT
006680     END-EVALUATE
006690     IF LT-SVCCTL-STATUS NOT = '00'
006700         DISPLAY 'LGBRKTRF: UPDATE SVCCTL FAILED, STATUS='
006710             LT-SVCCTL-STATUS ' GROUP=' LT-SVC-GROUP
006720         PERFORM 9900-ABEND THRU 9900-EXIT
006730     END-IF
006740     MOVE LT-SVC-STATE TO SL-SERVICE-STATE
006750     PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT.
006760 8500-EXIT.
006770     EXIT.
006780*+---------------------------------------------------------------+
006790*| 8600-END-BATCH-WINDOW                                         |
006800*|   THE RUN COMPLETED - HAND LT-SVC-GROUP BACK TO THE ONLINE    |
006810*|   SYSTEM. ONLY A GROUP THIS JOB STILL HOLDS IS RELEASED; ONE  |
006820*|   ALREADY OPEN, OR TAKEN OVER BY AN OPERATOR FOR ANOTHER      |
006830*|   JOB, IS REPORTED AND LEFT AS IT IS.                         |
006840*+---------------------------------------------------------------+
006850 8600-END-BATCH-WINDOW.
006860     MOVE LT-SVC-GROUP TO SC-FILE-GROUP
006870     READ SVCCTL
006880     IF LT-SVCCTL-STATUS NOT = '00'
006890             OR SC-SERVICE-OPEN
006900             OR SC-JOB-NAME NOT = LT-JOB-NAME
006910         DISPLAY 'LGBRKTRF: ' LT-SVC-GROUP ' WINDOW NOT HELD BY'
006920             ' THIS JOB - LEFT AS IT IS, STATUS='
006930             LT-SVCCTL-STATUS
006940     ELSE
006950         MOVE 'O' TO SC-SERVICE-STATE
006960         REWRITE SERVICE-CONTROL-RECORD
006970         IF LT-SVCCTL-STATUS NOT = '00'
006980             DISPLAY 'LGBRKTRF: UPDATE SVCCTL FAILED, STATUS='
006990                 LT-SVCCTL-STATUS ' GROUP=' LT-SVC-GROUP
007000             PERFORM 9900-ABEND THRU 9900-EXIT
007010         END-IF
007020         SET SL-EVENT-END TO TRUE
007030         MOVE 'O' TO SL-SERVICE-STATE
007040         PERFORM 8700-WRITE-SERVICE-LOG THRU 8700-EXIT
007050     END-IF.
007060 8600-EXIT.
007070     EXIT.
007080*+---------------------------------------------------------------+
007090*| 8700-WRITE-SERVICE-LOG                                        |
007100*|   ONE SVCLOG ROW FOR THE SVCCTL CHANGE JUST MADE. THE CALLER  |
007110*|   HAS SET SL-EVENT AND SL-SERVICE-STATE.                      |
007120*+---------------------------------------------------------------+
007130 8700-WRITE-SERVICE-LOG.
007140     MOVE LT-TIMESTAMP TO SL-TIMESTAMP
007150     MOVE LT-SVC-GROUP TO SL-FILE-GROUP
007160     MOVE LT-JOB-NAME TO SL-JOB-NAME
007170     WRITE SERVICE-LOG-RECORD
007180     IF LT-SVCLOG-STATUS NOT = '00'
007190         DISPLAY 'LGBRKTRF: WRITE SVCLOG FAILED, STATUS='
007200             LT-SVCLOG-STATUS
007210         PERFORM 9900-ABEND THRU 9900-EXIT
007220     END-IF.
007230 8700-EXIT.
007240     EXIT.
007250*+---------------------------------------------------------------+
007260*| 9900-ABEND                                                    |
007270*|   BAD CARDS, A BROKER THAT CANNOT TAKE THE BOOK, OR A FILE    |
007280*|   THAT DID NOT OPEN, READ OR WRITE CLEANLY - STOP. EACH       |
007290*|   POLICY IS REWRITTEN AND LOGGED BEFORE THE NEXT IS READ, SO  |
007300*|   A RERUN WITH THE SAME CARDS PICKS UP WHERE THIS ONE         |
007310*|   STOPPED.                                                    |
007320*+---------------------------------------------------------------+
007330 9900-ABEND.
007340     MOVE 16 TO RETURN-CODE
007350     STOP RUN.
007360 9900-EXIT.
007370     EXIT.
007380*+---------------------------------------------------------------+
007390*| 9999-EXIT                                                     |
007400*+---------------------------------------------------------------+
007410 9999-EXIT.
007420     DISPLAY 'LGBRKTRF: POLICIES READ=' LT-POLICIES-READ
007430         ' MOVED=' LT-POLICIES-MOVED
007440     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
007450     MOVE 'POLICY' TO LT-SVC-GROUP
007460     PERFORM 8600-END-BATCH-WINDOW THRU 8600-EXIT
007470     CLOSE POLYFILE BRKFILE CHGHIST TRFRPT SVCCTL SVCLOG
007480     GOBACK.
007490 9999-EXIT-EXIT.
007500     EXIT.
