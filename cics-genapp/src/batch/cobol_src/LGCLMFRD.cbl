000010*+---------------------------------------------------------------+
000020*| LGCLMFRD                                                      |
000030*|   NIGHTLY CLAIMS FRAUD SCREENING. A CLAIM RECORD (TYPE L) IS  |
000040*|   TIED TO ITS CUSTOMER ONLY THROUGH PR-CUSTOMER-NUM, AND      |
000050*|   NOTHING ONLINE CHECKS IT AGAINST THE COVER THE CUSTOMER     |
000060*|   ACTUALLY HOLDS. THIS RUN LOADS EVERY CLAIM OFF THE POLICY   |
000070*|   MASTER FILE, MATCHES EACH AGAINST THE CUSTOMER'S POLICIES   |
000080*|   ON A SECOND PASS, AND REFERS EVERY OPEN OR APPROVED CLAIM   |
000090*|   THAT RAISES A FRAUD INDICATOR TO THE CLAIMS INVESTIGATION   |
000100*|   TEAM ON AN EXTRACT AND A REPORT, WITH ITS INDICATOR CODES   |
000110*|   AND A SCORE, BEFORE 01PAYC CAN SETTLE IT.                   |
000120*+---------------------------------------------------------------+
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.              LGCLMFRD.
000150 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000160 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000170 DATE-WRITTEN.            15/10/2026.
000180 DATE-COMPILED.           15/10/2026.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   15/10/2026 IAG  INITIAL VERSION - NIGHTLY FRAUD INDICATOR
000220*                   SCREENING OF OPEN AND APPROVED CLAIMS OFF THE
000230*                   POLICY MASTER FILE, WITH REFERRAL EXTRACT AND
000240*                   REPORT.
000245*   15/10/2026 IAG  STOP THE RUN WHEN AN FRDEXT WRITE FAILS.
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT POLYFILE ASSIGN TO POLYFILE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS PR-POLICY-NUM
000330         FILE STATUS IS LF-POLYFILE-STATUS.
000340     SELECT BRKFILE ASSIGN TO BRKFILE
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS BM-BROKER-NUM
000380         FILE STATUS IS LF-BRKFILE-STATUS.
000390     SELECT FRDEXT ASSIGN TO FRDEXT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS LF-FRDEXT-STATUS.
000420     SELECT FRDRPT ASSIGN TO FRDRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS LF-FRDRPT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  POLYFILE
000480*    VARIABLE-LENGTH RECORDS SIZED TO THE POLICY TYPE - SEE
000490*    CAPOLLEN.
000500     RECORD IS VARYING IN SIZE FROM 145 TO 32493 CHARACTERS
000510         DEPENDING ON LF-POLYFILE-RECLEN.
000520 COPY CAPOLYMS.
000530 FD  BRKFILE.
000540 COPY CABRKRMS.
000550 FD  FRDEXT.
000560 COPY CARFRDEX.
000570 FD  FRDRPT.
000580 COPY CARFRDRP.
000590 WORKING-STORAGE SECTION.
000600*-----------------------------------------------------------------
000610* FILE STATUS AND END-OF-FILE CONTROL.
000620*-----------------------------------------------------------------
000630 77 LF-POLYFILE-STATUS     PIC X(02).
000640*    SET BY THE ACCESS METHOD ON EVERY READ - THE LENGTH OF THE
000650*    VARIABLE POLYFILE RECORD JUST RETURNED.
000660 77 LF-POLYFILE-RECLEN     PIC 9(05) COMP.
000670 77 LF-BRKFILE-STATUS      PIC X(02).
000680 77 LF-FRDEXT-STATUS       PIC X(02).
000690 77 LF-FRDRPT-STATUS       PIC X(02).
000700 77 LF-EOF-SWITCH          PIC X(01) VALUE 'N'.
000710     88 LF-END-OF-FILE     VALUE 'Y'.
000720*-----------------------------------------------------------------
000730* RUN DATE, READ FROM SYSIN AS A YYYY-MM-DD DATE. IT ONLY STAMPS
000740* THE REPORT HEADING AND EACH REFERRAL ROW - EVERY INDICATOR IS
000750* JUDGED FROM THE CLAIM AND POLICY DATES THEMSELVES, SO A RERUN
000760* FOR AN EARLIER NIGHT REFERS THE SAME CLAIMS.
000770*-----------------------------------------------------------------
000780 77 LF-RUN-DATE            PIC X(10).
000790*-----------------------------------------------------------------
000800* INDICATOR THRESHOLDS AND WEIGHTS. A CLAIM'S SCORE IS THE SUM OF
000810* THE WEIGHTS OF THE INDICATORS IT RAISES - CLAIMING OUTSIDE ANY
000820* COVER WEIGHS MOST, A SUSPENDED BROKER LEAST.
000830*-----------------------------------------------------------------
000840 78 LF-EARLY-CLAIM-DAYS    VALUE 30.
000850 78 LF-MULTI-CLAIM-DAYS    VALUE 365.
000860 78 LF-WEIGHT-NO-COVER     VALUE 40.
000870 78 LF-WEIGHT-EARLY-CLAIM  VALUE 20.
000880 78 LF-WEIGHT-MULTI-CLAIM  VALUE 15.
000890 78 LF-WEIGHT-SUM-INSURED  VALUE 25.
000900 78 LF-WEIGHT-BROKER       VALUE 20.
000910*-----------------------------------------------------------------
000920* CLAIM TABLE - EVERY CLAIM RECORD ON POLYFILE, WHATEVER ITS
000930* STATUS, LOADED ON THE FIRST PASS. SETTLED AND REJECTED CLAIMS
000940* ARE NOT SCREENED THEMSELVES (THE MONEY HAS GONE OR WILL NOT)
000950* BUT STILL COUNT TOWARDS ANOTHER CLAIM'S 12-MONTH TALLY. THE
000960* COVER FIELDS ARE FILLED IN ON THE SECOND PASS FROM THE
000970* CUSTOMER'S POLICIES WHOSE TERM COVERS THE CLAIM DATE:
000980*   FC-EARLIEST-START - THE LONGEST-STANDING SUCH POLICY'S
000990*     START, SO A CLAIM ON A NEW POLICY IS NOT CALLED EARLY WHEN
001000*     OLDER COVER ALSO APPLIED;
001010*   FC-MAX-SUM-INSURED - THE LARGEST HOUSE, MOTOR OR TRAVEL SUM
001020*     INSURED AMONG THEM, SO THE CLAIM IS ONLY FLAGGED WHEN IT
001030*     REACHES THE BIGGEST COVER IT COULD BE MADE AGAINST;
001040*   FC-SUSPENDED-BROKER - THE FIRST SUSPENDED BROKER FOUND ON
001050*     ONE OF THEM.
001060*-----------------------------------------------------------------
001070 78 LF-MAX-CLAIMS          VALUE 5000.
001080 01 CLAIM-TABLE.
001090     05 FC-ENTRY OCCURS 5000 TIMES.
001100         10 FC-POLICY-NUM       PIC 9(10).
001110         10 FC-CUSTOMER-NUM     PIC 9(10).
001120         10 FC-CLAIM-NUM        PIC 9(10).
001130         10 FC-CLAIM-DATE       PIC X(10).
001140         10 FC-CLAIM-DAYNO      PIC S9(08) COMP.
001150         10 FC-CLAIM-VALUE      PIC 9(08).
001160         10 FC-CLAIM-PAID       PIC 9(08).
001170         10 FC-CLAIM-STATUS     PIC X(01).
001180             88 FC-CLAIM-IS-OPEN     VALUES 'O' ' '.
001190             88 FC-CLAIM-IS-APPROVED VALUE 'A'.
001200             88 FC-CLAIM-IS-SCREENED VALUES 'O' ' ' 'A'.
001210         10 FC-BROKERID         PIC 9(10).
001220         10 FC-COVER-SWITCH     PIC X(01).
001230             88 FC-CLAIM-IS-COVERED  VALUE 'Y'.
001240         10 FC-COVER-POLICY-NUM PIC 9(10).
001250         10 FC-EARLIEST-START   PIC S9(08) COMP.
001260         10 FC-MAX-SUM-INSURED  PIC 9(08).
001270         10 FC-SUSPENDED-BROKER PIC 9(10).
001280 77 FC-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001290 77 LF-CLAIM-INDEX          PIC 9(04) COMP.
001300 77 LF-OTHER-INDEX          PIC 9(04) COMP.
001310*-----------------------------------------------------------------
001320* DAY-NUMBER WORK AREA - SEE 8000-DATE-TO-DAY-NUMBER. A DATE
001330* THAT IS NOT A VALID YYYY-MM-DD COMES BACK AS DAY ZERO, WHICH
001340* THE EARLY-CLAIM AND 12-MONTH TESTS SKIP.
001350*-----------------------------------------------------------------
001360 01 LF-DAYNO-WORK.
001370     05 LF-DN-DATE         PIC X(10).
001380     05 LF-DN-YEAR         PIC 9(04).
001390     05 LF-DN-MONTH        PIC 9(02).
001400     05 LF-DN-DAY          PIC 9(02).
001410     05 LF-DN-A            PIC S9(08) COMP.
001420     05 LF-DN-Y            PIC S9(08) COMP.
001430     05 LF-DN-M            PIC S9(08) COMP.
001440     05 LF-DN-WORK         PIC S9(08) COMP.
001450     05 LF-DN-DAYNO        PIC S9(08) COMP.
001460*-----------------------------------------------------------------
001470* SCREENING WORK FIELDS FOR THE POLICY OR CLAIM IN HAND.
001480*-----------------------------------------------------------------
001490 77 LF-POLICY-START        PIC S9(08) COMP.
001500 77 LF-SUM-INSURED         PIC 9(08).
001510 77 LF-DAY-DIFF            PIC S9(08) COMP.
001520 77 LF-OTHER-CLAIMS        PIC 9(04) COMP.
001530 77 LF-SCORE               PIC 9(03).
001540 77 LF-NEW-CODE            PIC X(02).
001550 77 LF-NEW-WEIGHT          PIC 9(03).
001560 77 LF-BROKER-SWITCH       PIC X(01).
001570     88 LF-BROKER-IS-SUSPENDED VALUE 'Y'.
001580 01 LF-INDICATOR-LIST.
001590     05 LF-INDICATOR-SLOT OCCURS 5 TIMES.
001600         10 LF-INDICATOR-CODE PIC X(02).
001610         10 FILLER            PIC X(01).
001620 77 LF-INDICATOR-COUNT     PIC 9(01).
001630 77 LF-SCREENED-COUNT      PIC 9(08) COMP VALUE ZERO.
001640 77 LF-REFERRED-COUNT      PIC 9(08) COMP VALUE ZERO.
001650*-----------------------------------------------------------------
001660* REPORT HEADING AND TRAILER WORK AREAS.
001670*-----------------------------------------------------------------
001680 01 HDG-LINE-1.
001690     05 FILLER PIC X(40) VALUE
001700         'CLAIMS FRAUD REFERRAL REPORT'.
001710     05 FILLER PIC X(92) VALUE SPACES.
001720 01 HDG-RUN-LINE.
001730     05 FILLER PIC X(10) VALUE 'RUN DATE: '.
001740     05 HDG-RUN-DATE PIC X(10).
001750     05 FILLER PIC X(112) VALUE SPACES.
001760 01 HDG-LINE-2.
001770     05 FILLER PIC X(12) VALUE 'CLAIM NO'.
001780     05 FILLER PIC X(12) VALUE 'CLAIM REC'.
001790     05 FILLER PIC X(12) VALUE 'CUSTOMER'.
001800     05 FILLER PIC X(12) VALUE 'CLAIM DATE'.
001810     05 FILLER PIC X(12) VALUE '     VALUE'.
001820     05 FILLER PIC X(10) VALUE 'STATUS'.
001830     05 FILLER PIC X(05) VALUE 'SCR'.
001840     05 FILLER PIC X(17) VALUE 'INDICATORS'.
001850     05 FILLER PIC X(12) VALUE 'COVER POL'.
001860     05 FILLER PIC X(28) VALUE 'BROKER'.
001870 01 TRL-LINE-1.
001880     05 FILLER PIC X(18) VALUE 'CLAIMS SCREENED:'.
001890     05 TRL-SCREENED-COUNT PIC ZZZZZZZ9.
001900     05 FILLER PIC X(106) VALUE SPACES.
001910 01 TRL-LINE-2.
001920     05 FILLER PIC X(18) VALUE 'CLAIMS REFERRED:'.
001930     05 TRL-REFERRED-COUNT PIC ZZZZZZZ9.
001940     05 FILLER PIC X(106) VALUE SPACES.
001950*+---------------------------------------------------------------+
001960*| 0000-MAINLINE                                                 |
001970*+---------------------------------------------------------------+
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002010     PERFORM 2000-LOAD-CLAIM THRU 2000-EXIT
002020         UNTIL LF-END-OF-FILE
002030     PERFORM 2500-REOPEN-POLYFILE THRU 2500-EXIT
002040     PERFORM 3000-MATCH-COVER THRU 3000-EXIT
002050         UNTIL LF-END-OF-FILE
002060     PERFORM 4000-SCREEN-CLAIMS THRU 4000-EXIT
002070     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
002080*+---------------------------------------------------------------+
002090*| 1000-INITIALIZE                                               |
002100*+---------------------------------------------------------------+
002110 1000-INITIALIZE.
002120     OPEN INPUT POLYFILE
002130     IF LF-POLYFILE-STATUS NOT = '00'
002140         DISPLAY 'LGCLMFRD: OPEN POLYFILE FAILED, STATUS='
002150             LF-POLYFILE-STATUS
002160         PERFORM 9900-ABEND THRU 9900-EXIT
002170     END-IF
002180     OPEN INPUT BRKFILE
002190     IF LF-BRKFILE-STATUS NOT = '00'
002200         DISPLAY 'LGCLMFRD: OPEN BRKFILE FAILED, STATUS='
002210             LF-BRKFILE-STATUS
002220         PERFORM 9900-ABEND THRU 9900-EXIT
002230     END-IF
002240     OPEN OUTPUT FRDEXT
002250     IF LF-FRDEXT-STATUS NOT = '00'
002260         DISPLAY 'LGCLMFRD: OPEN FRDEXT FAILED, STATUS='
002270             LF-FRDEXT-STATUS
002280         PERFORM 9900-ABEND THRU 9900-EXIT
002290     END-IF
002300     OPEN OUTPUT FRDRPT
002310     IF LF-FRDRPT-STATUS NOT = '00'
002320         DISPLAY 'LGCLMFRD: OPEN FRDRPT FAILED, STATUS='
002330             LF-FRDRPT-STATUS
002340         PERFORM 9900-ABEND THRU 9900-EXIT
002350     END-IF
002360     ACCEPT LF-RUN-DATE FROM SYSIN.
002370 1000-EXIT.
002380     EXIT.
002390*+---------------------------------------------------------------+
002400*| 2000-LOAD-CLAIM                                               |
002410*|   FIRST PASS - READS POLYFILE END TO END AND LOADS EVERY      |
002420*|   CLAIM RECORD INTO CLAIM-TABLE. A FULL TABLE WOULD LEAVE     |
002430*|   CLAIMS UNSCREENED WITHOUT ANYONE KNOWING, SO STOP RATHER    |
002440*|   THAN REPORT A CLEAN NIGHT THAT WAS NOT.                     |
002450*+---------------------------------------------------------------+
002460 2000-LOAD-CLAIM.
002470     READ POLYFILE NEXT RECORD
002480         AT END
002490             SET LF-END-OF-FILE TO TRUE
002500         NOT AT END
002510             IF PR-POLICY-IS-CLAIM
002520                 PERFORM 2100-STORE-CLAIM THRU 2100-EXIT
002530             END-IF
002540     END-READ.
002550 2000-EXIT.
002560     EXIT.
002570 2100-STORE-CLAIM.
002580     IF FC-COUNT-USED >= LF-MAX-CLAIMS
002590         DISPLAY 'LGCLMFRD: CLAIM TABLE FULL AT ' PR-POLICY-NUM
002600             ' - RAISE LF-MAX-CLAIMS'
002610         PERFORM 9900-ABEND THRU 9900-EXIT
002620     END-IF
002630     ADD 1 TO FC-COUNT-USED
002640     MOVE FC-COUNT-USED TO LF-CLAIM-INDEX
002650     MOVE PR-POLICY-NUM TO FC-POLICY-NUM(LF-CLAIM-INDEX)
002660     MOVE PR-CUSTOMER-NUM TO FC-CUSTOMER-NUM(LF-CLAIM-INDEX)
002670     MOVE CA-C-NUM TO FC-CLAIM-NUM(LF-CLAIM-INDEX)
002680     MOVE CA-C-DATE TO FC-CLAIM-DATE(LF-CLAIM-INDEX)
002690     MOVE CA-C-VALUE TO FC-CLAIM-VALUE(LF-CLAIM-INDEX)
002700     MOVE CA-C-PAID TO FC-CLAIM-PAID(LF-CLAIM-INDEX)
002710     MOVE CA-C-STATUS TO FC-CLAIM-STATUS(LF-CLAIM-INDEX)
002720     MOVE PR-BROKERID TO FC-BROKERID(LF-CLAIM-INDEX)
002730     MOVE 'N' TO FC-COVER-SWITCH(LF-CLAIM-INDEX)
002740     MOVE ZERO TO FC-COVER-POLICY-NUM(LF-CLAIM-INDEX)
002750     MOVE 99999999 TO FC-EARLIEST-START(LF-CLAIM-INDEX)
002760     MOVE ZERO TO FC-MAX-SUM-INSURED(LF-CLAIM-INDEX)
002770     MOVE ZERO TO FC-SUSPENDED-BROKER(LF-CLAIM-INDEX)
002780     MOVE CA-C-DATE TO LF-DN-DATE
002790     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
002800     MOVE LF-DN-DAYNO TO FC-CLAIM-DAYNO(LF-CLAIM-INDEX).
002810 2100-EXIT.
002820     EXIT.
002830*+---------------------------------------------------------------+
002840*| 2500-REOPEN-POLYFILE                                          |
002850*|   REPOSITIONS POLYFILE AT ITS FIRST RECORD FOR THE COVER PASS.|
002860*+---------------------------------------------------------------+
002870 2500-REOPEN-POLYFILE.
002880     CLOSE POLYFILE
002890     OPEN INPUT POLYFILE
002900     IF LF-POLYFILE-STATUS NOT = '00'
002910         DISPLAY 'LGCLMFRD: REOPEN POLYFILE FAILED, STATUS='
002920             LF-POLYFILE-STATUS
002930         PERFORM 9900-ABEND THRU 9900-EXIT
002940     END-IF
002950     MOVE 'N' TO LF-EOF-SWITCH.
002960 2500-EXIT.
002970     EXIT.
002980*+---------------------------------------------------------------+
002990*| 3000-MATCH-COVER                                              |
003000*|   SECOND PASS - EVERY POLICY THAT IS NOT ITSELF A CLAIM IS    |
003010*|   OFFERED TO EACH OF ITS CUSTOMER'S SCREENED CLAIMS. PR-      |
003020*|   EXPIRY-DATE ALREADY CARRIES THE CANCELLATION DATE FOR A     |
003030*|   CANCELLED POLICY (01CNCP PULLS IT BACK), SO ONE ISSUE-TO-   |
003040*|   EXPIRY TEST COVERS BOTH.                                    |
003050*+---------------------------------------------------------------+
003060 3000-MATCH-COVER.
003070     READ POLYFILE NEXT RECORD
003080         AT END
003090             SET LF-END-OF-FILE TO TRUE
003100         NOT AT END
003110             IF NOT PR-POLICY-IS-CLAIM
003120                 MOVE PR-ISSUE-DATE TO LF-DN-DATE
003130                 PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
003140                 MOVE LF-DN-DAYNO TO LF-POLICY-START
003150                 PERFORM 3100-MATCH-POLICY THRU 3100-EXIT
003160                     VARYING LF-CLAIM-INDEX FROM 1 BY 1
003170                     UNTIL LF-CLAIM-INDEX > FC-COUNT-USED
003180             END-IF
003190     END-READ.
003200 3000-EXIT.
003210     EXIT.
003220 3100-MATCH-POLICY.
003230     IF FC-CUSTOMER-NUM(LF-CLAIM-INDEX) = PR-CUSTOMER-NUM
003240             AND FC-CLAIM-IS-SCREENED(LF-CLAIM-INDEX)
003250             AND FC-CLAIM-DATE(LF-CLAIM-INDEX) >= PR-ISSUE-DATE
003260             AND FC-CLAIM-DATE(LF-CLAIM-INDEX) <= PR-EXPIRY-DATE
003270         PERFORM 3110-RECORD-COVER THRU 3110-EXIT
003280     END-IF.
003290 3100-EXIT.
003300     EXIT.
003310*+---------------------------------------------------------------+
003320*| 3110-RECORD-COVER                                             |
003330*|   ENDOWMENT AND COMMERCIAL POLICIES CARRY NO SUM INSURED THE  |
003340*|   CLAIM VALUE CAN BE SET AGAINST, SO THEY COUNT AS COVER BUT  |
003350*|   DO NOT FEED FC-MAX-SUM-INSURED.                             |
003360*+---------------------------------------------------------------+
003370 3110-RECORD-COVER.
003380     SET FC-CLAIM-IS-COVERED(LF-CLAIM-INDEX) TO TRUE
003390     IF LF-POLICY-START < FC-EARLIEST-START(LF-CLAIM-INDEX)
003400         MOVE LF-POLICY-START TO FC-EARLIEST-START(LF-CLAIM-INDEX)
003410         MOVE PR-POLICY-NUM TO FC-COVER-POLICY-NUM(LF-CLAIM-INDEX)
003420     END-IF
003430     EVALUATE TRUE
003440         WHEN PR-POLICY-IS-HOUSE
003450             MOVE CA-H-VALUE TO LF-SUM-INSURED
003460         WHEN PR-POLICY-IS-MOTOR
003470             MOVE CA-M-VALUE TO LF-SUM-INSURED
003480         WHEN PR-POLICY-IS-TRAVEL
003490             MOVE CA-T-SUM-INSURED TO LF-SUM-INSURED
003500         WHEN OTHER
003510             MOVE ZERO TO LF-SUM-INSURED
003520     END-EVALUATE
003530     IF LF-SUM-INSURED NUMERIC
003540             AND LF-SUM-INSURED >
003550                 FC-MAX-SUM-INSURED(LF-CLAIM-INDEX)
003560         MOVE LF-SUM-INSURED TO FC-MAX-SUM-INSURED(LF-CLAIM-INDEX)
003570     END-IF
003580     IF PR-BROKERID NOT = ZERO
003590             AND FC-SUSPENDED-BROKER(LF-CLAIM-INDEX) = ZERO
003600         MOVE PR-BROKERID TO BM-BROKER-NUM
003610         PERFORM 8100-CHECK-BROKER THRU 8100-EXIT
003620         IF LF-BROKER-IS-SUSPENDED
003630             MOVE PR-BROKERID
003640                 TO FC-SUSPENDED-BROKER(LF-CLAIM-INDEX)
003650         END-IF
003660     END-IF.
003670 3110-EXIT.
003680     EXIT.
003690*+---------------------------------------------------------------+
003700*| 4000-SCREEN-CLAIMS                                            |
003710*+---------------------------------------------------------------+
003720 4000-SCREEN-CLAIMS.
003730     MOVE LF-RUN-DATE TO HDG-RUN-DATE
003740     WRITE FRDRPT-RECORD FROM HDG-LINE-1
003750     WRITE FRDRPT-RECORD FROM HDG-RUN-LINE
003760     WRITE FRDRPT-RECORD FROM HDG-LINE-2
003770     PERFORM 4100-SCREEN-ONE-CLAIM THRU 4100-EXIT
003780         VARYING LF-CLAIM-INDEX FROM 1 BY 1
003790         UNTIL LF-CLAIM-INDEX > FC-COUNT-USED
003800     MOVE LF-SCREENED-COUNT TO TRL-SCREENED-COUNT
003810     WRITE FRDRPT-RECORD FROM TRL-LINE-1
003820     MOVE LF-REFERRED-COUNT TO TRL-REFERRED-COUNT
003830     WRITE FRDRPT-RECORD FROM TRL-LINE-2.
003840 4000-EXIT.
003850     EXIT.
003860*+---------------------------------------------------------------+
003870*| 4100-SCREEN-ONE-CLAIM                                         |
003880*|   RAISES EACH INDICATOR THE CLAIM MEETS. A CLAIM WITH NO      |
003890*|   COVER AT ALL CANNOT BE EARLY IN ITS COVER OR OVER ITS SUM   |
003900*|   INSURED, SO THOSE TWO ARE ONLY TRIED WHEN COVER WAS FOUND.  |
003910*|   THE CLAIM RECORD'S OWN BROKER IS CHECKED WHEN NONE OF THE   |
003920*|   COVERING POLICIES' BROKERS WAS SUSPENDED.                   |
003930*+---------------------------------------------------------------+
003940 4100-SCREEN-ONE-CLAIM.
003950     IF FC-CLAIM-IS-SCREENED(LF-CLAIM-INDEX)
003960         ADD 1 TO LF-SCREENED-COUNT
003970         MOVE SPACES TO LF-INDICATOR-LIST
003980         MOVE ZERO TO LF-INDICATOR-COUNT LF-SCORE
003990         IF FC-CLAIM-IS-COVERED(LF-CLAIM-INDEX)
004000             PERFORM 4110-CHECK-COVER-INDICATORS THRU 4110-EXIT
004010         ELSE
004020             MOVE 'NC' TO LF-NEW-CODE
004030             MOVE LF-WEIGHT-NO-COVER TO LF-NEW-WEIGHT
004040             PERFORM 4150-ADD-INDICATOR THRU 4150-EXIT
004050         END-IF
004060         MOVE ZERO TO LF-OTHER-CLAIMS
004070         IF FC-CLAIM-DAYNO(LF-CLAIM-INDEX) > ZERO
004080             PERFORM 4120-COUNT-OTHER-CLAIM THRU 4120-EXIT
004090                 VARYING LF-OTHER-INDEX FROM 1 BY 1
004100                 UNTIL LF-OTHER-INDEX > FC-COUNT-USED
004110         END-IF
004120         IF LF-OTHER-CLAIMS > ZERO
004130             MOVE 'MC' TO LF-NEW-CODE
004140             MOVE LF-WEIGHT-MULTI-CLAIM TO LF-NEW-WEIGHT
004150             PERFORM 4150-ADD-INDICATOR THRU 4150-EXIT
004160         END-IF
004170         IF FC-SUSPENDED-BROKER(LF-CLAIM-INDEX) = ZERO
004180                 AND FC-BROKERID(LF-CLAIM-INDEX) NOT = ZERO
004190             MOVE FC-BROKERID(LF-CLAIM-INDEX) TO BM-BROKER-NUM
004200             PERFORM 8100-CHECK-BROKER THRU 8100-EXIT
004210             IF LF-BROKER-IS-SUSPENDED
004220                 MOVE FC-BROKERID(LF-CLAIM-INDEX)
004230                     TO FC-SUSPENDED-BROKER(LF-CLAIM-INDEX)
004240             END-IF
004250         END-IF
004260         IF FC-SUSPENDED-BROKER(LF-CLAIM-INDEX) NOT = ZERO
004270             MOVE 'SB' TO LF-NEW-CODE
004280             MOVE LF-WEIGHT-BROKER TO LF-NEW-WEIGHT
004290             PERFORM 4150-ADD-INDICATOR THRU 4150-EXIT
004300         END-IF
004310         IF LF-INDICATOR-COUNT > ZERO
004320             PERFORM 4200-WRITE-REFERRAL THRU 4200-EXIT
004330         END-IF
004340     END-IF.
004350 4100-EXIT.
004360     EXIT.
004370 4110-CHECK-COVER-INDICATORS.
004380     IF FC-CLAIM-DAYNO(LF-CLAIM-INDEX) > ZERO
004390             AND FC-EARLIEST-START(LF-CLAIM-INDEX) > ZERO
004400         SUBTRACT FC-EARLIEST-START(LF-CLAIM-INDEX)
004410             FROM FC-CLAIM-DAYNO(LF-CLAIM-INDEX)
004420             GIVING LF-DAY-DIFF
004430         IF LF-DAY-DIFF <= LF-EARLY-CLAIM-DAYS
004440             MOVE 'EC' TO LF-NEW-CODE
004450             MOVE LF-WEIGHT-EARLY-CLAIM TO LF-NEW-WEIGHT
004460             PERFORM 4150-ADD-INDICATOR THRU 4150-EXIT
004470         END-IF
004480     END-IF
004490     IF FC-MAX-SUM-INSURED(LF-CLAIM-INDEX) > ZERO
004500             AND FC-CLAIM-VALUE(LF-CLAIM-INDEX) >=
004510                 FC-MAX-SUM-INSURED(LF-CLAIM-INDEX)
004520         MOVE 'SI' TO LF-NEW-CODE
004530         MOVE LF-WEIGHT-SUM-INSURED TO LF-NEW-WEIGHT
004540         PERFORM 4150-ADD-INDICATOR THRU 4150-EXIT
004550     END-IF.
004560 4110-EXIT.
004570     EXIT.
004580*+---------------------------------------------------------------+
004590*| 4120-COUNT-OTHER-CLAIM                                        |
004600*|   COUNTS THE CUSTOMER'S OTHER CLAIMS, OF ANY STATUS, DATED    |
004610*|   WITHIN 12 MONTHS EITHER SIDE OF THIS ONE.                   |
004620*+---------------------------------------------------------------+
004630 4120-COUNT-OTHER-CLAIM.
004640     IF LF-OTHER-INDEX NOT = LF-CLAIM-INDEX
004650             AND FC-CUSTOMER-NUM(LF-OTHER-INDEX) =
004660                 FC-CUSTOMER-NUM(LF-CLAIM-INDEX)
004670             AND FC-CLAIM-DAYNO(LF-OTHER-INDEX) > ZERO
004680         SUBTRACT FC-CLAIM-DAYNO(LF-OTHER-INDEX)
004690             FROM FC-CLAIM-DAYNO(LF-CLAIM-INDEX)
004700             GIVING LF-DAY-DIFF
004710         IF LF-DAY-DIFF < ZERO
004720             MULTIPLY -1 BY LF-DAY-DIFF
004730         END-IF
004740         IF LF-DAY-DIFF <= LF-MULTI-CLAIM-DAYS
004750             ADD 1 TO LF-OTHER-CLAIMS
004760         END-IF
004770     END-IF.
004780 4120-EXIT.
004790     EXIT.
004800 4150-ADD-INDICATOR.
004810     ADD 1 TO LF-INDICATOR-COUNT
004820     MOVE LF-NEW-CODE TO LF-INDICATOR-CODE(LF-INDICATOR-COUNT)
004830     ADD LF-NEW-WEIGHT TO LF-SCORE.
004840 4150-EXIT.
004850     EXIT.
004860*+---------------------------------------------------------------+
004870*| 4200-WRITE-REFERRAL                                           |
004880*|   ONE FRDEXT ROW AND ONE REPORT LINE PER REFERRED CLAIM.      |
004890*+---------------------------------------------------------------+
004900 4200-WRITE-REFERRAL.
004910     MOVE SPACES TO FRDEXT-RECORD
004920     MOVE FC-POLICY-NUM(LF-CLAIM-INDEX) TO FX-POLICY-NUM
004930     MOVE FC-CUSTOMER-NUM(LF-CLAIM-INDEX) TO FX-CUSTOMER-NUM
004940     MOVE FC-CLAIM-NUM(LF-CLAIM-INDEX) TO FX-CLAIM-NUM
004950     MOVE FC-CLAIM-DATE(LF-CLAIM-INDEX) TO FX-CLAIM-DATE
004960     MOVE FC-CLAIM-VALUE(LF-CLAIM-INDEX) TO FX-CLAIM-VALUE
004970     MOVE FC-CLAIM-PAID(LF-CLAIM-INDEX) TO FX-CLAIM-PAID
004980     MOVE FC-CLAIM-STATUS(LF-CLAIM-INDEX) TO FX-CLAIM-STATUS
004990     MOVE FC-COVER-POLICY-NUM(LF-CLAIM-INDEX)
005000         TO FX-COVER-POLICY-NUM
005010     MOVE FC-SUSPENDED-BROKER(LF-CLAIM-INDEX) TO FX-BROKERID
005020     MOVE LF-SCORE TO FX-SCORE
005030     MOVE LF-INDICATOR-COUNT TO FX-INDICATOR-COUNT
005040     MOVE LF-INDICATOR-CODE(1) TO FX-INDICATOR(1)
005050     MOVE LF-INDICATOR-CODE(2) TO FX-INDICATOR(2)
005060     MOVE LF-INDICATOR-CODE(3) TO FX-INDICATOR(3)
005070     MOVE LF-INDICATOR-CODE(4) TO FX-INDICATOR(4)
005080     MOVE LF-INDICATOR-CODE(5) TO FX-INDICATOR(5)
005090     MOVE LF-RUN-DATE TO FX-SCREEN-DATE
005100     WRITE FRDEXT-RECORD
005102     IF LF-FRDEXT-STATUS NOT = '00'
005104         DISPLAY 'LGCLMFRD: WRITE FRDEXT FAILED, STATUS='
005105             LF-FRDEXT-STATUS
005106         PERFORM 9900-ABEND THRU 9900-EXIT
005108     END-IF
005110     MOVE SPACES TO FRDRPT-RECORD
005120     MOVE FC-CLAIM-NUM(LF-CLAIM-INDEX) TO FR-CLAIM-NUM
005130     MOVE FC-POLICY-NUM(LF-CLAIM-INDEX) TO FR-POLICY-NUM
005140     MOVE FC-CUSTOMER-NUM(LF-CLAIM-INDEX) TO FR-CUSTOMER-NUM
005150     MOVE FC-CLAIM-DATE(LF-CLAIM-INDEX) TO FR-CLAIM-DATE
005160     MOVE FC-CLAIM-VALUE(LF-CLAIM-INDEX) TO FR-CLAIM-VALUE
005170     IF FC-CLAIM-IS-APPROVED(LF-CLAIM-INDEX)
005180         MOVE 'APPROVED' TO FR-CLAIM-STATUS
005190     ELSE
005200         MOVE 'OPEN' TO FR-CLAIM-STATUS
005210     END-IF
005220     MOVE LF-SCORE TO FR-SCORE
005230     MOVE LF-INDICATOR-LIST TO FR-INDICATORS
005240     MOVE FC-COVER-POLICY-NUM(LF-CLAIM-INDEX)
005250         TO FR-COVER-POLICY-NUM
005260     MOVE FC-SUSPENDED-BROKER(LF-CLAIM-INDEX) TO FR-BROKERID
005270     WRITE FRDRPT-RECORD
005280     ADD 1 TO LF-REFERRED-COUNT.
005290 4200-EXIT.
005300     EXIT.
005310*+---------------------------------------------------------------+
005320*| 8000-DATE-TO-DAY-NUMBER                                       |
005330*|   CONVERTS LF-DN-DATE (YYYY-MM-DD) TO A SERIAL DAY NUMBER IN  |
005340*|   LF-DN-DAYNO - THE SAME CONVERSION LGICDB01'S 3968-DATE-TO-  |
005350*|   DAY-NUMBER USES FOR 01CNCP, SO TWO DATES CAN BE SUBTRACTED  |
005360*|   EXACTLY ACROSS MONTH ENDS AND LEAP YEARS.                   |
005370*+---------------------------------------------------------------+
005380 8000-DATE-TO-DAY-NUMBER.
005390     MOVE ZERO TO LF-DN-DAYNO
005400     IF LF-DN-DATE(1:4) NUMERIC AND LF-DN-DATE(6:2) NUMERIC
005410             AND LF-DN-DATE(9:2) NUMERIC
005420         MOVE LF-DN-DATE(1:4) TO LF-DN-YEAR
005430         MOVE LF-DN-DATE(6:2) TO LF-DN-MONTH
005440         MOVE LF-DN-DATE(9:2) TO LF-DN-DAY
005450         SUBTRACT LF-DN-MONTH FROM 14 GIVING LF-DN-A
005460         DIVIDE LF-DN-A BY 12 GIVING LF-DN-A
005470         ADD LF-DN-YEAR 4800 GIVING LF-DN-Y
005480         SUBTRACT LF-DN-A FROM LF-DN-Y
005490         MULTIPLY LF-DN-A BY 12 GIVING LF-DN-M
005500         ADD LF-DN-MONTH TO LF-DN-M
005510         SUBTRACT 3 FROM LF-DN-M
005520         MULTIPLY LF-DN-M BY 153 GIVING LF-DN-WORK
005530         ADD 2 TO LF-DN-WORK
005540         DIVIDE LF-DN-WORK BY 5 GIVING LF-DN-WORK
005550         MOVE LF-DN-DAY TO LF-DN-DAYNO
005560         ADD LF-DN-WORK TO LF-DN-DAYNO
005570         MULTIPLY LF-DN-Y BY 365 GIVING LF-DN-WORK
005580         ADD LF-DN-WORK TO LF-DN-DAYNO
005590         DIVIDE LF-DN-Y BY 4 GIVING LF-DN-WORK
005600         ADD LF-DN-WORK TO LF-DN-DAYNO
005610         DIVIDE LF-DN-Y BY 100 GIVING LF-DN-WORK
005620         SUBTRACT LF-DN-WORK FROM LF-DN-DAYNO
005630         DIVIDE LF-DN-Y BY 400 GIVING LF-DN-WORK
005640         ADD LF-DN-WORK TO LF-DN-DAYNO
005650         SUBTRACT 32045 FROM LF-DN-DAYNO
005660     END-IF.
005670 8000-EXIT.
005680     EXIT.
005690*+---------------------------------------------------------------+
005700*| 8100-CHECK-BROKER                                             |
005710*|   READS BM-BROKER-NUM ON BRKFILE AND SETS LF-BROKER-SWITCH    |
005720*|   WHEN THE BROKER IS SUSPENDED. A BROKER NOT ON FILE IS NOT   |
005730*|   A SUSPENSION - LGBRKCOM ALREADY SHOWS THOSE AS NOT ON FILE. |
005740*+---------------------------------------------------------------+
005750 8100-CHECK-BROKER.
005760     MOVE 'N' TO LF-BROKER-SWITCH
005770     READ BRKFILE
005780     EVALUATE LF-BRKFILE-STATUS
005790         WHEN '00'
005800             IF CA-BROKER-SUSPENDED
005810                 SET LF-BROKER-IS-SUSPENDED TO TRUE
005820             END-IF
005830         WHEN '23'
005840             CONTINUE
005850         WHEN OTHER
005860             DISPLAY 'LGCLMFRD: READ BRKFILE FAILED, STATUS='
005870                 LF-BRKFILE-STATUS
005880             PERFORM 9900-ABEND THRU 9900-EXIT
005890     END-EVALUATE.
005900 8100-EXIT.
005910     EXIT.
005920*+---------------------------------------------------------------+
005930*| 9900-ABEND                                                    |
005940*|   A FILE DID NOT OPEN OR READ CLEANLY, OR THE CLAIM TABLE     |
005950*|   FILLED - STOP RATHER THAN PASS CLAIMS AS SCREENED THAT      |
005960*|   WERE NOT.                                                   |
005970*+---------------------------------------------------------------+
005980 9900-ABEND.
005990     MOVE 16 TO RETURN-CODE
006000     STOP RUN.
006010 9900-EXIT.
006020     EXIT.
006030*+---------------------------------------------------------------+
006040*| 9999-EXIT                                                     |
006050*+---------------------------------------------------------------+
006060 9999-EXIT.
006070     DISPLAY 'LGCLMFRD: CLAIMS=' FC-COUNT-USED
006080         ' SCREENED=' LF-SCREENED-COUNT
006090         ' REFERRED=' LF-REFERRED-COUNT
006100     CLOSE POLYFILE BRKFILE FRDEXT FRDRPT
006110     GOBACK.
006120 9999-EXIT-EXIT.
006130     EXIT.
