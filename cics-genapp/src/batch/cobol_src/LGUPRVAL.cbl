000010*+---------------------------------------------------------------+
000020*| LGUPRVAL                                                      |
000030*|   MONTH-END UNEARNED PREMIUM RESERVE VALUATION. TAKES THE     |
000040*|   VALUATION DATE FROM SYSIN AND, FOR EVERY PREMIUM-BEARING    |
000050*|   POLICY ON POLYFILE (CLAIM RECORDS EXCLUDED) ISSUED BY THAT  |
000060*|   DATE, WORKS OUT WRITTEN PREMIUM (PR-PAYMENT), EARNED        |
000070*|   PREMIUM (THE SHARE OF THE ISSUE-TO-EXPIRY TERM ELAPSED BY   |
000080*|   THE VALUATION DATE, BY EXACT DAY COUNT) AND THE UNEARNED    |
000090*|   REMAINDER. THE TREATY'S SHARE OF A COMMERCIAL RISK, FROM    |
000100*|   ITS CESSION TYPE P ROW, IS EARNED OVER THE SAME DAYS AND    |
000110*|   THE RESERVE SHOWN NET OF IT. PRINTS TOTALS BY POLICY TYPE   |
000120*|   AND BY ISSUE MONTH, AND THE MOVEMENT SINCE THE LAST         |
000130*|   VALUATION CARRIED FORWARD IN A CONTROL FILE THE WAY         |
000140*|   LGDAYBAL CARRIES ITS DAILY TOTALS. WRITES A POLICY-LEVEL    |
000150*|   EXTRACT FOR THE ACTUARIES' RESERVING MODEL.                 |
000160*+---------------------------------------------------------------+
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.              LGUPRVAL.
000190 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000200 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000210 DATE-WRITTEN.            15/10/2026.
000220 DATE-COMPILED.           15/10/2026.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   15/10/2026 IAG  INITIAL VERSION - WRITTEN, EARNED AND UNEARNED
000260*                   PREMIUM BY TYPE AND ISSUE MONTH, NET OF CEDED
000270*                   UPR, WITH MOVEMENT SINCE LAST VALUATION.
000280*-----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT POLYFILE ASSIGN TO POLYFILE
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PR-POLICY-NUM
000360         FILE STATUS IS LU-POLYFILE-STATUS.
000370     SELECT CESSION ASSIGN TO CESSION
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS LU-CESSION-STATUS.
000400     SELECT CTLIN ASSIGN TO CTLIN
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS LU-CTLIN-STATUS.
000430     SELECT CTLOUT ASSIGN TO CTLOUT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS LU-CTLOUT-STATUS.
000460     SELECT UPREXT ASSIGN TO UPREXT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS LU-UPREXT-STATUS.
000490     SELECT UPRRPT ASSIGN TO UPRRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS LU-UPRRPT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  POLYFILE
000550*    VARIABLE-LENGTH RECORDS SIZED TO THE POLICY TYPE - SEE
000560*    CAPOLLEN.
000570     RECORD IS VARYING IN SIZE FROM 145 TO 32493 CHARACTERS
000580         DEPENDING ON LU-POLYFILE-RECLEN.
000590 COPY CAPOLYMS.
000600*    CESSION MAY NOT EXIST BEFORE THE FIRST COMMERCIAL RISK IS
000610*    CEDED, AND CTLIN NOT BEFORE THE FIRST VALUATION - AN
000620*    UNOPENED FILE'S FD RECORD AREA IS NOT SAFELY ADDRESSABLE,
000630*    SO THOSE FDS ARE PLAIN BUFFERS READ INTO THEIR RECORDS IN
000640*    WORKING-STORAGE, AS IN LGRIBORD AND LGDAYBAL.
000650 FD  CESSION.
000660 01  CESSION-RECORD PIC X(85).
000670 FD  CTLIN.
000680 01  CTLIN-RECORD PIC X(94).
000690 FD  CTLOUT.
000700 01  CTLOUT-RECORD PIC X(94).
000710 FD  UPREXT.
000720 COPY CARUPREX.
000730 FD  UPRRPT.
000740 COPY CARUPRRP.
000750 WORKING-STORAGE SECTION.
000760 COPY CACESEXT.
000770 COPY CARUPRCT.
000780*-----------------------------------------------------------------
000790* FILE STATUS AND END-OF-FILE CONTROL.
000800*-----------------------------------------------------------------
000810 77 LU-POLYFILE-STATUS     PIC X(02).
000820*    SET BY THE ACCESS METHOD ON EVERY READ - THE LENGTH OF THE
000830*    VARIABLE POLYFILE RECORD JUST RETURNED.
000840 77 LU-POLYFILE-RECLEN     PIC 9(05) COMP.
000850 77 LU-CESSION-STATUS      PIC X(02).
000860 77 LU-CTLIN-STATUS        PIC X(02).
000870 77 LU-CTLOUT-STATUS       PIC X(02).
000880 77 LU-UPREXT-STATUS       PIC X(02).
000890 77 LU-UPRRPT-STATUS       PIC X(02).
000900 77 LU-POLY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000910     88 LU-POLY-END-OF-FILE    VALUE 'Y'.
000920 77 LU-CESS-EOF-SWITCH     PIC X(01) VALUE 'N'.
000930     88 LU-CESS-END-OF-FILE    VALUE 'Y'.
000940 77 LU-CESSION-IN-SWITCH   PIC X(01) VALUE 'Y'.
000950     88 LU-CESSION-IS-PRESENT  VALUE 'Y'.
000960*    A MISSING PRIOR CONTROL FILE (STATUS 35 ON CTLIN) IS THE
000970*    FIRST VALUATION - ITS TOTALS BECOME THE BASELINE AND THERE
000980*    IS NO MOVEMENT TO REPORT, AS IN LGDAYBAL.
000990 77 LU-CTL-IN-SWITCH       PIC X(01) VALUE 'Y'.
001000     88 LU-CTL-IS-PRESENT      VALUE 'Y'.
001010     88 LU-CTL-IS-ABSENT       VALUE 'N'.
001020*-----------------------------------------------------------------
001030* VALUATION DATE, READ FROM SYSIN AS A YYYY-MM-DD DATE, AND ITS
001040* DAY NUMBER.
001050*-----------------------------------------------------------------
001060 77 LU-VALUATION-DATE      PIC X(10).
001070 77 LU-VALUATION-DAYNO     PIC S9(08) COMP.
001080*-----------------------------------------------------------------
001090* DAY-NUMBER WORK AREA - SEE 8000-DATE-TO-DAY-NUMBER. A DATE
001100* THAT IS NOT A VALID YYYY-MM-DD COMES BACK AS DAY ZERO, AND THE
001110* POLICY IS LEFT OUT OF THE VALUATION AS UNVALUABLE.
001120*-----------------------------------------------------------------
001130 01 LU-DAYNO-WORK.
001140     05 LU-DN-DATE         PIC X(10).
001150     05 LU-DN-YEAR         PIC 9(04).
001160     05 LU-DN-MONTH        PIC 9(02).
001170     05 LU-DN-DAY          PIC 9(02).
001180     05 LU-DN-A            PIC S9(08) COMP.
001190     05 LU-DN-Y            PIC S9(08) COMP.
001200     05 LU-DN-M            PIC S9(08) COMP.
001210     05 LU-DN-WORK         PIC S9(08) COMP.
001220     05 LU-DN-DAYNO        PIC S9(08) COMP.
001230*-----------------------------------------------------------------
001240* VALUATION WORK FIELDS FOR THE POLICY IN HAND. EARNED FIGURES
001250* ARE TRUNCATED TO THE PENNY, SO THE UNEARNED REMAINDER NEVER
001260* COMES OUT SHORT OF THE RESERVE.
001270*-----------------------------------------------------------------
001280 77 LU-ISSUE-DAYNO         PIC S9(08) COMP.
001290 77 LU-EXPIRY-DAYNO        PIC S9(08) COMP.
001300 77 LU-TERM-DAYS           PIC S9(08) COMP.
001310 77 LU-EARNED-DAYS         PIC S9(08) COMP.
001320 77 LU-WRITTEN             PIC 9(06).
001330 77 LU-EARNED              PIC 9(06)V99.
001340 77 LU-UNEARNED            PIC 9(06)V99.
001350 77 LU-CEDED               PIC 9(10).
001360 77 LU-CEDED-UNEARNED      PIC 9(10)V99.
001370 77 LU-WORK                PIC 9(16)V99 COMP-3.
001380*-----------------------------------------------------------------
001390* CEDED PREMIUM TABLE - ONE ENTRY PER POLICY WITH A CESSION
001400* TYPE P ROW, LOADED BEFORE THE POLYFILE PASS. 01ADDC CEDES ONCE
001410* WHEN IT STORES THE RISK, BUT ROWS ARE SUMMED PER POLICY SO A
001420* SECOND TREATY LAYER WOULD STILL BE CARRIED.
001430*-----------------------------------------------------------------
001440 78 LU-MAX-CESSIONS        VALUE 5000.
001450 01 CEDED-TABLE.
001460     05 CT-ENTRY OCCURS 5000 TIMES.
001470         10 CT-POLICY-NUM     PIC 9(10).
001480         10 CT-CEDED-AMOUNT   PIC 9(10).
001490 77 CT-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001500 77 LU-SEARCH-INDEX         PIC 9(04) COMP.
001510 77 LU-MATCH-INDEX          PIC 9(04) COMP.
001520 77 LU-FIND-POLICY-NUM      PIC 9(10).
001530*-----------------------------------------------------------------
001540* TOTALS BY POLICY TYPE - ONE SLOT PER PREMIUM-BEARING TYPE, IN
001550* THE ORDER LGDAYBAL PRINTS THEM (E, H, M, B, T) - AND BY ISSUE
001560* MONTH, KEPT IN YYYY-MM ORDER AS MONTHS ARE ADDED.
001570*-----------------------------------------------------------------
001580 01 TYPE-TOTALS.
001590     05 TT-ENTRY OCCURS 5 TIMES.
001600         10 TT-POLICY-COUNT    PIC 9(09) COMP.
001610         10 TT-WRITTEN-TOTAL   PIC 9(13)V99 COMP-3.
001620         10 TT-EARNED-TOTAL    PIC 9(13)V99 COMP-3.
001630         10 TT-UNEARNED-TOTAL  PIC 9(13)V99 COMP-3.
001640         10 TT-CEDED-UNEARNED  PIC 9(13)V99 COMP-3.
001650 77 LU-TYPE-INDEX           PIC 9(04) COMP.
001660 78 LU-MAX-MONTHS           VALUE 600.
001670 01 MONTH-TOTALS.
001680     05 MT-ENTRY OCCURS 600 TIMES.
001690         10 MT-ISSUE-MONTH     PIC X(07).
001700         10 MT-POLICY-COUNT    PIC 9(09) COMP.
001710         10 MT-WRITTEN-TOTAL   PIC 9(13)V99 COMP-3.
001720         10 MT-EARNED-TOTAL    PIC 9(13)V99 COMP-3.
001730         10 MT-UNEARNED-TOTAL  PIC 9(13)V99 COMP-3.
001740         10 MT-CEDED-UNEARNED  PIC 9(13)V99 COMP-3.
001750 77 MT-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001760 77 LU-MONTH-INDEX          PIC 9(04) COMP.
001770 77 LU-SHIFT-INDEX          PIC 9(04) COMP.
001780 77 LU-ISSUE-MONTH          PIC X(07).
001790 77 LU-SLOT-SWITCH          PIC X(01).
001800     88 LU-SLOT-FOUND          VALUE 'Y'.
001810*-----------------------------------------------------------------
001820* RUN TOTALS, AND POLICIES LEFT OUT OF THE VALUATION BY REASON.
001830*-----------------------------------------------------------------
001840 01 VALUATION-TOTALS.
001850     05 VT-POLICY-COUNT    PIC 9(09) COMP VALUE ZERO.
001860     05 VT-WRITTEN-TOTAL   PIC 9(13)V99 COMP-3 VALUE ZERO.
001870     05 VT-EARNED-TOTAL    PIC 9(13)V99 COMP-3 VALUE ZERO.
001880     05 VT-UNEARNED-TOTAL  PIC 9(13)V99 COMP-3 VALUE ZERO.
001890     05 VT-CEDED-UNEARNED  PIC 9(13)V99 COMP-3 VALUE ZERO.
001900 77 LU-CLAIM-COUNT          PIC 9(09) COMP VALUE ZERO.
001910 77 LU-NOT-INCEPTED-COUNT   PIC 9(09) COMP VALUE ZERO.
001920 77 LU-UNVALUABLE-COUNT     PIC 9(09) COMP VALUE ZERO.
001930*-----------------------------------------------------------------
001940* REPORT LINE STAGING - THE SECTION PARAGRAPHS SET THE LABEL AND
001950* THE FIVE FIGURES HERE AND PERFORM 6900-PRINT-TOTAL-LINE.
001960*-----------------------------------------------------------------
001970 77 LU-LINE-LABEL           PIC X(16).
001980 77 LU-LINE-COUNT           PIC 9(09) COMP.
001990 77 LU-LINE-WRITTEN         PIC 9(13)V99 COMP-3.
002000 77 LU-LINE-EARNED          PIC 9(13)V99 COMP-3.
002010 77 LU-LINE-UNEARNED        PIC 9(13)V99 COMP-3.
002020 77 LU-LINE-CEDED           PIC 9(13)V99 COMP-3.
002030 77 LU-MOVEMENT             PIC S9(13)V99 COMP-3.
002040*-----------------------------------------------------------------
002050* REPORT HEADING, DETAIL AND MOVEMENT WORK AREAS.
002060*-----------------------------------------------------------------
002070 01 HDG-LINE-1.
002080     05 FILLER PIC X(40) VALUE
002090         'UNEARNED PREMIUM VALUATION AS AT'.
002100     05 HDG-VALUATION-DATE PIC X(10).
002110     05 FILLER PIC X(82) VALUE SPACES.
002120 01 HDG-SECTION-LINE.
002130     05 HDG-SECTION-TEXT PIC X(40).
002140     05 FILLER PIC X(92) VALUE SPACES.
002150 01 HDG-LINE-2.
002160     05 FILLER PIC X(17) VALUE 'GROUP'.
002170     05 FILLER PIC X(08) VALUE 'POLICIES'.
002180     05 FILLER PIC X(21) VALUE '              WRITTEN'.
002190     05 FILLER PIC X(21) VALUE '               EARNED'.
002200     05 FILLER PIC X(21) VALUE '             UNEARNED'.
002210     05 FILLER PIC X(21) VALUE '         CEDED UNEARN'.
002220     05 FILLER PIC X(23) VALUE '           NET UNEARN'.
002230 01 TOT-LINE.
002240     05 TOT-LABEL PIC X(16).
002250     05 FILLER PIC X(01) VALUE SPACE.
002260     05 TOT-COUNT PIC ZZZZZZZ9.
002270     05 FILLER PIC X(01) VALUE SPACE.
002280     05 TOT-WRITTEN PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002290     05 FILLER PIC X(01) VALUE SPACE.
002300     05 TOT-EARNED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002310     05 FILLER PIC X(01) VALUE SPACE.
002320     05 TOT-UNEARNED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002330     05 FILLER PIC X(01) VALUE SPACE.
002340     05 TOT-CEDED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002350     05 FILLER PIC X(01) VALUE SPACE.
002360     05 TOT-NET PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002370     05 FILLER PIC X(02) VALUE SPACES.
002380 01 MVH-LINE.
002390     05 FILLER PIC X(24) VALUE 'ITEM'.
002400     05 FILLER PIC X(22) VALUE '      PRIOR VALUATION'.
002410     05 FILLER PIC X(22) VALUE '    THIS VALUATION'.
002420     05 FILLER PIC X(64) VALUE '            MOVEMENT'.
002430 01 MOV-LINE.
002440     05 MOV-ITEM PIC X(24).
002450     05 FILLER PIC X(02) VALUE SPACES.
002460     05 MOV-PRIOR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002470     05 FILLER PIC X(02) VALUE SPACES.
002480     05 MOV-CURRENT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002490     05 FILLER PIC X(02) VALUE SPACES.
002500     05 MOV-MOVEMENT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002510     05 FILLER PIC X(41) VALUE SPACES.
002520 01 MVC-LINE.
002530     05 MVC-ITEM PIC X(24).
002540     05 FILLER PIC X(13) VALUE SPACES.
002550     05 MVC-PRIOR PIC ZZZZZZZZ9.
002560     05 FILLER PIC X(13) VALUE SPACES.
002570     05 MVC-CURRENT PIC ZZZZZZZZ9.
002580     05 FILLER PIC X(12) VALUE SPACES.
002590     05 MVC-MOVEMENT PIC ZZZZZZZZ9-.
002600     05 FILLER PIC X(42) VALUE SPACES.
002610 01 INF-LINE.
002620     05 INF-TEXT PIC X(40).
002630     05 INF-COUNT PIC ZZZZZZZZ9.
002640     05 FILLER PIC X(83) VALUE SPACES.
002650*+---------------------------------------------------------------+
002660*| 0000-MAINLINE                                                 |
002670*+---------------------------------------------------------------+
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     IF NOT LU-CESSION-IS-PRESENT
002720         SET LU-CESS-END-OF-FILE TO TRUE
002730     END-IF
002740     PERFORM 2000-LOAD-CESSION THRU 2000-EXIT
002750         UNTIL LU-CESS-END-OF-FILE
002760     PERFORM 3000-VALUE-POLICY THRU 3000-EXIT
002770         UNTIL LU-POLY-END-OF-FILE
002780     PERFORM 5000-PRINT-TYPE-TOTALS THRU 5000-EXIT
002790     PERFORM 5500-PRINT-MONTH-TOTALS THRU 5500-EXIT
002800     PERFORM 6000-PRINT-MOVEMENT THRU 6000-EXIT
002810     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT
002820     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
002830*+---------------------------------------------------------------+
002840*| 1000-INITIALIZE                                               |
002850*+---------------------------------------------------------------+
002860 1000-INITIALIZE.
002870     OPEN INPUT POLYFILE
002880     IF LU-POLYFILE-STATUS NOT = '00'
002890         DISPLAY 'LGUPRVAL: OPEN POLYFILE FAILED, STATUS='
002900             LU-POLYFILE-STATUS
002910         PERFORM 9900-ABEND THRU 9900-EXIT
002920     END-IF
002930     OPEN INPUT CESSION
002940     EVALUATE LU-CESSION-STATUS
002950         WHEN '00'
002960             CONTINUE
002970         WHEN '35'
002980             MOVE 'N' TO LU-CESSION-IN-SWITCH
002990         WHEN OTHER
003000             DISPLAY 'LGUPRVAL: OPEN CESSION FAILED, STATUS='
003010                 LU-CESSION-STATUS
003020             PERFORM 9900-ABEND THRU 9900-EXIT
003030     END-EVALUATE
003040     OPEN INPUT CTLIN
003050     EVALUATE LU-CTLIN-STATUS
003060         WHEN '00'
003070             SET LU-CTL-IS-PRESENT TO TRUE
003080             PERFORM 1100-READ-PRIOR-CONTROL THRU 1100-EXIT
003090         WHEN '35'
003100             SET LU-CTL-IS-ABSENT TO TRUE
003110         WHEN OTHER
003120             DISPLAY 'LGUPRVAL: OPEN CTLIN FAILED, STATUS='
003130                 LU-CTLIN-STATUS
003140             PERFORM 9900-ABEND THRU 9900-EXIT
003150     END-EVALUATE
003160     OPEN OUTPUT CTLOUT
003170     IF LU-CTLOUT-STATUS NOT = '00'
003180         DISPLAY 'LGUPRVAL: OPEN CTLOUT FAILED, STATUS='
003190             LU-CTLOUT-STATUS
003200         PERFORM 9900-ABEND THRU 9900-EXIT
003210     END-IF
003220     OPEN OUTPUT UPREXT
003230     IF LU-UPREXT-STATUS NOT = '00'
003240         DISPLAY 'LGUPRVAL: OPEN UPREXT FAILED, STATUS='
003250             LU-UPREXT-STATUS
003260         PERFORM 9900-ABEND THRU 9900-EXIT
003270     END-IF
003280     OPEN OUTPUT UPRRPT
003290     IF LU-UPRRPT-STATUS NOT = '00'
003300         DISPLAY 'LGUPRVAL: OPEN UPRRPT FAILED, STATUS='
003310             LU-UPRRPT-STATUS
003320         PERFORM 9900-ABEND THRU 9900-EXIT
003330     END-IF
003340     INITIALIZE TYPE-TOTALS
003350     ACCEPT LU-VALUATION-DATE FROM SYSIN
003360     MOVE LU-VALUATION-DATE TO LU-DN-DATE
003370     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
003380     IF LU-DN-DAYNO = ZERO
003390         DISPLAY 'LGUPRVAL: INVALID VALUATION DATE ON SYSIN - '
003400             LU-VALUATION-DATE
003410         PERFORM 9900-ABEND THRU 9900-EXIT
003420     END-IF
003430     MOVE LU-DN-DAYNO TO LU-VALUATION-DAYNO
003440     MOVE LU-VALUATION-DATE TO HDG-VALUATION-DATE
003450     WRITE UPRRPT-RECORD FROM HDG-LINE-1.
003460 1000-EXIT.
003470     EXIT.
003480 1100-READ-PRIOR-CONTROL.
003490     READ CTLIN NEXT RECORD INTO UPR-CONTROL-RECORD
003500         AT END
003510*            AN EMPTY CONTROL FILE IS THE FIRST VALUATION TOO.
003520             SET LU-CTL-IS-ABSENT TO TRUE
003530     END-READ
003540*    ONE RECORD IS ALL THERE IS - CLOSE IT HERE, AS LGDAYBAL
003550*    DOES.
003560     CLOSE CTLIN.
003570 1100-EXIT.
003580     EXIT.
003590*+---------------------------------------------------------------+
003600*| 2000-LOAD-CESSION                                             |
003610*|   ONLY PREMIUM ROWS CARRY CEDED PREMIUM - EXPECTED AND ACTUAL |
003620*|   RECOVERIES ARE CLAIMS MONEY AND NOTHING TO DO WITH THE      |
003630*|   PREMIUM RESERVE. A FULL TABLE WOULD UNDERSTATE THE CEDED    |
003640*|   SHARE, SO STOP RATHER THAN VALUE ON A PARTIAL LOAD.         |
003650*+---------------------------------------------------------------+
003660 2000-LOAD-CESSION.
003670     READ CESSION NEXT RECORD INTO CESSION-EXTRACT-RECORD
003680         AT END
003690             SET LU-CESS-END-OF-FILE TO TRUE
003700         NOT AT END
003710             IF CE-TYPE-PREMIUM
003720                 PERFORM 2100-ADD-CEDED-PREMIUM THRU 2100-EXIT
003730             END-IF
003740     END-READ.
003750 2000-EXIT.
003760     EXIT.
003770 2100-ADD-CEDED-PREMIUM.
003780     MOVE CE-POLICY-NUM TO LU-FIND-POLICY-NUM
003790     PERFORM 4100-FIND-CEDED THRU 4100-EXIT
003800     IF LU-MATCH-INDEX = ZERO
003810         IF CT-COUNT-USED >= LU-MAX-CESSIONS
003820             DISPLAY 'LGUPRVAL: CEDED TABLE FULL AT POLICY '
003830                 CE-POLICY-NUM ' - RAISE LU-MAX-CESSIONS'
003840             PERFORM 9900-ABEND THRU 9900-EXIT
003850         END-IF
003860         ADD 1 TO CT-COUNT-USED
003870         MOVE CT-COUNT-USED TO LU-MATCH-INDEX
003880         MOVE CE-POLICY-NUM TO CT-POLICY-NUM(LU-MATCH-INDEX)
003890         MOVE ZERO TO CT-CEDED-AMOUNT(LU-MATCH-INDEX)
003900     END-IF
003910     ADD CE-CEDED-AMOUNT TO CT-CEDED-AMOUNT(LU-MATCH-INDEX).
003920 2100-EXIT.
003930     EXIT.
003940*+---------------------------------------------------------------+
003950*| 3000-VALUE-POLICY                                             |
003960*|   CLAIM RECORDS CARRY NO PREMIUM. A POLICY ISSUED AFTER THE   |
003970*|   VALUATION DATE (A QUOTE BOUND FORWARD-DATED) IS NOT YET     |
003980*|   WRITTEN. A POLICY WITH NO USABLE DATES, NO PREMIUM OR A     |
003990*|   TERM UNDER ONE DAY CANNOT BE VALUED AND IS COUNTED OUT.     |
004000*+---------------------------------------------------------------+
004010 3000-VALUE-POLICY.
004020     READ POLYFILE NEXT RECORD
004030         AT END
004040             SET LU-POLY-END-OF-FILE TO TRUE
004050             GO TO 3000-EXIT
004060     END-READ
004070     IF PR-POLICY-IS-CLAIM
004080         ADD 1 TO LU-CLAIM-COUNT
004090         GO TO 3000-EXIT
004100     END-IF
004110     MOVE PR-ISSUE-DATE TO LU-DN-DATE
004120     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
004130     MOVE LU-DN-DAYNO TO LU-ISSUE-DAYNO
004140     MOVE PR-EXPIRY-DATE TO LU-DN-DATE
004150     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
004160     MOVE LU-DN-DAYNO TO LU-EXPIRY-DAYNO
004170     IF LU-ISSUE-DAYNO = ZERO OR LU-EXPIRY-DAYNO = ZERO
004180             OR PR-PAYMENT NOT NUMERIC OR PR-PAYMENT = ZERO
004190         ADD 1 TO LU-UNVALUABLE-COUNT
004200         GO TO 3000-EXIT
004210     END-IF
004220     IF LU-ISSUE-DAYNO > LU-VALUATION-DAYNO
004230         ADD 1 TO LU-NOT-INCEPTED-COUNT
004240         GO TO 3000-EXIT
004250     END-IF
004260     SUBTRACT LU-ISSUE-DAYNO FROM LU-EXPIRY-DAYNO
004270         GIVING LU-TERM-DAYS
004280     IF LU-TERM-DAYS < 1
004290         ADD 1 TO LU-UNVALUABLE-COUNT
004300         GO TO 3000-EXIT
004310     END-IF
004320     EVALUATE TRUE
004330         WHEN PR-POLICY-IS-ENDOWMENT
004340             MOVE 1 TO LU-TYPE-INDEX
004350         WHEN PR-POLICY-IS-HOUSE
004360             MOVE 2 TO LU-TYPE-INDEX
004370         WHEN PR-POLICY-IS-MOTOR
004380             MOVE 3 TO LU-TYPE-INDEX
004390         WHEN PR-POLICY-IS-COMMERCIAL
004400             MOVE 4 TO LU-TYPE-INDEX
004410         WHEN PR-POLICY-IS-TRAVEL
004420             MOVE 5 TO LU-TYPE-INDEX
004430         WHEN OTHER
004440             ADD 1 TO LU-UNVALUABLE-COUNT
004450             GO TO 3000-EXIT
004460     END-EVALUATE
004470     PERFORM 3100-COMPUTE-RESERVE THRU 3100-EXIT
004480     PERFORM 3200-ACCUMULATE THRU 3200-EXIT
004490     PERFORM 3300-WRITE-EXTRACT THRU 3300-EXIT.
004500 3000-EXIT.
004510     EXIT.
004520*+---------------------------------------------------------------+
004530*| 3100-COMPUTE-RESERVE                                          |
004540*|   EARNED DAYS RUN FROM ISSUE TO THE VALUATION DATE, CAPPED AT |
004550*|   THE TERM - AN EXPIRED OR CANCELLED POLICY IS FULLY EARNED.  |
004560*|   EARNED PREMIUM IS WRITTEN TIMES EARNED DAYS OVER TERM DAYS, |
004570*|   THE MIRROR OF LGICDB01'S CANCELLATION REFUND; THE TREATY'S  |
004580*|   SHARE EARNS OVER THE SAME DAYS.                             |
004590*+---------------------------------------------------------------+
004600 3100-COMPUTE-RESERVE.
004610     SUBTRACT LU-ISSUE-DAYNO FROM LU-VALUATION-DAYNO
004620         GIVING LU-EARNED-DAYS
004630     IF LU-EARNED-DAYS > LU-TERM-DAYS
004640         MOVE LU-TERM-DAYS TO LU-EARNED-DAYS
004650     END-IF
004660     MOVE PR-PAYMENT TO LU-WRITTEN
004670     MULTIPLY LU-WRITTEN BY LU-EARNED-DAYS GIVING LU-WORK
004680     DIVIDE LU-WORK BY LU-TERM-DAYS GIVING LU-EARNED
004690     SUBTRACT LU-EARNED FROM LU-WRITTEN GIVING LU-UNEARNED
004700     MOVE ZERO TO LU-CEDED LU-CEDED-UNEARNED
004710     IF PR-POLICY-IS-COMMERCIAL AND CT-COUNT-USED > ZERO
004720         MOVE PR-POLICY-NUM TO LU-FIND-POLICY-NUM
004730         PERFORM 4100-FIND-CEDED THRU 4100-EXIT
004740         IF LU-MATCH-INDEX > ZERO
004750             MOVE CT-CEDED-AMOUNT(LU-MATCH-INDEX) TO LU-CEDED
004760             MULTIPLY LU-CEDED BY LU-EARNED-DAYS GIVING LU-WORK
004770             DIVIDE LU-WORK BY LU-TERM-DAYS GIVING LU-WORK
004780             SUBTRACT LU-WORK FROM LU-CEDED
004790                 GIVING LU-CEDED-UNEARNED
004800         END-IF
004810     END-IF.
004820 3100-EXIT.
004830     EXIT.
004840 3200-ACCUMULATE.
004850     ADD 1 TO VT-POLICY-COUNT
004860     ADD LU-WRITTEN TO VT-WRITTEN-TOTAL
004870     ADD LU-EARNED TO VT-EARNED-TOTAL
004880     ADD LU-UNEARNED TO VT-UNEARNED-TOTAL
004890     ADD LU-CEDED-UNEARNED TO VT-CEDED-UNEARNED
004900     ADD 1 TO TT-POLICY-COUNT(LU-TYPE-INDEX)
004910     ADD LU-WRITTEN TO TT-WRITTEN-TOTAL(LU-TYPE-INDEX)
004920     ADD LU-EARNED TO TT-EARNED-TOTAL(LU-TYPE-INDEX)
004930     ADD LU-UNEARNED TO TT-UNEARNED-TOTAL(LU-TYPE-INDEX)
004940     ADD LU-CEDED-UNEARNED TO TT-CEDED-UNEARNED(LU-TYPE-INDEX)
004950     PERFORM 3210-FIND-MONTH THRU 3210-EXIT
004960     ADD 1 TO MT-POLICY-COUNT(LU-MONTH-INDEX)
004970     ADD LU-WRITTEN TO MT-WRITTEN-TOTAL(LU-MONTH-INDEX)
004980     ADD LU-EARNED TO MT-EARNED-TOTAL(LU-MONTH-INDEX)
004990     ADD LU-UNEARNED TO MT-UNEARNED-TOTAL(LU-MONTH-INDEX)
005000     ADD LU-CEDED-UNEARNED TO MT-CEDED-UNEARNED(LU-MONTH-INDEX).
005010 3200-EXIT.
005020     EXIT.
005030*+---------------------------------------------------------------+
005040*| 3210-FIND-MONTH                                               |
005050*|   FINDS THE POLICY'S ISSUE MONTH IN THE MONTH TABLE, OR OPENS |
005060*|   A SLOT FOR IT IN YYYY-MM ORDER BY MOVING THE LATER MONTHS   |
005070*|   UP ONE, SO THE REPORT PRINTS IN DATE ORDER WITHOUT A SORT.  |
005080*+---------------------------------------------------------------+
005090 3210-FIND-MONTH.
005100     MOVE PR-ISSUE-DATE(1:7) TO LU-ISSUE-MONTH
005110     MOVE ZERO TO LU-MONTH-INDEX
005120     PERFORM 3220-SEARCH-MONTH THRU 3220-EXIT
005130         VARYING LU-SEARCH-INDEX FROM 1 BY 1
005140         UNTIL LU-SEARCH-INDEX > MT-COUNT-USED
005150         OR LU-MONTH-INDEX > ZERO
005160     IF LU-MONTH-INDEX = ZERO
005170         IF MT-COUNT-USED >= LU-MAX-MONTHS
005180             DISPLAY 'LGUPRVAL: MONTH TABLE FULL AT '
005190                 LU-ISSUE-MONTH ' - RAISE LU-MAX-MONTHS'
005200             PERFORM 9900-ABEND THRU 9900-EXIT
005210         END-IF
005220         MOVE MT-COUNT-USED TO LU-SHIFT-INDEX
005230         MOVE 'N' TO LU-SLOT-SWITCH
005240         PERFORM 3230-SHIFT-MONTH THRU 3230-EXIT
005250             UNTIL LU-SHIFT-INDEX = ZERO OR LU-SLOT-FOUND
005260         ADD 1 TO MT-COUNT-USED
005270         ADD 1 TO LU-SHIFT-INDEX GIVING LU-MONTH-INDEX
005280         INITIALIZE MT-ENTRY(LU-MONTH-INDEX)
005290         MOVE LU-ISSUE-MONTH TO MT-ISSUE-MONTH(LU-MONTH-INDEX)
005300     END-IF.
005310 3210-EXIT.
005320     EXIT.
005330 3220-SEARCH-MONTH.
005340     IF MT-ISSUE-MONTH(LU-SEARCH-INDEX) = LU-ISSUE-MONTH
005350         MOVE LU-SEARCH-INDEX TO LU-MONTH-INDEX
005360     END-IF.
005370 3220-EXIT.
005380     EXIT.
005390 3230-SHIFT-MONTH.
005400     IF MT-ISSUE-MONTH(LU-SHIFT-INDEX) < LU-ISSUE-MONTH
005410         SET LU-SLOT-FOUND TO TRUE
005420     ELSE
005430         MOVE MT-ENTRY(LU-SHIFT-INDEX)
005440             TO MT-ENTRY(LU-SHIFT-INDEX + 1)
005450         SUBTRACT 1 FROM LU-SHIFT-INDEX
005460     END-IF.
005470 3230-EXIT.
005480     EXIT.
005490 3300-WRITE-EXTRACT.
005500     MOVE SPACES TO UPREXT-RECORD
005510     MOVE LU-VALUATION-DATE TO UX-VALUATION-DATE
005520     MOVE PR-POLICY-NUM TO UX-POLICY-NUM
005530     MOVE PR-CUSTOMER-NUM TO UX-CUSTOMER-NUM
005540     MOVE PR-POLICY-TYPE TO UX-POLICY-TYPE
005550     MOVE PR-ISSUE-DATE TO UX-ISSUE-DATE
005560     MOVE PR-EXPIRY-DATE TO UX-EXPIRY-DATE
005570     MOVE LU-TERM-DAYS TO UX-TERM-DAYS
005580     MOVE LU-EARNED-DAYS TO UX-EARNED-DAYS
005590     MOVE LU-WRITTEN TO UX-WRITTEN-PREMIUM
005600     MOVE LU-EARNED TO UX-EARNED-PREMIUM
005610     MOVE LU-UNEARNED TO UX-UNEARNED-PREMIUM
005620     MOVE LU-CEDED TO UX-CEDED-PREMIUM
005630     MOVE LU-CEDED-UNEARNED TO UX-CEDED-UNEARNED
005640     SUBTRACT LU-CEDED-UNEARNED FROM LU-UNEARNED
005650         GIVING UX-NET-UNEARNED
005660     WRITE UPREXT-RECORD
005670     IF LU-UPREXT-STATUS NOT = '00'
005680         DISPLAY 'LGUPRVAL: WRITE UPREXT FAILED, STATUS='
005690             LU-UPREXT-STATUS
005700         PERFORM 9900-ABEND THRU 9900-EXIT
005710     END-IF.
005720 3300-EXIT.
005730     EXIT.
005740*+---------------------------------------------------------------+
005750*| 4100-FIND-CEDED                                               |
005760*|   LOOKS LU-FIND-POLICY-NUM UP IN THE CEDED TABLE - THE MATCH  |
005770*|   INDEX IS ZERO WHEN THE TREATY TOOK NO SHARE OF THE POLICY.  |
005780*+---------------------------------------------------------------+
005790 4100-FIND-CEDED.
005800     MOVE ZERO TO LU-MATCH-INDEX
005810     PERFORM 4110-SEARCH-CEDED THRU 4110-EXIT
005820         VARYING LU-SEARCH-INDEX FROM 1 BY 1
005830         UNTIL LU-SEARCH-INDEX > CT-COUNT-USED
005840         OR LU-MATCH-INDEX > ZERO.
005850 4100-EXIT.
005860     EXIT.
005870 4110-SEARCH-CEDED.
005880     IF CT-POLICY-NUM(LU-SEARCH-INDEX) = LU-FIND-POLICY-NUM
005890         MOVE LU-SEARCH-INDEX TO LU-MATCH-INDEX
005900     END-IF.
005910 4110-EXIT.
005920     EXIT.
005930*+---------------------------------------------------------------+
005940*| 5000-PRINT-TYPE-TOTALS                                        |
005950*|   ONE LINE PER PREMIUM-BEARING POLICY TYPE AND A GRAND TOTAL. |
005960*+---------------------------------------------------------------+
005970 5000-PRINT-TYPE-TOTALS.
005980     MOVE SPACES TO HDG-SECTION-LINE
005990     MOVE 'TOTALS BY POLICY TYPE' TO HDG-SECTION-TEXT
006000     PERFORM 6910-WRITE-SECTION-HEADING THRU 6910-EXIT
006010     PERFORM 5100-PRINT-TYPE-LINE THRU 5100-EXIT
006020         VARYING LU-TYPE-INDEX FROM 1 BY 1
006030         UNTIL LU-TYPE-INDEX > 5
006040     MOVE 'ALL TYPES' TO LU-LINE-LABEL
006050     MOVE VT-POLICY-COUNT TO LU-LINE-COUNT
006060     MOVE VT-WRITTEN-TOTAL TO LU-LINE-WRITTEN
006070     MOVE VT-EARNED-TOTAL TO LU-LINE-EARNED
006080     MOVE VT-UNEARNED-TOTAL TO LU-LINE-UNEARNED
006090     MOVE VT-CEDED-UNEARNED TO LU-LINE-CEDED
006100     PERFORM 6900-PRINT-TOTAL-LINE THRU 6900-EXIT.
006110 5000-EXIT.
006120     EXIT.
006130 5100-PRINT-TYPE-LINE.
006140     EVALUATE LU-TYPE-INDEX
006150         WHEN 1
006160             MOVE 'E ENDOWMENT' TO LU-LINE-LABEL
006170         WHEN 2
006180             MOVE 'H HOUSE' TO LU-LINE-LABEL
006190         WHEN 3
006200             MOVE 'M MOTOR' TO LU-LINE-LABEL
006210         WHEN 4
006220             MOVE 'B COMMERCIAL' TO LU-LINE-LABEL
006230         WHEN 5
006240             MOVE 'T TRAVEL' TO LU-LINE-LABEL
006250     END-EVALUATE
006260     MOVE TT-POLICY-COUNT(LU-TYPE-INDEX) TO LU-LINE-COUNT
006270     MOVE TT-WRITTEN-TOTAL(LU-TYPE-INDEX) TO LU-LINE-WRITTEN
006280     MOVE TT-EARNED-TOTAL(LU-TYPE-INDEX) TO LU-LINE-EARNED
006290     MOVE TT-UNEARNED-TOTAL(LU-TYPE-INDEX) TO LU-LINE-UNEARNED
006300     MOVE TT-CEDED-UNEARNED(LU-TYPE-INDEX) TO LU-LINE-CEDED
006310     PERFORM 6900-PRINT-TOTAL-LINE THRU 6900-EXIT.
006320 5100-EXIT.
006330     EXIT.
006340*+---------------------------------------------------------------+
006350*| 5500-PRINT-MONTH-TOTALS                                       |
006360*|   ONE LINE PER ISSUE MONTH, OLDEST FIRST.                     |
006370*+---------------------------------------------------------------+
006380 5500-PRINT-MONTH-TOTALS.
006390     MOVE SPACES TO HDG-SECTION-LINE
006400     MOVE 'TOTALS BY ISSUE MONTH' TO HDG-SECTION-TEXT
006410     PERFORM 6910-WRITE-SECTION-HEADING THRU 6910-EXIT
006420     PERFORM 5600-PRINT-MONTH-LINE THRU 5600-EXIT
006430         VARYING LU-MONTH-INDEX FROM 1 BY 1
006440         UNTIL LU-MONTH-INDEX > MT-COUNT-USED.
006450 5500-EXIT.
006460     EXIT.
006470 5600-PRINT-MONTH-LINE.
006480     MOVE MT-ISSUE-MONTH(LU-MONTH-INDEX) TO LU-LINE-LABEL
006490     MOVE MT-POLICY-COUNT(LU-MONTH-INDEX) TO LU-LINE-COUNT
006500     MOVE MT-WRITTEN-TOTAL(LU-MONTH-INDEX) TO LU-LINE-WRITTEN
006510     MOVE MT-EARNED-TOTAL(LU-MONTH-INDEX) TO LU-LINE-EARNED
006520     MOVE MT-UNEARNED-TOTAL(LU-MONTH-INDEX) TO LU-LINE-UNEARNED
006530     MOVE MT-CEDED-UNEARNED(LU-MONTH-INDEX) TO LU-LINE-CEDED
006540     PERFORM 6900-PRINT-TOTAL-LINE THRU 6900-EXIT.
006550 5600-EXIT.
006560     EXIT.
006570*+---------------------------------------------------------------+
006580*| 6000-PRINT-MOVEMENT                                           |
006590*|   THIS VALUATION AGAINST THE LAST ONE ON THE CONTROL FILE. A  |
006600*|   FIRST VALUATION HAS NOTHING TO COMPARE WITH AND RECORDS THE |
006610*|   BASELINE ONLY. THE POLICIES LEFT OUT FOLLOW FOR THE EYE.    |
006620*+---------------------------------------------------------------+
006630 6000-PRINT-MOVEMENT.
006640     MOVE SPACES TO HDG-SECTION-LINE
006650     MOVE 'MOVEMENT SINCE LAST VALUATION' TO HDG-SECTION-TEXT
006660     WRITE UPRRPT-RECORD FROM HDG-SECTION-LINE
006670     IF LU-CTL-IS-ABSENT
006680         MOVE SPACES TO INF-LINE
006690         MOVE 'FIRST VALUATION - BASELINE RECORDED ONLY'
006700             TO INF-TEXT
006710         PERFORM 6920-WRITE-INFO-LINE THRU 6920-EXIT
006720     ELSE
006730         MOVE SPACES TO INF-LINE
006740         STRING 'PRIOR VALUATION DATE ' UC-VALUATION-DATE
006750             DELIMITED BY SIZE INTO INF-TEXT
006760         PERFORM 6920-WRITE-INFO-LINE THRU 6920-EXIT
006770         WRITE UPRRPT-RECORD FROM MVH-LINE
006780         MOVE 'POLICIES VALUED' TO MVC-ITEM
006790         MOVE UC-POLICY-COUNT TO MVC-PRIOR
006800         MOVE VT-POLICY-COUNT TO MVC-CURRENT
006810         SUBTRACT UC-POLICY-COUNT FROM VT-POLICY-COUNT
006820             GIVING LU-MOVEMENT
006830         MOVE LU-MOVEMENT TO MVC-MOVEMENT
006840         WRITE UPRRPT-RECORD FROM MVC-LINE
006850         MOVE 'WRITTEN PREMIUM' TO MOV-ITEM
006860         MOVE UC-WRITTEN-TOTAL TO MOV-PRIOR
006870         MOVE VT-WRITTEN-TOTAL TO MOV-CURRENT
006880         SUBTRACT UC-WRITTEN-TOTAL FROM VT-WRITTEN-TOTAL
006890             GIVING LU-MOVEMENT
006900         PERFORM 6100-WRITE-MOVEMENT-LINE THRU 6100-EXIT
006910         MOVE 'EARNED PREMIUM' TO MOV-ITEM
006920         MOVE UC-EARNED-TOTAL TO MOV-PRIOR
006930         MOVE VT-EARNED-TOTAL TO MOV-CURRENT
006940         SUBTRACT UC-EARNED-TOTAL FROM VT-EARNED-TOTAL
006950             GIVING LU-MOVEMENT
006960         PERFORM 6100-WRITE-MOVEMENT-LINE THRU 6100-EXIT
006970         MOVE 'UNEARNED PREMIUM' TO MOV-ITEM
006980         MOVE UC-UNEARNED-TOTAL TO MOV-PRIOR
006990         MOVE VT-UNEARNED-TOTAL TO MOV-CURRENT
007000         SUBTRACT UC-UNEARNED-TOTAL FROM VT-UNEARNED-TOTAL
007010             GIVING LU-MOVEMENT
007020         PERFORM 6100-WRITE-MOVEMENT-LINE THRU 6100-EXIT
007030         MOVE 'CEDED UNEARNED PREMIUM' TO MOV-ITEM
007040         MOVE UC-CEDED-UNEARNED TO MOV-PRIOR
007050         MOVE VT-CEDED-UNEARNED TO MOV-CURRENT
007060         SUBTRACT UC-CEDED-UNEARNED FROM VT-CEDED-UNEARNED
007070             GIVING LU-MOVEMENT
007080         PERFORM 6100-WRITE-MOVEMENT-LINE THRU 6100-EXIT
007090         MOVE 'NET UNEARNED PREMIUM' TO MOV-ITEM
007100         MOVE UC-NET-UNEARNED TO MOV-PRIOR
007110         SUBTRACT VT-CEDED-UNEARNED FROM VT-UNEARNED-TOTAL
007120             GIVING MOV-CURRENT LU-MOVEMENT
007130         SUBTRACT UC-NET-UNEARNED FROM LU-MOVEMENT
007140         PERFORM 6100-WRITE-MOVEMENT-LINE THRU 6100-EXIT
007150     END-IF
007160     MOVE SPACES TO INF-LINE
007170     MOVE 'CLAIM RECORDS EXCLUDED' TO INF-TEXT
007180     MOVE LU-CLAIM-COUNT TO INF-COUNT
007190     PERFORM 6920-WRITE-INFO-LINE THRU 6920-EXIT
007200     MOVE 'POLICIES NOT YET INCEPTED' TO INF-TEXT
007210     MOVE LU-NOT-INCEPTED-COUNT TO INF-COUNT
007220     PERFORM 6920-WRITE-INFO-LINE THRU 6920-EXIT
007230     MOVE 'POLICIES NOT VALUABLE (DATES/PREMIUM)' TO INF-TEXT
007240     MOVE LU-UNVALUABLE-COUNT TO INF-COUNT
007250     PERFORM 6920-WRITE-INFO-LINE THRU 6920-EXIT.
007260 6000-EXIT.
007270     EXIT.
007280 6100-WRITE-MOVEMENT-LINE.
007290     MOVE LU-MOVEMENT TO MOV-MOVEMENT
007300     WRITE UPRRPT-RECORD FROM MOV-LINE
007310     IF LU-UPRRPT-STATUS NOT = '00'
007320         DISPLAY 'LGUPRVAL: WRITE UPRRPT FAILED, STATUS='
007330             LU-UPRRPT-STATUS
007340         PERFORM 9900-ABEND THRU 9900-EXIT
007350     END-IF.
007360 6100-EXIT.
007370     EXIT.
007380*+---------------------------------------------------------------+
007390*| 6900-PRINT-TOTAL-LINE                                         |
007400*|   PRINTS THE STAGED LABEL AND FIGURES, WITH THE NET UNEARNED  |
007410*|   PREMIUM WORKED OUT FROM THE GROSS AND CEDED RESERVE.        |
007420*+---------------------------------------------------------------+
007430 6900-PRINT-TOTAL-LINE.
007440     MOVE LU-LINE-LABEL TO TOT-LABEL
007450     MOVE LU-LINE-COUNT TO TOT-COUNT
007460     MOVE LU-LINE-WRITTEN TO TOT-WRITTEN
007470     MOVE LU-LINE-EARNED TO TOT-EARNED
007480     MOVE LU-LINE-UNEARNED TO TOT-UNEARNED
007490     MOVE LU-LINE-CEDED TO TOT-CEDED
007500     SUBTRACT LU-LINE-CEDED FROM LU-LINE-UNEARNED GIVING TOT-NET
007510     WRITE UPRRPT-RECORD FROM TOT-LINE
007520     IF LU-UPRRPT-STATUS NOT = '00'
007530         DISPLAY 'LGUPRVAL: WRITE UPRRPT FAILED, STATUS='
007540             LU-UPRRPT-STATUS
007550         PERFORM 9900-ABEND THRU 9900-EXIT
007560     END-IF.
007570 6900-EXIT.
007580     EXIT.
007590 6910-WRITE-SECTION-HEADING.
007600     WRITE UPRRPT-RECORD FROM HDG-SECTION-LINE
007610     WRITE UPRRPT-RECORD FROM HDG-LINE-2
007620     IF LU-UPRRPT-STATUS NOT = '00'
007630         DISPLAY 'LGUPRVAL: WRITE UPRRPT FAILED, STATUS='
007640             LU-UPRRPT-STATUS
007650         PERFORM 9900-ABEND THRU 9900-EXIT
007660     END-IF.
007670 6910-EXIT.
007680     EXIT.
007690 6920-WRITE-INFO-LINE.
007700     WRITE UPRRPT-RECORD FROM INF-LINE
007710     IF LU-UPRRPT-STATUS NOT = '00'
007720         DISPLAY 'LGUPRVAL: WRITE UPRRPT FAILED, STATUS='
007730             LU-UPRRPT-STATUS
007740         PERFORM 9900-ABEND THRU 9900-EXIT
007750     END-IF.
007760 6920-EXIT.
007770     EXIT.
007780*+---------------------------------------------------------------+
007790*| 7000-WRITE-CONTROL                                            |
007800*|   THIS VALUATION BECOMES NEXT MONTH'S PRIOR.                  |
007810*+---------------------------------------------------------------+
007820 7000-WRITE-CONTROL.
007830     MOVE LU-VALUATION-DATE TO UC-VALUATION-DATE
007840     MOVE VT-POLICY-COUNT TO UC-POLICY-COUNT
007850     MOVE VT-WRITTEN-TOTAL TO UC-WRITTEN-TOTAL
007860     MOVE VT-EARNED-TOTAL TO UC-EARNED-TOTAL
007870     MOVE VT-UNEARNED-TOTAL TO UC-UNEARNED-TOTAL
007880     MOVE VT-CEDED-UNEARNED TO UC-CEDED-UNEARNED
007890     SUBTRACT VT-CEDED-UNEARNED FROM VT-UNEARNED-TOTAL
007900         GIVING UC-NET-UNEARNED
007910     WRITE CTLOUT-RECORD FROM UPR-CONTROL-RECORD
007920     IF LU-CTLOUT-STATUS NOT = '00'
007930         DISPLAY 'LGUPRVAL: WRITE CTLOUT FAILED, STATUS='
007940             LU-CTLOUT-STATUS
007950         PERFORM 9900-ABEND THRU 9900-EXIT
007960     END-IF.
007970 7000-EXIT.
007980     EXIT.
007990*+---------------------------------------------------------------+
008000*| 8000-DATE-TO-DAY-NUMBER                                       |
008010*|   CONVERTS LU-DN-DATE (YYYY-MM-DD) TO A SERIAL DAY NUMBER IN  |
008020*|   LU-DN-DAYNO - THE SAME CONVERSION LGICDB01'S 3968-DATE-TO-  |
008030*|   DAY-NUMBER USES FOR 01CNCP, SO THE EARNED SHARE AGREES TO   |
008040*|   THE DAY WITH WHAT A CANCELLATION WOULD REFUND.              |
008050*+---------------------------------------------------------------+
008060 8000-DATE-TO-DAY-NUMBER.
008070     MOVE ZERO TO LU-DN-DAYNO
008080     IF LU-DN-DATE(1:4) NUMERIC AND LU-DN-DATE(6:2) NUMERIC
008090             AND LU-DN-DATE(9:2) NUMERIC
008100         MOVE LU-DN-DATE(1:4) TO LU-DN-YEAR
008110         MOVE LU-DN-DATE(6:2) TO LU-DN-MONTH
008120         MOVE LU-DN-DATE(9:2) TO LU-DN-DAY
008130         SUBTRACT LU-DN-MONTH FROM 14 GIVING LU-DN-A
008140         DIVIDE LU-DN-A BY 12 GIVING LU-DN-A
008150         ADD LU-DN-YEAR 4800 GIVING LU-DN-Y
008160         SUBTRACT LU-DN-A FROM LU-DN-Y
008170         MULTIPLY LU-DN-A BY 12 GIVING LU-DN-M
008180         ADD LU-DN-MONTH TO LU-DN-M
008190         SUBTRACT 3 FROM LU-DN-M
008200         MULTIPLY LU-DN-M BY 153 GIVING LU-DN-WORK
008210         ADD 2 TO LU-DN-WORK
008220         DIVIDE LU-DN-WORK BY 5 GIVING LU-DN-WORK
008230         MOVE LU-DN-DAY TO LU-DN-DAYNO
008240         ADD LU-DN-WORK TO LU-DN-DAYNO
008250         MULTIPLY LU-DN-Y BY 365 GIVING LU-DN-WORK
008260         ADD LU-DN-WORK TO LU-DN-DAYNO
008270         DIVIDE LU-DN-Y BY 4 GIVING LU-DN-WORK
008280         ADD LU-DN-WORK TO LU-DN-DAYNO
008290         DIVIDE LU-DN-Y BY 100 GIVING LU-DN-WORK
008300         SUBTRACT LU-DN-WORK FROM LU-DN-DAYNO
008310         DIVIDE LU-DN-Y BY 400 GIVING LU-DN-WORK
008320         ADD LU-DN-WORK TO LU-DN-DAYNO
008330         SUBTRACT 32045 FROM LU-DN-DAYNO
008340     END-IF.
008350 8000-EXIT.
008360     EXIT.
008370*+---------------------------------------------------------------+
008380*| 9900-ABEND                                                    |
008390*|   A FILE DID NOT OPEN, READ OR WRITE CLEANLY, THE VALUATION   |
008400*|   DATE IS UNUSABLE, OR A TABLE FILLED - A PART-BUILT RESERVE  |
008410*|   MUST NOT REACH THE LEDGER OR THE CONTROL FILE.              |
008420*+---------------------------------------------------------------+
008430 9900-ABEND.
008440     MOVE 16 TO RETURN-CODE
008450     STOP RUN.
008460 9900-EXIT.
008470     EXIT.
008480*+---------------------------------------------------------------+
008490*| 9999-EXIT                                                     |
008500*+---------------------------------------------------------------+
008510 9999-EXIT.
008520     DISPLAY 'LGUPRVAL: POLICIES=' VT-POLICY-COUNT
008530         ' WRITTEN=' VT-WRITTEN-TOTAL
008540         ' UNEARNED=' VT-UNEARNED-TOTAL
008550         ' CEDED UNEARNED=' VT-CEDED-UNEARNED
008560     IF LU-CESSION-IS-PRESENT
008570         CLOSE CESSION
008580     END-IF
008590     CLOSE POLYFILE CTLOUT UPREXT UPRRPT
008600     GOBACK.
008610 9999-EXIT-EXIT.
008620     EXIT.
