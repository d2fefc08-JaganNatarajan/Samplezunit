000010*+---------------------------------------------------------------+
000020*| LGGLPOST                                                      |
000030*|   DAILY GENERAL LEDGER POSTING RUN. GATHERS THE DAY'S MONEY   |
000040*|   MOVEMENTS FROM WHEREVER THEY LAND - WRITTEN PREMIUM ON THE  |
000050*|   CHGHIST ADD AND RENEWAL ROWS, ENDORSEMENT PREMIUM ON        |
000060*|   ENDEXT, RETURN PREMIUM ON CANEXT, CLAIMS PAID ON CLMPAY,    |
000070*|   CASH ON LGCSHAPP'S CSHEXT, CEDED PREMIUM AND RECOVERIES ON  |
000080*|   CESSION, AND BROKER COMMISSION AT THE SAME PER-TYPE RATES   |
000090*|   LGBRKCOM USES - AND POSTS EACH AS A BALANCED DEBIT/CREDIT   |
000100*|   PAIR ON THE ACCOUNTS THE GLACCT MAPPING FILE NAMES FOR ITS  |
000110*|   MOVEMENT AND POLICY TYPE. WRITES THE GLJRNL JOURNAL FILE    |
000120*|   THE LEDGER SYSTEM IMPORTS AND A LISTING OF DEBIT AND CREDIT |
000130*|   TOTALS PER ACCOUNT. A DAY THAT DOES NOT BALANCE, OR HAS A   |
000140*|   MOVEMENT NO MAPPING ROW COVERS, ENDS WITH CONDITION CODE 8  |
000150*|   SO THE SCHEDULER HOLDS THE IMPORT, THE WAY LGDAYBAL HOLDS   |
000160*|   THE OVERNIGHT SUITE - FINANCE NO LONGER REBUILDS THE        |
000170*|   JOURNALS BY HAND FROM FIVE REPORTS.                         |
000180*+---------------------------------------------------------------+
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.              LGGLPOST.
000210 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000220 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000230 DATE-WRITTEN.            15/10/2026.
000240 DATE-COMPILED.           15/10/2026.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   15/10/2026 IAG  INITIAL VERSION - DAILY DOUBLE-ENTRY JOURNAL
000280*                   FOR PREMIUM, REFUNDS, CLAIMS, CASH,
000290*                   COMMISSION AND REINSURANCE.
000293*   15/10/2026 IAG  REVERSE A CLAIM PAYMENT THE BANK RETURNED
000296*                   (CR) ON THE DAY LGCLMACK BOOKS THE RETURN.
000300*-----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GLACCT ASSIGN TO GLACCT
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS GA-MAP-KEY
000380         FILE STATUS IS LJ-GLACCT-STATUS.
000390     SELECT BRKFILE ASSIGN TO BRKFILE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS BM-BROKER-NUM
000430         FILE STATUS IS LJ-BRKFILE-STATUS.
000440     SELECT CHGHIST ASSIGN TO CHGHIST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS LJ-CHGHIST-STATUS.
000470     SELECT ENDEXT ASSIGN TO ENDEXT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LJ-ENDEXT-STATUS.
000500     SELECT CANEXT ASSIGN TO CANEXT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS LJ-CANEXT-STATUS.
000530     SELECT CLMPAY ASSIGN TO CLMPAY
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS PY-PAYMENT-KEY
000570         FILE STATUS IS LJ-CLMPAY-STATUS.
000580     SELECT CESSION ASSIGN TO CESSION
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS LJ-CESSION-STATUS.
000610     SELECT CSHEXT ASSIGN TO CSHEXT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS LJ-CSHEXT-STATUS.
000640     SELECT GLJRNL ASSIGN TO GLJRNL
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS LJ-GLJRNL-STATUS.
000670     SELECT GLLIST ASSIGN TO GLLIST
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS LJ-GLLIST-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  GLACCT.
000730 COPY CARGLACT.
000740 FD  BRKFILE.
000750 COPY CABRKRMS.
000760*    THE SOURCE FILES BELOW ARE ALL OPTIONAL - A DAY WITH NO
000770*    CHANGES, ENDORSEMENTS, CANCELLATIONS, CLAIM PAYMENTS,
000780*    CESSIONS OR RECEIPTS MAY HAVE NO DATASET AT ALL, AND AN
000790*    UNOPENED FILE'S FD RECORD AREA IS NOT SAFELY ADDRESSABLE.
000800*    THE SEQUENTIAL ONES ARE PLAIN BUFFERS READ INTO THEIR
000810*    RECORDS IN WORKING-STORAGE, THE WAY LGPRMBIL AND LGRIBORD
000820*    HANDLE CANEXT AND CESSION.
000830 FD  CHGHIST.
000840 01  CHGHIST-RECORD PIC X(546).
000850 FD  ENDEXT.
000860 01  ENDEXT-RECORD PIC X(80).
000870 FD  CANEXT.
000880 01  CANEXT-RECORD PIC X(72).
000890 FD  CLMPAY.
000900 COPY CACLMPAY.
000910 FD  CESSION.
000920 01  CESSION-RECORD PIC X(85).
000930 FD  CSHEXT.
000940 01  CSHEXT-RECORD PIC X(49).
000950 FD  GLJRNL.
000960 COPY CARGLJEX.
000970 FD  GLLIST.
000980 COPY CARGLJRP.
000990 WORKING-STORAGE SECTION.
001000 COPY CACHGHST.
001010 COPY CAENDEXT.
001020 COPY CACANEXT.
001030 COPY CACESEXT.
001040 COPY CARCSHEX.
001050*-----------------------------------------------------------------
001060* FILE STATUS AND END-OF-FILE CONTROL. EACH OPTIONAL SOURCE HAS
001070* ITS OWN PRESENCE SWITCH - A MISSING DATASET (STATUS 35) JUST
001080* MEANS NOTHING OF THAT KIND HAPPENED.
001090*-----------------------------------------------------------------
001100 77 LJ-GLACCT-STATUS       PIC X(02).
001110 77 LJ-BRKFILE-STATUS      PIC X(02).
001120 77 LJ-CHGHIST-STATUS      PIC X(02).
001130 77 LJ-ENDEXT-STATUS       PIC X(02).
001140 77 LJ-CANEXT-STATUS       PIC X(02).
001150 77 LJ-CLMPAY-STATUS       PIC X(02).
001160 77 LJ-CESSION-STATUS      PIC X(02).
001170 77 LJ-CSHEXT-STATUS       PIC X(02).
001180 77 LJ-GLJRNL-STATUS       PIC X(02).
001190 77 LJ-GLLIST-STATUS       PIC X(02).
001200 77 LJ-EOF-SWITCH          PIC X(01).
001210     88 LJ-END-OF-FILE     VALUE 'Y'.
001220 77 LJ-CHGHIST-IN-SWITCH   PIC X(01) VALUE 'Y'.
001230     88 LJ-CHGHIST-IS-PRESENT  VALUE 'Y'.
001240 77 LJ-ENDEXT-IN-SWITCH    PIC X(01) VALUE 'Y'.
001250     88 LJ-ENDEXT-IS-PRESENT   VALUE 'Y'.
001260 77 LJ-CANEXT-IN-SWITCH    PIC X(01) VALUE 'Y'.
001270     88 LJ-CANEXT-IS-PRESENT   VALUE 'Y'.
001280 77 LJ-CLMPAY-IN-SWITCH    PIC X(01) VALUE 'Y'.
001290     88 LJ-CLMPAY-IS-PRESENT   VALUE 'Y'.
001300 77 LJ-CESSION-IN-SWITCH   PIC X(01) VALUE 'Y'.
001310     88 LJ-CESSION-IS-PRESENT  VALUE 'Y'.
001320 77 LJ-CSHEXT-IN-SWITCH    PIC X(01) VALUE 'Y'.
001330     88 LJ-CSHEXT-IS-PRESENT   VALUE 'Y'.
001340*    OVERALL VERDICT - SET TO 'N' WHEN THE DEBITS AND CREDITS
001350*    DISAGREE OR A MOVEMENT COULD NOT BE MAPPED, AND ECHOED IN
001360*    THE STEP'S CONDITION CODE.
001370 77 LJ-BALANCE-SWITCH      PIC X(01) VALUE 'Y'.
001380     88 LJ-DAY-BALANCES        VALUE 'Y'.
001390     88 LJ-DAY-OUT-OF-BALANCE  VALUE 'N'.
001400*-----------------------------------------------------------------
001410* POSTING DATE, READ FROM SYSIN AS A YYYY-MM-DD DATE. THE ONLINE
001420* QUEUES AND CLMPAY STAMP THEIR ROWS WITH A YYYYMMDD-HHMMSS
001430* TIMESTAMP, SO THE DATE IS ALSO HELD IN THAT FORM - A SOURCE
001440* ROW BELONGS TO THE DAY WHEN ITS FIRST EIGHT BYTES MATCH.
001450*-----------------------------------------------------------------
001460 77 LJ-POSTING-DATE        PIC X(10).
001470 01 LJ-POSTING-STAMP.
001480     05 LJ-STAMP-YEAR      PIC X(04).
001490     05 LJ-STAMP-MONTH     PIC X(02).
001500     05 LJ-STAMP-DAY       PIC X(02).
001510*-----------------------------------------------------------------
001520* THE 93-BYTE COMMON PORTION OF A POLICY, AS CARRIED IN A
001530* CHGHIST AFTER IMAGE - SEE CACHGHST.
001540*-----------------------------------------------------------------
001550 01 LJ-POLICY-IMAGE.
001560     05 PI-POLICY-NUM      PIC 9(10).
001570     05 PI-CUSTOMER-NUM    PIC 9(10).
001580     05 PI-POLICY-TYPE     PIC X(01).
001590         88 PI-POLICY-IS-ENDOWMENT  VALUE 'E'.
001600         88 PI-POLICY-IS-HOUSE      VALUE 'H'.
001610         88 PI-POLICY-IS-MOTOR      VALUE 'M'.
001620         88 PI-POLICY-IS-COMMERCIAL VALUE 'B'.
001630         88 PI-POLICY-IS-CLAIM      VALUE 'L'.
001640         88 PI-POLICY-IS-TRAVEL     VALUE 'T'.
001650     05 PI-ISSUE-DATE      PIC X(10).
001660     05 PI-EXPIRY-DATE     PIC X(10).
001670     05 PI-LASTCHANGED     PIC X(26).
001680     05 PI-BROKERID        PIC 9(10).
001690     05 PI-BROKERSREF      PIC X(10).
001700     05 PI-PAYMENT         PIC 9(06).
001710*-----------------------------------------------------------------
001720* THE MOVEMENT IN HAND - EACH SOURCE PARAGRAPH FILLS THESE AND
001730* PERFORMS 7000-POST-MOVEMENT.
001740*-----------------------------------------------------------------
001750 01 LJ-MOVEMENT.
001760     05 LJ-MOVEMENT-TYPE   PIC X(02).
001770     05 LJ-POLICY-TYPE     PIC X(01).
001780     05 LJ-SOURCE-REF      PIC X(36).
001790     05 LJ-AMOUNT          PIC 9(13)V99.
001800*-----------------------------------------------------------------
001810* COMMISSION WORK FIELDS - THE BROKER'S RATE FOR THE POLICY TYPE
001820* (WHOLE PERCENT WITH TWO DECIMALS) AND THE COMMISSION ON ONE
001830* PREMIUM, TRUNCATED TO THE PENNY THE WAY LGBRKCOM DOES IT.
001840*-----------------------------------------------------------------
001850 77 LJ-COMM-RATE           PIC 9(02)V99.
001860 77 LJ-COMM-WORK           PIC 9(12)V99 COMP-3.
001870*-----------------------------------------------------------------
001880* ACCOUNT ACCUMULATOR TABLE - ONE ENTRY PER LEDGER ACCOUNT
001890* POSTED TO, IN THE ORDER FIRST SEEN.
001900*-----------------------------------------------------------------
001910 78 LJ-MAX-ACCOUNTS        VALUE 200.
001920 01 ACCOUNT-TABLE.
001930     05 AT-ENTRY OCCURS 200 TIMES.
001940         10 AT-ACCOUNT        PIC X(08).
001950         10 AT-LINE-COUNT     PIC 9(08) COMP.
001960         10 AT-DEBIT-TOTAL    PIC 9(15)V99 COMP-3.
001970         10 AT-CREDIT-TOTAL   PIC 9(15)V99 COMP-3.
001980 77 AT-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001990 77 LJ-SEARCH-INDEX         PIC 9(04) COMP.
002000 77 LJ-MATCH-INDEX          PIC 9(04) COMP.
002010*-----------------------------------------------------------------
002020* RUN TOTALS. THE DEBIT AND CREDIT GRAND TOTALS ARE TAKEN FROM
002030* THE JOURNAL LINES AS THEY ARE WRITTEN, NOT FROM THE ACCOUNT
002040* TABLE, SO THE BALANCE CHECK PROVES WHAT WENT TO THE FILE.
002050*-----------------------------------------------------------------
002060 77 LJ-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
002070 77 LJ-LINE-COUNT           PIC 9(08) COMP VALUE ZERO.
002080 77 LJ-DEBIT-TOTAL          PIC 9(15)V99 COMP-3 VALUE ZERO.
002090 77 LJ-CREDIT-TOTAL         PIC 9(15)V99 COMP-3 VALUE ZERO.
002100 77 LJ-UNMAPPED-COUNT       PIC 9(08) COMP VALUE ZERO.
002110*-----------------------------------------------------------------
002120* REPORT HEADING, EXCEPTION AND VERDICT WORK AREAS.
002130*-----------------------------------------------------------------
002140 01 HDG-LINE-1.
002150     05 FILLER PIC X(40) VALUE
002160         'GENERAL LEDGER JOURNAL LISTING'.
002170     05 FILLER PIC X(92) VALUE SPACES.
002180 01 HDG-DATE-LINE.
002190     05 FILLER PIC X(14) VALUE 'POSTING DATE: '.
002200     05 HDG-POSTING-DATE PIC X(10).
002210     05 FILLER PIC X(108) VALUE SPACES.
002220 01 HDG-LINE-2.
002230     05 FILLER PIC X(14) VALUE 'ACCOUNT'.
002240     05 FILLER PIC X(12) VALUE '   LINES'.
002250     05 FILLER PIC X(26) VALUE '                 DEBIT'.
002260     05 FILLER PIC X(80) VALUE '                CREDIT'.
002270*    A MOVEMENT NO GLACCT ROW COVERS IS LISTED AND LEFT OUT OF
002280*    THE JOURNAL - THE DAY FAILS SO FINANCE ADDS THE MAPPING AND
002290*    RERUNS, RATHER THAN IMPORT AN INCOMPLETE JOURNAL.
002300 01 UNM-LINE.
002310     05 FILLER PIC X(18) VALUE 'UNMAPPED MOVEMENT '.
002320     05 UNM-MOVEMENT-TYPE PIC X(02).
002330     05 FILLER PIC X(07) VALUE ' TYPE '.
002340     05 UNM-POLICY-TYPE PIC X(01).
002350     05 FILLER PIC X(02) VALUE SPACES.
002360     05 UNM-SOURCE-REF PIC X(36).
002370     05 FILLER PIC X(02) VALUE SPACES.
002380     05 UNM-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002390     05 FILLER PIC X(46) VALUE SPACES.
002400 01 VRD-LINE.
002410     05 VRD-TEXT PIC X(60).
002420     05 FILLER PIC X(72) VALUE SPACES.
002430*+---------------------------------------------------------------+
002440*| 0000-MAINLINE                                                 |
002450*+---------------------------------------------------------------+
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002490     MOVE 'N' TO LJ-EOF-SWITCH
002500     IF NOT LJ-CHGHIST-IS-PRESENT
002510         SET LJ-END-OF-FILE TO TRUE
002520     END-IF
002530     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
002540         UNTIL LJ-END-OF-FILE
002550     MOVE 'N' TO LJ-EOF-SWITCH
002560     IF NOT LJ-ENDEXT-IS-PRESENT
002570         SET LJ-END-OF-FILE TO TRUE
002580     END-IF
002590     PERFORM 3000-PROCESS-ENDORSEMENT THRU 3000-EXIT
002600         UNTIL LJ-END-OF-FILE
002610     MOVE 'N' TO LJ-EOF-SWITCH
002620     IF NOT LJ-CANEXT-IS-PRESENT
002630         SET LJ-END-OF-FILE TO TRUE
002640     END-IF
002650     PERFORM 3500-PROCESS-CANCELLATION THRU 3500-EXIT
002660         UNTIL LJ-END-OF-FILE
002670     MOVE 'N' TO LJ-EOF-SWITCH
002680     IF NOT LJ-CLMPAY-IS-PRESENT
002690         SET LJ-END-OF-FILE TO TRUE
002700     END-IF
002710     PERFORM 4000-PROCESS-CLAIM-PAYMENT THRU 4000-EXIT
002720         UNTIL LJ-END-OF-FILE
002730     MOVE 'N' TO LJ-EOF-SWITCH
002740     IF NOT LJ-CESSION-IS-PRESENT
002750         SET LJ-END-OF-FILE TO TRUE
002760     END-IF
002770     PERFORM 4500-PROCESS-CESSION THRU 4500-EXIT
002780         UNTIL LJ-END-OF-FILE
002790     MOVE 'N' TO LJ-EOF-SWITCH
002800     IF NOT LJ-CSHEXT-IS-PRESENT
002810         SET LJ-END-OF-FILE TO TRUE
002820     END-IF
002830     PERFORM 5000-PROCESS-CASH THRU 5000-EXIT
002840         UNTIL LJ-END-OF-FILE
002850     PERFORM 6000-PRINT-LISTING THRU 6000-EXIT
002860     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
002870*+---------------------------------------------------------------+
002880*| 1000-INITIALIZE                                               |
002890*+---------------------------------------------------------------+
002900 1000-INITIALIZE.
002910     OPEN INPUT GLACCT
002920     IF LJ-GLACCT-STATUS NOT = '00'
002930         DISPLAY 'LGGLPOST: OPEN GLACCT FAILED, STATUS='
002940             LJ-GLACCT-STATUS
002950         PERFORM 9900-ABEND THRU 9900-EXIT
002960     END-IF
002970     OPEN INPUT BRKFILE
002980     IF LJ-BRKFILE-STATUS NOT = '00'
002990         DISPLAY 'LGGLPOST: OPEN BRKFILE FAILED, STATUS='
003000             LJ-BRKFILE-STATUS
003010         PERFORM 9900-ABEND THRU 9900-EXIT
003020     END-IF
003030     OPEN INPUT CHGHIST
003040     EVALUATE LJ-CHGHIST-STATUS
003050         WHEN '00'
003060             CONTINUE
003070         WHEN '35'
003080             MOVE 'N' TO LJ-CHGHIST-IN-SWITCH
003090         WHEN OTHER
003100             DISPLAY 'LGGLPOST: OPEN CHGHIST FAILED, STATUS='
003110                 LJ-CHGHIST-STATUS
003120             PERFORM 9900-ABEND THRU 9900-EXIT
003130     END-EVALUATE
003140     OPEN INPUT ENDEXT
003150     EVALUATE LJ-ENDEXT-STATUS
003160         WHEN '00'
003170             CONTINUE
003180         WHEN '35'
003190             MOVE 'N' TO LJ-ENDEXT-IN-SWITCH
003200         WHEN OTHER
003210             DISPLAY 'LGGLPOST: OPEN ENDEXT FAILED, STATUS='
003220                 LJ-ENDEXT-STATUS
003230             PERFORM 9900-ABEND THRU 9900-EXIT
003240     END-EVALUATE
003250     OPEN INPUT CANEXT
003260     EVALUATE LJ-CANEXT-STATUS
003270         WHEN '00'
003280             CONTINUE
003290         WHEN '35'
003300             MOVE 'N' TO LJ-CANEXT-IN-SWITCH
003310         WHEN OTHER
003320             DISPLAY 'LGGLPOST: OPEN CANEXT FAILED, STATUS='
003330                 LJ-CANEXT-STATUS
003340             PERFORM 9900-ABEND THRU 9900-EXIT
003350     END-EVALUATE
003360     OPEN INPUT CLMPAY
003370     EVALUATE LJ-CLMPAY-STATUS
003380         WHEN '00'
003390             CONTINUE
003400         WHEN '35'
003410             MOVE 'N' TO LJ-CLMPAY-IN-SWITCH
003420         WHEN OTHER
003430             DISPLAY 'LGGLPOST: OPEN CLMPAY FAILED, STATUS='
003440                 LJ-CLMPAY-STATUS
003450             PERFORM 9900-ABEND THRU 9900-EXIT
003460     END-EVALUATE
003470     OPEN INPUT CESSION
003480     EVALUATE LJ-CESSION-STATUS
003490         WHEN '00'
003500             CONTINUE
003510         WHEN '35'
003520             MOVE 'N' TO LJ-CESSION-IN-SWITCH
003530         WHEN OTHER
003540             DISPLAY 'LGGLPOST: OPEN CESSION FAILED, STATUS='
003550                 LJ-CESSION-STATUS
003560             PERFORM 9900-ABEND THRU 9900-EXIT
003570     END-EVALUATE
003580     OPEN INPUT CSHEXT
003590     EVALUATE LJ-CSHEXT-STATUS
003600         WHEN '00'
003610             CONTINUE
003620         WHEN '35'
003630             MOVE 'N' TO LJ-CSHEXT-IN-SWITCH
003640         WHEN OTHER
003650             DISPLAY 'LGGLPOST: OPEN CSHEXT FAILED, STATUS='
003660                 LJ-CSHEXT-STATUS
003670             PERFORM 9900-ABEND THRU 9900-EXIT
003680     END-EVALUATE
003690     OPEN OUTPUT GLJRNL
003700     IF LJ-GLJRNL-STATUS NOT = '00'
003710         DISPLAY 'LGGLPOST: OPEN GLJRNL FAILED, STATUS='
003720             LJ-GLJRNL-STATUS
003730         PERFORM 9900-ABEND THRU 9900-EXIT
003740     END-IF
003750     OPEN OUTPUT GLLIST
003760     IF LJ-GLLIST-STATUS NOT = '00'
003770         DISPLAY 'LGGLPOST: OPEN GLLIST FAILED, STATUS='
003780             LJ-GLLIST-STATUS
003790         PERFORM 9900-ABEND THRU 9900-EXIT
003800     END-IF
003810     ACCEPT LJ-POSTING-DATE FROM SYSIN
003820     MOVE LJ-POSTING-DATE(1:4) TO LJ-STAMP-YEAR
003830     MOVE LJ-POSTING-DATE(6:2) TO LJ-STAMP-MONTH
003840     MOVE LJ-POSTING-DATE(9:2) TO LJ-STAMP-DAY
003850     MOVE LJ-POSTING-DATE TO HDG-POSTING-DATE
003860     WRITE GLLIST-RECORD FROM HDG-LINE-1
003870     WRITE GLLIST-RECORD FROM HDG-DATE-LINE
003880     WRITE GLLIST-RECORD FROM HDG-LINE-2.
003890 1000-EXIT.
003900     EXIT.
003910*+---------------------------------------------------------------+
003920*| 2000-PROCESS-CHANGE                                           |
003930*|   WRITTEN PREMIUM. A POLICY ADD (ACTION A) OR RENEWAL         |
003940*|   (ACTION R) STAMPED TODAY POSTS ITS AFTER IMAGE'S PAYMENT.   |
003950*|   UPDATES, DELETES AND THE REST MOVE NO PREMIUM THROUGH THE   |
003960*|   LEDGER - AN ENDORSEMENT'S PRO-RATA SHARE COMES FROM ENDEXT  |
003970*|   AND A CANCELLATION'S FROM CANEXT, NOT FROM HERE.            |
003980*+---------------------------------------------------------------+
003990 2000-PROCESS-CHANGE.
004000     READ CHGHIST NEXT RECORD INTO CHANGE-HISTORY-RECORD
004010         AT END
004020             SET LJ-END-OF-FILE TO TRUE
004030         NOT AT END
004040             IF CH-ENTITY-POLICY
004050                     AND CH-TIMESTAMP(1:8) = LJ-POSTING-STAMP
004060                     AND (CH-ACTION-ADD OR CH-ACTION-RENEW)
004070                 PERFORM 2100-POST-WRITTEN-PREMIUM THRU 2100-EXIT
004080             END-IF
004090     END-READ.
004100 2000-EXIT.
004110     EXIT.
004120*+---------------------------------------------------------------+
004130*| 2100-POST-WRITTEN-PREMIUM                                     |
004140*|   CLAIM RECORDS ARE ADDED THROUGH THE SAME PATH BUT CARRY NO  |
004150*|   PREMIUM. A BROKERED POLICY ALSO POSTS THE BROKER'S          |
004160*|   COMMISSION ON THE PREMIUM.                                  |
004170*+---------------------------------------------------------------+
004180 2100-POST-WRITTEN-PREMIUM.
004190     MOVE CH-AFTER-IMAGE TO LJ-POLICY-IMAGE
004200     IF NOT PI-POLICY-IS-CLAIM AND PI-PAYMENT NUMERIC
004210         MOVE SPACES TO LJ-MOVEMENT
004220         IF CH-ACTION-ADD
004230             MOVE 'NB' TO LJ-MOVEMENT-TYPE
004240         ELSE
004250             MOVE 'RN' TO LJ-MOVEMENT-TYPE
004260         END-IF
004270         MOVE PI-POLICY-TYPE TO LJ-POLICY-TYPE
004280         MOVE PI-POLICY-NUM TO LJ-SOURCE-REF
004290         MOVE PI-PAYMENT TO LJ-AMOUNT
004300         PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
004310         IF PI-BROKERID NUMERIC AND PI-BROKERID NOT = ZERO
004320             PERFORM 2200-POST-COMMISSION THRU 2200-EXIT
004330         END-IF
004340     END-IF.
004350 2100-EXIT.
004360     EXIT.
004370*+---------------------------------------------------------------+
004380*| 2200-POST-COMMISSION                                          |
004390*|   COMMISSION = PREMIUM TIMES THE BROKER'S RATE FOR THE POLICY |
004400*|   TYPE, OVER ONE HUNDRED, TRUNCATED TO THE PENNY - THE SAME   |
004410*|   FIGURE LGBRKCOM PUTS ON THE BROKER'S STATEMENT. A BROKER    |
004420*|   NUMBER WITH NO MASTER RECORD EARNS NOTHING THERE, SO IT     |
004430*|   POSTS NOTHING HERE.                                         |
004440*+---------------------------------------------------------------+
004450 2200-POST-COMMISSION.
004460     MOVE PI-BROKERID TO BM-BROKER-NUM
004470     READ BRKFILE
004480     EVALUATE LJ-BRKFILE-STATUS
004490         WHEN '00'
004500             PERFORM 2300-SET-COMMISSION-RATE THRU 2300-EXIT
004510             MULTIPLY PI-PAYMENT BY LJ-COMM-RATE
004520                 GIVING LJ-COMM-WORK
004530             DIVIDE LJ-COMM-WORK BY 100 GIVING LJ-COMM-WORK
004540             MOVE 'CM' TO LJ-MOVEMENT-TYPE
004550             MOVE LJ-COMM-WORK TO LJ-AMOUNT
004560             PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
004570         WHEN '23'
004580             CONTINUE
004590         WHEN OTHER
004600             DISPLAY 'LGGLPOST: READ BRKFILE FAILED, STATUS='
004610                 LJ-BRKFILE-STATUS
004620             PERFORM 9900-ABEND THRU 9900-EXIT
004630     END-EVALUATE.
004640 2200-EXIT.
004650     EXIT.
004660 2300-SET-COMMISSION-RATE.
004670     EVALUATE TRUE
004680         WHEN PI-POLICY-IS-ENDOWMENT
004690             MOVE CA-BROKER-COMM-ENDOW TO LJ-COMM-RATE
004700         WHEN PI-POLICY-IS-HOUSE
004710             MOVE CA-BROKER-COMM-HOUSE TO LJ-COMM-RATE
004720         WHEN PI-POLICY-IS-MOTOR
004730             MOVE CA-BROKER-COMM-MOTOR TO LJ-COMM-RATE
004740         WHEN PI-POLICY-IS-COMMERCIAL
004750             MOVE CA-BROKER-COMM-COMML TO LJ-COMM-RATE
004760         WHEN PI-POLICY-IS-TRAVEL
004770             MOVE CA-BROKER-COMM-TRAVL TO LJ-COMM-RATE
004780         WHEN OTHER
004790             MOVE ZERO TO LJ-COMM-RATE
004800     END-EVALUATE.
004810 2300-EXIT.
004820     EXIT.
004830*+---------------------------------------------------------------+
004840*| 3000-PROCESS-ENDORSEMENT                                      |
004850*|   TODAY'S 01ENDP ADJUSTMENTS - ADDITIONAL PREMIUM (EA) OR     |
004860*|   RETURN PREMIUM (ER), PRO-RATA AS LGICDB01 COMPUTED IT.      |
004870*+---------------------------------------------------------------+
004880 3000-PROCESS-ENDORSEMENT.
004890     READ ENDEXT NEXT RECORD INTO ENDORSE-EXTRACT-RECORD
004900         AT END
004910             SET LJ-END-OF-FILE TO TRUE
004920         NOT AT END
004930             IF EX-TIMESTAMP(1:8) = LJ-POSTING-STAMP
004940                 MOVE SPACES TO LJ-MOVEMENT
004950                 IF EX-ADJUST-ADDITIONAL
004960                     MOVE 'EA' TO LJ-MOVEMENT-TYPE
004970                 ELSE
004980                     MOVE 'ER' TO LJ-MOVEMENT-TYPE
004990                 END-IF
005000                 MOVE EX-POLICY-TYPE TO LJ-POLICY-TYPE
005010                 MOVE EX-POLICY-NUM TO LJ-SOURCE-REF
005020                 MOVE EX-ADJUST-AMOUNT TO LJ-AMOUNT
005030                 PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
005040             END-IF
005050     END-READ.
005060 3000-EXIT.
005070     EXIT.
005080*+---------------------------------------------------------------+
005090*| 3500-PROCESS-CANCELLATION                                     |
005100*|   TODAY'S 01CNCP RETURN PREMIUM (RP).                         |
005110*+---------------------------------------------------------------+
005120 3500-PROCESS-CANCELLATION.
005130     READ CANEXT NEXT RECORD INTO CANCEL-EXTRACT-RECORD
005140         AT END
005150             SET LJ-END-OF-FILE TO TRUE
005160         NOT AT END
005170             IF CX-TIMESTAMP(1:8) = LJ-POSTING-STAMP
005180                 MOVE SPACES TO LJ-MOVEMENT
005190                 MOVE 'RP' TO LJ-MOVEMENT-TYPE
005200                 MOVE CX-POLICY-TYPE TO LJ-POLICY-TYPE
005210                 MOVE CX-POLICY-NUM TO LJ-SOURCE-REF
005220                 MOVE CX-REFUND-AMOUNT TO LJ-AMOUNT
005230                 PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
005240             END-IF
005250     END-READ.
005260 3500-EXIT.
005270     EXIT.
005280*+---------------------------------------------------------------+
005290*| 4000-PROCESS-CLAIM-PAYMENT                                    |
005300*|   TODAY'S 01PAYC PAYMENTS (CP). CLAIMS CARRY NO LINK TO THE   |
005310*|   POLICY THEY ARE MADE UNDER, SO THEY MAP AS TYPE L. A        |
005313*|   PAYMENT THE BANK SENT BACK IS REVERSED (CR) ON THE DAY      |
005316*|   LGCLMACK BOOKED THE RETURN - ITS RESULT DATE.               |
005320*+---------------------------------------------------------------+
005330 4000-PROCESS-CLAIM-PAYMENT.
005340     READ CLMPAY NEXT RECORD
005350         AT END
005360             SET LJ-END-OF-FILE TO TRUE
005370         NOT AT END
005380             IF PY-TIMESTAMP(1:8) = LJ-POSTING-STAMP
005390                 MOVE SPACES TO LJ-MOVEMENT
005400                 MOVE 'CP' TO LJ-MOVEMENT-TYPE
005410                 MOVE 'L' TO LJ-POLICY-TYPE
005420                 MOVE PY-PAYMENT-KEY TO LJ-SOURCE-REF
005430                 MOVE PY-PAYMENT-AMOUNT TO LJ-AMOUNT
005440                 PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
005450             END-IF
005451             IF PY-DISBURSE-RETURNED
005452                     AND PY-RESULT-DATE = LJ-POSTING-DATE
005453                 MOVE SPACES TO LJ-MOVEMENT
005454                 MOVE 'CR' TO LJ-MOVEMENT-TYPE
005455                 MOVE 'L' TO LJ-POLICY-TYPE
005456                 MOVE PY-PAYMENT-KEY TO LJ-SOURCE-REF
005457                 MOVE PY-PAYMENT-AMOUNT TO LJ-AMOUNT
005458                 PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
005459             END-IF
005460     END-READ.
005470 4000-EXIT.
005480     EXIT.
005490*+---------------------------------------------------------------+
005500*| 4500-PROCESS-CESSION                                          |
005510*|   TODAY'S TREATY ROWS - CEDED PREMIUM (TYPE P, ONLY EVER ON A |
005520*|   COMMERCIAL RISK, SO MAPPED AS TYPE B) AND ACTUAL RECOVERIES |
005530*|   ON CLAIMS PAID (TYPE C, MAPPED AS TYPE L). AN EXPECTED      |
005540*|   RECOVERY (TYPE E) IS AN ESTIMATE RAISED ON APPROVAL, NOT    |
005550*|   MONEY, AND POSTS NOTHING.                                   |
005560*+---------------------------------------------------------------+
005570 4500-PROCESS-CESSION.
005580     READ CESSION NEXT RECORD INTO CESSION-EXTRACT-RECORD
005590         AT END
005600             SET LJ-END-OF-FILE TO TRUE
005610         NOT AT END
005620             IF CE-EVENT-DATE = LJ-POSTING-DATE
005630                     AND NOT CE-TYPE-EXPECTED
005640                 MOVE SPACES TO LJ-MOVEMENT
005650                 IF CE-TYPE-PREMIUM
005660                     MOVE 'RI' TO LJ-MOVEMENT-TYPE
005670                     MOVE 'B' TO LJ-POLICY-TYPE
005680                 ELSE
005690                     MOVE 'RR' TO LJ-MOVEMENT-TYPE
005700                     MOVE 'L' TO LJ-POLICY-TYPE
005710                 END-IF
005720                 MOVE CE-TREATY-ID TO LJ-SOURCE-REF(1:8)
005730                 MOVE CE-POLICY-NUM TO LJ-SOURCE-REF(10:10)
005740                 MOVE CE-CEDED-AMOUNT TO LJ-AMOUNT
005750                 PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
005760             END-IF
005770     END-READ.
005780 4500-EXIT.
005790     EXIT.
005800*+---------------------------------------------------------------+
005810*| 5000-PROCESS-CASH                                             |
005820*|   THE CASH LGCSHAPP READ TODAY - CSHEXT IS A FRESH DATASET    |
005830*|   PER RUN, SO EVERY ROW IS TODAY'S. APPLIED CASH (CA) AND     |
005840*|   SUSPENDED CASH (CS) MAP THROUGH THEIR DEFAULT ROWS.         |
005850*+---------------------------------------------------------------+
005860 5000-PROCESS-CASH.
005870     READ CSHEXT NEXT RECORD INTO CASH-EXTRACT-RECORD
005880         AT END
005890             SET LJ-END-OF-FILE TO TRUE
005900         NOT AT END
005910             MOVE SPACES TO LJ-MOVEMENT
005920             IF CS-RECEIPT-APPLIED
005930                 MOVE 'CA' TO LJ-MOVEMENT-TYPE
005940             ELSE
005950                 MOVE 'CS' TO LJ-MOVEMENT-TYPE
005960             END-IF
005970             MOVE CS-BANK-REF TO LJ-SOURCE-REF
005980             MOVE CS-AMOUNT TO LJ-AMOUNT
005990             PERFORM 7000-POST-MOVEMENT THRU 7000-EXIT
006000     END-READ.
006010 5000-EXIT.
006020     EXIT.
006030*+---------------------------------------------------------------+
006040*| 6000-PRINT-LISTING                                            |
006050*|   ONE LINE PER ACCOUNT, THEN THE GRAND TOTALS AND THE         |
006060*|   VERDICT.                                                    |
006070*+---------------------------------------------------------------+
006080 6000-PRINT-LISTING.
006090     PERFORM 6100-PRINT-ACCOUNT-LINE THRU 6100-EXIT
006100         VARYING LJ-SEARCH-INDEX FROM 1 BY 1
006110         UNTIL LJ-SEARCH-INDEX > AT-COUNT-USED
006120     MOVE SPACES TO GLLIST-RECORD
006130     MOVE 'TOTAL' TO GR-ACCOUNT
006140     MOVE LJ-LINE-COUNT TO GR-LINE-COUNT
006150     MOVE LJ-DEBIT-TOTAL TO GR-DEBIT-TOTAL
006160     MOVE LJ-CREDIT-TOTAL TO GR-CREDIT-TOTAL
006170     PERFORM 7400-WRITE-LISTING-LINE THRU 7400-EXIT
006180     IF LJ-DEBIT-TOTAL NOT = LJ-CREDIT-TOTAL
006190         SET LJ-DAY-OUT-OF-BALANCE TO TRUE
006200     END-IF
006210     IF LJ-UNMAPPED-COUNT > ZERO
006220         SET LJ-DAY-OUT-OF-BALANCE TO TRUE
006230     END-IF
006240     MOVE SPACES TO VRD-LINE
006250     EVALUATE TRUE
006260         WHEN LJ-DEBIT-TOTAL NOT = LJ-CREDIT-TOTAL
006270             MOVE 'JOURNAL OUT OF BALANCE - HOLD LEDGER IMPORT'
006280                 TO VRD-TEXT
006290         WHEN LJ-UNMAPPED-COUNT > ZERO
006300             MOVE 'UNMAPPED MOVEMENTS - HOLD LEDGER IMPORT'
006310                 TO VRD-TEXT
006320         WHEN OTHER
006330             MOVE 'JOURNAL BALANCES' TO VRD-TEXT
006340     END-EVALUATE
006350     WRITE GLLIST-RECORD FROM VRD-LINE.
006360 6000-EXIT.
006370     EXIT.
006380 6100-PRINT-ACCOUNT-LINE.
006390     MOVE SPACES TO GLLIST-RECORD
006400     MOVE AT-ACCOUNT(LJ-SEARCH-INDEX) TO GR-ACCOUNT
006410     MOVE AT-LINE-COUNT(LJ-SEARCH-INDEX) TO GR-LINE-COUNT
006420     MOVE AT-DEBIT-TOTAL(LJ-SEARCH-INDEX) TO GR-DEBIT-TOTAL
006430     MOVE AT-CREDIT-TOTAL(LJ-SEARCH-INDEX) TO GR-CREDIT-TOTAL
006440     PERFORM 7400-WRITE-LISTING-LINE THRU 7400-EXIT.
006450 6100-EXIT.
006460     EXIT.
006470*+---------------------------------------------------------------+
006480*| 7000-POST-MOVEMENT                                            |
006490*|   LOOKS UP THE MOVEMENT'S ACCOUNTS - THE EXACT POLICY TYPE    |
006500*|   FIRST, THEN THE MOVEMENT'S DEFAULT ROW - AND WRITES THE     |
006510*|   DEBIT AND CREDIT LINES. A ZERO AMOUNT POSTS NOTHING. A      |
006520*|   MOVEMENT WITH NO USABLE MAPPING IS LISTED AND FAILS THE     |
006530*|   DAY.                                                        |
006540*+---------------------------------------------------------------+
006550 7000-POST-MOVEMENT.
006560     IF LJ-AMOUNT NOT NUMERIC OR LJ-AMOUNT = ZERO
006570         GO TO 7000-EXIT
006580     END-IF
006590     PERFORM 7100-FIND-MAPPING THRU 7100-EXIT
006600     IF LJ-GLACCT-STATUS NOT = '00'
006610             OR GA-DEBIT-ACCOUNT = SPACES
006620             OR GA-CREDIT-ACCOUNT = SPACES
006630         ADD 1 TO LJ-UNMAPPED-COUNT
006640         MOVE LJ-MOVEMENT-TYPE TO UNM-MOVEMENT-TYPE
006650         MOVE LJ-POLICY-TYPE TO UNM-POLICY-TYPE
006660         MOVE LJ-SOURCE-REF TO UNM-SOURCE-REF
006670         MOVE LJ-AMOUNT TO UNM-AMOUNT
006680         WRITE GLLIST-RECORD FROM UNM-LINE
006690     ELSE
006700         ADD 1 TO LJ-ENTRY-COUNT
006710         MOVE SPACES TO GL-JOURNAL-RECORD
006720         MOVE 1 TO GJ-ENTRY-LINE
006730         MOVE GA-DEBIT-ACCOUNT TO GJ-ACCOUNT
006740         SET GJ-DEBIT TO TRUE
006750         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
006760         MOVE 2 TO GJ-ENTRY-LINE
006770         MOVE GA-CREDIT-ACCOUNT TO GJ-ACCOUNT
006780         SET GJ-CREDIT TO TRUE
006790         PERFORM 7200-WRITE-JOURNAL-LINE THRU 7200-EXIT
006800     END-IF.
006810 7000-EXIT.
006820     EXIT.
006830 7100-FIND-MAPPING.
006840     MOVE LJ-MOVEMENT-TYPE TO GA-MOVEMENT-TYPE
006850     MOVE LJ-POLICY-TYPE TO GA-POLICY-TYPE
006860     READ GLACCT
006870     IF LJ-GLACCT-STATUS = '23' AND LJ-POLICY-TYPE NOT = SPACE
006880         MOVE LJ-MOVEMENT-TYPE TO GA-MOVEMENT-TYPE
006890         MOVE SPACE TO GA-POLICY-TYPE
006900         READ GLACCT
006910     END-IF
006920     IF LJ-GLACCT-STATUS NOT = '00'
006930             AND LJ-GLACCT-STATUS NOT = '23'
006940         DISPLAY 'LGGLPOST: READ GLACCT FAILED, STATUS='
006950             LJ-GLACCT-STATUS
006960         PERFORM 9900-ABEND THRU 9900-EXIT
006970     END-IF.
006980 7100-EXIT.
006990     EXIT.
007000*+---------------------------------------------------------------+
007010*| 7200-WRITE-JOURNAL-LINE                                       |
007020*|   THE CALLER SETS THE ACCOUNT, SIDE AND LINE NUMBER; THE REST |
007030*|   COMES FROM THE MOVEMENT AND ITS MAPPING ROW.                |
007040*+---------------------------------------------------------------+
007050 7200-WRITE-JOURNAL-LINE.
007060     MOVE LJ-POSTING-DATE TO GJ-POSTING-DATE
007070     MOVE LJ-ENTRY-COUNT TO GJ-ENTRY-NUM
007080     MOVE LJ-AMOUNT TO GJ-AMOUNT
007090     MOVE LJ-MOVEMENT-TYPE TO GJ-MOVEMENT-TYPE
007100     MOVE LJ-POLICY-TYPE TO GJ-POLICY-TYPE
007110     MOVE LJ-SOURCE-REF TO GJ-SOURCE-REF
007120     MOVE GA-DESCRIPTION TO GJ-DESCRIPTION
007130     WRITE GL-JOURNAL-RECORD
007140     IF LJ-GLJRNL-STATUS NOT = '00'
007150         DISPLAY 'LGGLPOST: WRITE GLJRNL FAILED, STATUS='
007160             LJ-GLJRNL-STATUS
007170         PERFORM 9900-ABEND THRU 9900-EXIT
007180     END-IF
007190     ADD 1 TO LJ-LINE-COUNT
007200     IF GJ-DEBIT
007210         ADD GJ-AMOUNT TO LJ-DEBIT-TOTAL
007220     ELSE
007230         ADD GJ-AMOUNT TO LJ-CREDIT-TOTAL
007240     END-IF
007250     PERFORM 7300-ACCUMULATE-ACCOUNT THRU 7300-EXIT.
007260 7200-EXIT.
007270     EXIT.
007280*+---------------------------------------------------------------+
007290*| 7300-ACCUMULATE-ACCOUNT                                       |
007300*|   A FULL TABLE WOULD DROP AN ACCOUNT OFF THE LISTING THE      |
007310*|   JOURNAL IS AGREED TO - STOP RATHER THAN PRINT A LISTING     |
007320*|   THAT DOES NOT ADD UP TO THE FILE.                           |
007330*+---------------------------------------------------------------+
007340 7300-ACCUMULATE-ACCOUNT.
007350     MOVE ZERO TO LJ-MATCH-INDEX
007360     PERFORM 7310-SEARCH-ACCOUNT THRU 7310-EXIT
007370         VARYING LJ-SEARCH-INDEX FROM 1 BY 1
007380         UNTIL LJ-SEARCH-INDEX > AT-COUNT-USED
007390         OR LJ-MATCH-INDEX > ZERO
007400     IF LJ-MATCH-INDEX = ZERO
007410         IF AT-COUNT-USED >= LJ-MAX-ACCOUNTS
007420             DISPLAY 'LGGLPOST: ACCOUNT TABLE FULL AT '
007430                 GJ-ACCOUNT ' - RAISE LJ-MAX-ACCOUNTS'
007440             PERFORM 9900-ABEND THRU 9900-EXIT
007450         END-IF
007460         ADD 1 TO AT-COUNT-USED
007470         MOVE AT-COUNT-USED TO LJ-MATCH-INDEX
007480         MOVE GJ-ACCOUNT TO AT-ACCOUNT(LJ-MATCH-INDEX)
007490         MOVE ZERO TO AT-LINE-COUNT(LJ-MATCH-INDEX)
007500         MOVE ZERO TO AT-DEBIT-TOTAL(LJ-MATCH-INDEX)
007510         MOVE ZERO TO AT-CREDIT-TOTAL(LJ-MATCH-INDEX)
007520     END-IF
007530     ADD 1 TO AT-LINE-COUNT(LJ-MATCH-INDEX)
007540     IF GJ-DEBIT
007550         ADD GJ-AMOUNT TO AT-DEBIT-TOTAL(LJ-MATCH-INDEX)
007560     ELSE
007570         ADD GJ-AMOUNT TO AT-CREDIT-TOTAL(LJ-MATCH-INDEX)
007580     END-IF.
007590 7300-EXIT.
007600     EXIT.
007610 7310-SEARCH-ACCOUNT.
007620     IF GJ-ACCOUNT = AT-ACCOUNT(LJ-SEARCH-INDEX)
007630         MOVE LJ-SEARCH-INDEX TO LJ-MATCH-INDEX
007640     END-IF.
007650 7310-EXIT.
007660     EXIT.
007670 7400-WRITE-LISTING-LINE.
007680     WRITE GLLIST-RECORD
007690     IF LJ-GLLIST-STATUS NOT = '00'
007700         DISPLAY 'LGGLPOST: WRITE GLLIST FAILED, STATUS='
007710             LJ-GLLIST-STATUS
007720         PERFORM 9900-ABEND THRU 9900-EXIT
007730     END-IF.
007740 7400-EXIT.
007750     EXIT.
007760*+---------------------------------------------------------------+
007770*| 9900-ABEND                                                    |
007780*|   A FILE DID NOT OPEN, READ OR WRITE CLEANLY, OR THE ACCOUNT  |
007790*|   TABLE FILLED - A PART-BUILT JOURNAL MUST NOT BE IMPORTED.   |
007800*+---------------------------------------------------------------+
007810 9900-ABEND.
007820     MOVE 16 TO RETURN-CODE
007830     STOP RUN.
007840 9900-EXIT.
007850     EXIT.
007860*+---------------------------------------------------------------+
007870*| 9999-EXIT                                                     |
007880*|   CONDITION CODE 8 ON AN UNBALANCED OR INCOMPLETE JOURNAL -   |
007890*|   THE SCHEDULER HOLDS THE LEDGER IMPORT ON IT.                |
007900*+---------------------------------------------------------------+
007910 9999-EXIT.
007920     DISPLAY 'LGGLPOST: ENTRIES=' LJ-ENTRY-COUNT
007930         ' DEBITS=' LJ-DEBIT-TOTAL
007940         ' CREDITS=' LJ-CREDIT-TOTAL
007950         ' UNMAPPED=' LJ-UNMAPPED-COUNT
007960     IF LJ-DAY-OUT-OF-BALANCE
007970         MOVE 8 TO RETURN-CODE
007980     END-IF
007990     IF LJ-CHGHIST-IS-PRESENT
008000         CLOSE CHGHIST
008010     END-IF
008020     IF LJ-ENDEXT-IS-PRESENT
008030         CLOSE ENDEXT
008040     END-IF
008050     IF LJ-CANEXT-IS-PRESENT
008060         CLOSE CANEXT
008070     END-IF
008080     IF LJ-CLMPAY-IS-PRESENT
008090         CLOSE CLMPAY
008100     END-IF
008110     IF LJ-CESSION-IS-PRESENT
008120         CLOSE CESSION
008130     END-IF
008140     IF LJ-CSHEXT-IS-PRESENT
008150         CLOSE CSHEXT
008160     END-IF
008170     CLOSE GLACCT BRKFILE GLJRNL GLLIST
008180     GOBACK.
008190 9999-EXIT-EXIT.
008200     EXIT.
