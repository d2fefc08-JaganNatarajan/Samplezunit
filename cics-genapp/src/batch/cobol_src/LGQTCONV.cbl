000010*+---------------------------------------------------------------+
000020*| LGQTCONV                                                      |
000030*|   WEEKLY QUOTE CONVERSION REPORT. READS THE QUOTFILE QUOTE    |
000040*|   FILE LGICDB01'S 01QPOL/01BQTE REQUESTS MAINTAIN AND, FOR    |
000050*|   THE QUOTES GIVEN IN A CALLER-SUPPLIED WEEK, PRINTS PER      |
000060*|   BROKER AND POLICY TYPE HOW MANY WERE QUOTED, HOW MANY HAVE  |
000070*|   BEEN BOUND INTO LIVE POLICIES, HOW MANY LAPSED UNBOUND AND  |
000080*|   HOW MANY ARE STILL OPEN, WITH THE CONVERSION RATE, SO SALES |
000090*|   CAN SEE HOW MANY QUOTES TURN INTO BUSINESS.                 |
000100*+---------------------------------------------------------------+
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.              LGQTCONV.
000130 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000140 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000150 DATE-WRITTEN.            15/10/2026.
000160 DATE-COMPILED.           15/10/2026.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   15/10/2026 IAG  INITIAL VERSION - WEEKLY QUOTE CONVERSION BY
000200*                   BROKER AND POLICY TYPE OFF THE QUOTE FILE.
000210*-----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT QUOTFILE ASSIGN TO QUOTFILE
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS QT-QUOTE-NUM
000290         FILE STATUS IS LQ-QUOTFILE-STATUS.
000300     SELECT BRKFILE ASSIGN TO BRKFILE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS BM-BROKER-NUM
000340         FILE STATUS IS LQ-BRKFILE-STATUS.
000350     SELECT QCVRPT ASSIGN TO QCVRPT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS LQ-QCVRPT-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  QUOTFILE.
000410 COPY CAQUOTMS.
000420 FD  BRKFILE.
000430 COPY CABRKRMS.
000440 FD  QCVRPT.
000450 COPY CARQCVRP.
000460 WORKING-STORAGE SECTION.
000470*-----------------------------------------------------------------
000480* FILE STATUS AND END-OF-FILE CONTROL.
000490*-----------------------------------------------------------------
000500 77 LQ-QUOTFILE-STATUS     PIC X(02).
000510 77 LQ-BRKFILE-STATUS      PIC X(02).
000520 77 LQ-QCVRPT-STATUS       PIC X(02).
000530 77 LQ-EOF-SWITCH          PIC X(01) VALUE 'N'.
000540     88 LQ-END-OF-FILE     VALUE 'Y'.
000550*-----------------------------------------------------------------
000560* REPORTING WEEK, READ FROM SYSIN AS TWO QT-QUOTE-DATE-FORMAT
000570* (YYYY-MM-DD) DATES. ONLY QUOTES GIVEN ON OR BETWEEN THESE TWO
000580* DATES, INCLUSIVE, ARE COUNTED. THE WEEK END IS ALSO THE DATE
000590* A QUOTE'S STANDING IS JUDGED AT - AN UNBOUND QUOTE WHOSE EXPIRY
000600* IS BEFORE IT HAS LAPSED, ANY OTHER UNBOUND QUOTE IS STILL OPEN.
000610*-----------------------------------------------------------------
000620 77 LQ-PERIOD-START-DATE   PIC X(10).
000630 77 LQ-PERIOD-END-DATE     PIC X(10).
000640*-----------------------------------------------------------------
000650* BROKER AND POLICY TYPE ACCUMULATOR TABLE - ONE ENTRY PER
000660* DISTINCT QT-BROKERID/QT-POLICY-TYPE PAIR SEEN IN THE WEEK, BUILT
000670* UP AS THE FILE IS SCANNED. THE TOTAL ENTRY BEHIND IT SUMS THE
000680* WHOLE WEEK FOR THE FINAL LINE.
000690*-----------------------------------------------------------------
000700 78 LQ-MAX-ENTRIES         VALUE 2500.
000710 01 CONVERSION-TABLE.
000720     05 CV-ENTRY OCCURS 2500 TIMES.
000730         10 CV-BROKERID       PIC 9(10).
000740         10 CV-POLICY-TYPE    PIC X(01).
000750         10 CV-QUOTED-COUNT   PIC 9(07) COMP.
000760         10 CV-BOUND-COUNT    PIC 9(07) COMP.
000770         10 CV-LAPSED-COUNT   PIC 9(07) COMP.
000780         10 CV-OPEN-COUNT     PIC 9(07) COMP.
000790         10 CV-QUOTED-PREMIUM PIC 9(12) COMP-3.
000800         10 CV-BOUND-PREMIUM  PIC 9(12) COMP-3.
000810 01 CONVERSION-TOTAL.
000820     05 CVT-QUOTED-COUNT       PIC 9(07) COMP VALUE ZERO.
000830     05 CVT-BOUND-COUNT        PIC 9(07) COMP VALUE ZERO.
000840     05 CVT-LAPSED-COUNT       PIC 9(07) COMP VALUE ZERO.
000850     05 CVT-OPEN-COUNT         PIC 9(07) COMP VALUE ZERO.
000860     05 CVT-QUOTED-PREMIUM     PIC 9(12) COMP-3 VALUE ZERO.
000870     05 CVT-BOUND-PREMIUM      PIC 9(12) COMP-3 VALUE ZERO.
000880 77 CV-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
000890 77 LQ-SEARCH-INDEX         PIC 9(04) COMP.
000900 77 LQ-MATCH-INDEX          PIC 9(04) COMP.
000910*-----------------------------------------------------------------
000920* CONVERSION RATE WORK FIELDS - BOUND TIMES ONE HUNDRED OVER
000930* QUOTED, TRUNCATED TO ONE DECIMAL PLACE.
000940*-----------------------------------------------------------------
000950 77 LQ-PCT-WORK             PIC 9(09)V9.
000960 77 LQ-CONVERSION-PCT       PIC 9(03)V9.
000970*-----------------------------------------------------------------
000980* REPORT HEADING AND TRAILER WORK AREAS.
000990*-----------------------------------------------------------------
001000 01 HDG-LINE-1.
001010     05 FILLER PIC X(40) VALUE
001020         'WEEKLY QUOTE CONVERSION REPORT'.
001030     05 FILLER PIC X(92) VALUE SPACES.
001040 01 HDG-PERIOD-LINE.
001050     05 FILLER PIC X(14) VALUE 'QUOTES GIVEN: '.
001060     05 HDG-PERIOD-START PIC X(10).
001070     05 FILLER PIC X(04) VALUE ' TO '.
001080     05 HDG-PERIOD-END PIC X(10).
001090     05 FILLER PIC X(94) VALUE SPACES.
001100 01 HDG-LINE-2.
001110     05 FILLER PIC X(12) VALUE 'BROKER ID'.
001120     05 FILLER PIC X(32) VALUE 'BROKER NAME'.
001130     05 FILLER PIC X(04) VALUE 'TYP'.
001140     05 FILLER PIC X(09) VALUE ' QUOTED'.
001150     05 FILLER PIC X(09) VALUE '  BOUND'.
001160     05 FILLER PIC X(09) VALUE ' LAPSED'.
001170     05 FILLER PIC X(09) VALUE '   OPEN'.
001180     05 FILLER PIC X(07) VALUE 'CONV%'.
001190     05 FILLER PIC X(17) VALUE ' QUOTED PREMIUM'.
001200     05 FILLER PIC X(24) VALUE '  BOUND PREMIUM'.
001210 01 TRL-LINE-1.
001220     05 FILLER PIC X(12) VALUE 'LINES:'.
001230     05 TRL-LINE-COUNT PIC ZZZZ9.
001240     05 FILLER PIC X(115) VALUE SPACES.
001250*+---------------------------------------------------------------+
001260*| 0000-MAINLINE                                                 |
001270*+---------------------------------------------------------------+
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 2000-PROCESS-QUOTE THRU 2000-EXIT
001320         UNTIL LQ-END-OF-FILE
001330     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
001340     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
001350*+---------------------------------------------------------------+
001360*| 1000-INITIALIZE                                               |
001370*+---------------------------------------------------------------+
001380 1000-INITIALIZE.
001390     OPEN INPUT QUOTFILE
001400     IF LQ-QUOTFILE-STATUS NOT = '00'
001410         DISPLAY 'LGQTCONV: OPEN QUOTFILE FAILED, STATUS='
001420             LQ-QUOTFILE-STATUS
001430         PERFORM 9900-ABEND THRU 9900-EXIT
001440     END-IF
001450     OPEN INPUT BRKFILE
001460     IF LQ-BRKFILE-STATUS NOT = '00'
001470         DISPLAY 'LGQTCONV: OPEN BRKFILE FAILED, STATUS='
001480             LQ-BRKFILE-STATUS
001490         PERFORM 9900-ABEND THRU 9900-EXIT
001500     END-IF
001510     OPEN OUTPUT QCVRPT
001520     IF LQ-QCVRPT-STATUS NOT = '00'
001530         DISPLAY 'LGQTCONV: OPEN QCVRPT FAILED, STATUS='
001540             LQ-QCVRPT-STATUS
001550         PERFORM 9900-ABEND THRU 9900-EXIT
001560     END-IF
001570     ACCEPT LQ-PERIOD-START-DATE FROM SYSIN
001580     ACCEPT LQ-PERIOD-END-DATE FROM SYSIN.
001590 1000-EXIT.
001600     EXIT.
001610*+---------------------------------------------------------------+
001620*| 2000-PROCESS-QUOTE                                            |
001630*|   READS QUOTFILE END TO END AND ACCUMULATES EVERY QUOTE GIVEN |
001640*|   INSIDE THE WEEK INTO CONVERSION-TABLE.                      |
001650*+---------------------------------------------------------------+
001660 2000-PROCESS-QUOTE.
001670     READ QUOTFILE NEXT RECORD
001680         AT END
001690             SET LQ-END-OF-FILE TO TRUE
001700         NOT AT END
001710             IF QT-QUOTE-DATE >= LQ-PERIOD-START-DATE AND
001720                QT-QUOTE-DATE <= LQ-PERIOD-END-DATE
001730                 PERFORM 2100-ACCUMULATE-QUOTE THRU 2100-EXIT
001740             END-IF
001750     END-READ.
001760 2000-EXIT.
001770     EXIT.
001780*+---------------------------------------------------------------+
001790*| 2100-ACCUMULATE-QUOTE                                         |
001800*|   A FULL TABLE WOULD DROP SOME BROKER'S QUOTES OFF THE REPORT |
001810*|   AND UNDERSTATE EVERY TOTAL - STOP RATHER THAN PRINT WRONG   |
001820*|   FIGURES.                                                    |
001830*+---------------------------------------------------------------+
001840 2100-ACCUMULATE-QUOTE.
001850     MOVE ZERO TO LQ-MATCH-INDEX
001860     PERFORM 2110-SEARCH-ENTRY THRU 2110-EXIT
001870         VARYING LQ-SEARCH-INDEX FROM 1 BY 1
001880         UNTIL LQ-SEARCH-INDEX > CV-COUNT-USED
001890     IF LQ-MATCH-INDEX = ZERO
001900         IF CV-COUNT-USED < LQ-MAX-ENTRIES
001910             ADD 1 TO CV-COUNT-USED
001920             MOVE CV-COUNT-USED TO LQ-MATCH-INDEX
001930             MOVE QT-BROKERID TO CV-BROKERID(LQ-MATCH-INDEX)
001940             MOVE QT-POLICY-TYPE TO CV-POLICY-TYPE(LQ-MATCH-INDEX)
001950             MOVE ZERO TO CV-QUOTED-COUNT(LQ-MATCH-INDEX)
001960             MOVE ZERO TO CV-BOUND-COUNT(LQ-MATCH-INDEX)
001970             MOVE ZERO TO CV-LAPSED-COUNT(LQ-MATCH-INDEX)
001980             MOVE ZERO TO CV-OPEN-COUNT(LQ-MATCH-INDEX)
001990             MOVE ZERO TO CV-QUOTED-PREMIUM(LQ-MATCH-INDEX)
002000             MOVE ZERO TO CV-BOUND-PREMIUM(LQ-MATCH-INDEX)
002010         ELSE
002020             DISPLAY 'LGQTCONV: CONVERSION TABLE FULL AT QUOTE '
002030                 QT-QUOTE-NUM ' - RAISE LQ-MAX-ENTRIES'
002040             PERFORM 9900-ABEND THRU 9900-EXIT
002050         END-IF
002060     END-IF
002070     ADD 1 TO CV-QUOTED-COUNT(LQ-MATCH-INDEX) CVT-QUOTED-COUNT
002080     ADD QT-PAYMENT TO CV-QUOTED-PREMIUM(LQ-MATCH-INDEX)
002090         CVT-QUOTED-PREMIUM
002100     EVALUATE TRUE
002110         WHEN QT-STATUS-BOUND
002120             ADD 1 TO CV-BOUND-COUNT(LQ-MATCH-INDEX)
002130                 CVT-BOUND-COUNT
002140             ADD QT-PAYMENT TO CV-BOUND-PREMIUM(LQ-MATCH-INDEX)
002150                 CVT-BOUND-PREMIUM
002160         WHEN QT-QUOTE-EXPIRY < LQ-PERIOD-END-DATE
002170             ADD 1 TO CV-LAPSED-COUNT(LQ-MATCH-INDEX)
002180                 CVT-LAPSED-COUNT
002190         WHEN OTHER
002200             ADD 1 TO CV-OPEN-COUNT(LQ-MATCH-INDEX)
002210                 CVT-OPEN-COUNT
002220     END-EVALUATE.
002230 2100-EXIT.
002240     EXIT.
002250 2110-SEARCH-ENTRY.
002260     IF QT-BROKERID = CV-BROKERID(LQ-SEARCH-INDEX)
002270             AND QT-POLICY-TYPE = CV-POLICY-TYPE(LQ-SEARCH-INDEX)
002280         MOVE LQ-SEARCH-INDEX TO LQ-MATCH-INDEX
002290     END-IF.
002300 2110-EXIT.
002310     EXIT.
002320*+---------------------------------------------------------------+
002330*| 3000-PRINT-REPORT                                             |
002340*+---------------------------------------------------------------+
002350 3000-PRINT-REPORT.
002360     MOVE LQ-PERIOD-START-DATE TO HDG-PERIOD-START
002370     MOVE LQ-PERIOD-END-DATE TO HDG-PERIOD-END
002380     WRITE QCVRPT-RECORD FROM HDG-LINE-1
002390     WRITE QCVRPT-RECORD FROM HDG-PERIOD-LINE
002400     WRITE QCVRPT-RECORD FROM HDG-LINE-2
002410     PERFORM 3100-PRINT-ENTRY-LINE THRU 3100-EXIT
002420         VARYING LQ-SEARCH-INDEX FROM 1 BY 1
002430         UNTIL LQ-SEARCH-INDEX > CV-COUNT-USED
002440     PERFORM 3200-PRINT-TOTAL-LINE THRU 3200-EXIT
002450     MOVE CV-COUNT-USED TO TRL-LINE-COUNT
002460     WRITE QCVRPT-RECORD FROM TRL-LINE-1.
002470 3000-EXIT.
002480     EXIT.
002490 3100-PRINT-ENTRY-LINE.
002500     MOVE SPACES TO QCVRPT-RECORD
002510     MOVE CV-BROKERID(LQ-SEARCH-INDEX) TO QC-BROKERID
002520     PERFORM 3110-GET-BROKER-NAME THRU 3110-EXIT
002530     MOVE CV-POLICY-TYPE(LQ-SEARCH-INDEX) TO QC-POLICY-TYPE
002540     MOVE CV-QUOTED-COUNT(LQ-SEARCH-INDEX) TO QC-QUOTED-COUNT
002550     MOVE CV-BOUND-COUNT(LQ-SEARCH-INDEX) TO QC-BOUND-COUNT
002560     MOVE CV-LAPSED-COUNT(LQ-SEARCH-INDEX) TO QC-LAPSED-COUNT
002570     MOVE CV-OPEN-COUNT(LQ-SEARCH-INDEX) TO QC-OPEN-COUNT
002580     MOVE CV-QUOTED-PREMIUM(LQ-SEARCH-INDEX) TO QC-QUOTED-PREMIUM
002590     MOVE CV-BOUND-PREMIUM(LQ-SEARCH-INDEX) TO QC-BOUND-PREMIUM
002600     MULTIPLY CV-BOUND-COUNT(LQ-SEARCH-INDEX) BY 100
002610         GIVING LQ-PCT-WORK
002620     DIVIDE LQ-PCT-WORK BY CV-QUOTED-COUNT(LQ-SEARCH-INDEX)
002630         GIVING LQ-CONVERSION-PCT
002640     MOVE LQ-CONVERSION-PCT TO QC-CONVERSION-PCT
002650     WRITE QCVRPT-RECORD.
002660 3100-EXIT.
002670     EXIT.
002680*+---------------------------------------------------------------+
002690*| 3110-GET-BROKER-NAME                                          |
002700*|   BROKER ZERO IS DIRECT BUSINESS AND HAS NO MASTER RECORD TO  |
002710*|   READ. A NONZERO BROKER NUMBER WITH NO MASTER RECORD STILL   |
002720*|   PRINTS, FLAGGED NOT ON FILE, THE WAY LGBRKCOM FLAGS ONE.    |
002730*+---------------------------------------------------------------+
002740 3110-GET-BROKER-NAME.
002750     IF CV-BROKERID(LQ-SEARCH-INDEX) = ZERO
002760         MOVE 'DIRECT BUSINESS' TO QC-BROKER-NAME
002770     ELSE
002780         MOVE CV-BROKERID(LQ-SEARCH-INDEX) TO BM-BROKER-NUM
002790         READ BRKFILE
002800         EVALUATE LQ-BRKFILE-STATUS
002810             WHEN '00'
002820                 MOVE CA-BROKER-NAME TO QC-BROKER-NAME
002830             WHEN '23'
002840                 MOVE 'NOT ON FILE' TO QC-BROKER-NAME
002850             WHEN OTHER
002860                 DISPLAY 'LGQTCONV: READ BRKFILE FAILED, STATUS='
002870                     LQ-BRKFILE-STATUS
002880                 PERFORM 9900-ABEND THRU 9900-EXIT
002890         END-EVALUATE
002900     END-IF.
002910 3110-EXIT.
002920     EXIT.
002930*+---------------------------------------------------------------+
002940*| 3200-PRINT-TOTAL-LINE                                         |
002950*|   THE WHOLE WEEK ACROSS ALL BROKERS AND TYPES. A WEEK WITH NO |
002960*|   QUOTES PRINTS ZEROS RATHER THAN DIVIDING BY ZERO.           |
002970*+---------------------------------------------------------------+
002980 3200-PRINT-TOTAL-LINE.
002990     MOVE SPACES TO QCVRPT-RECORD
003000     MOVE 'ALL BROKERS - WEEK TOTAL' TO QC-BROKER-NAME
003010     MOVE CVT-QUOTED-COUNT TO QC-QUOTED-COUNT
003020     MOVE CVT-BOUND-COUNT TO QC-BOUND-COUNT
003030     MOVE CVT-LAPSED-COUNT TO QC-LAPSED-COUNT
003040     MOVE CVT-OPEN-COUNT TO QC-OPEN-COUNT
003050     MOVE CVT-QUOTED-PREMIUM TO QC-QUOTED-PREMIUM
003060     MOVE CVT-BOUND-PREMIUM TO QC-BOUND-PREMIUM
003070     MOVE ZERO TO LQ-CONVERSION-PCT
003080     IF CVT-QUOTED-COUNT > ZERO
003090         MULTIPLY CVT-BOUND-COUNT BY 100 GIVING LQ-PCT-WORK
003100         DIVIDE LQ-PCT-WORK BY CVT-QUOTED-COUNT
003110             GIVING LQ-CONVERSION-PCT
003120     END-IF
003130     MOVE LQ-CONVERSION-PCT TO QC-CONVERSION-PCT
003140     WRITE QCVRPT-RECORD.
003150 3200-EXIT.
003160     EXIT.
003170*+---------------------------------------------------------------+
003180*| 9900-ABEND                                                    |
003190*|   A FILE DID NOT OPEN OR READ CLEANLY, OR THE TABLE FILLED -  |
003200*|   STOP RATHER THAN PRINT A REPORT SALES WOULD TRUST.          |
003210*+---------------------------------------------------------------+
003220 9900-ABEND.
003230     MOVE 16 TO RETURN-CODE
003240     STOP RUN.
003250 9900-EXIT.
003260     EXIT.
003270*+---------------------------------------------------------------+
003280*| 9999-EXIT                                                     |
003290*+---------------------------------------------------------------+
003300 9999-EXIT.
003310     DISPLAY 'LGQTCONV: QUOTES=' CVT-QUOTED-COUNT
003320         ' BOUND=' CVT-BOUND-COUNT
003330         ' LAPSED=' CVT-LAPSED-COUNT
003340         ' OPEN=' CVT-OPEN-COUNT
003350     CLOSE QUOTFILE BRKFILE QCVRPT
003360     GOBACK.
003370 9999-EXIT-EXIT.
003380     EXIT.
