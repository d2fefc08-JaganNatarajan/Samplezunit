000010*+---------------------------------------------------------------+
000020*| LGSVCRPT                                                      |
000030*|   SERVICE WINDOW REPORT FOR THE OPERATORS. EVERY BATCH JOB    |
000040*|   THAT TAKES A FILE GROUP AWAY FROM THE ONLINE SYSTEM ON      |
000050*|   SVCCTL (SEE CASVCCTL) LOGS THE START, EACH RESTART AFTER AN |
000060*|   ABEND, AND THE END ON SVCLOG (CARSVCLG). THIS RUN PAIRS     |
000070*|   THOSE ROWS UP INTO WINDOWS AND PRINTS, PER WINDOW, THE FILE |
000080*|   GROUP, THE JOB THAT OPENED IT, THE STATE IT HELD THE GROUP  |
000090*|   IN, WHEN IT OPENED AND CLOSED, HOW LONG THE ONLINE SYSTEM   |
000100*|   WAS KEPT OFF AND HOW MANY RESTARTS IT TOOK. A WINDOW WITH   |
000110*|   NO END YET PRINTS AS STILL OPEN, TIMED TO THIS RUN. THE     |
000120*|   CURRENT SVCCTL ROWS FOLLOW, SO A GROUP LEFT SHUT BY AN      |
000130*|   ABENDED JOB STANDS OUT.                                     |
000140*+---------------------------------------------------------------+
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.              LGSVCRPT.
000170 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000180 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000190 DATE-WRITTEN.            15/10/2026.
000200 DATE-COMPILED.           15/10/2026.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   15/10/2026 IAG  INITIAL VERSION - BATCH WINDOWS BY FILE GROUP
000240*                   WITH DURATION AND RESTARTS, AND THE CURRENT
000250*                   SVCCTL SERVICE STATES.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SVCLOG ASSIGN TO SVCLOG
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS LV-SVCLOG-STATUS.
000330     SELECT SVCCTL ASSIGN TO SVCCTL
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS SVCCTL-KEY
000370         FILE STATUS IS LV-SVCCTL-STATUS.
000380     SELECT SVCRPT ASSIGN TO SVCRPT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS LV-SVCRPT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*    NEITHER SVCLOG NOR SVCCTL EXISTS UNTIL THE FIRST BATCH JOB
000440*    TAKES A WINDOW - AN UNOPENED FILE'S FD RECORD AREA IS NOT
000450*    SAFELY ADDRESSABLE, SO THOSE FDS ARE BUFFERS (SVCCTL'S
000460*    NAMING ONLY ITS KEY) READ INTO THEIR RECORDS IN WORKING-
000470*    STORAGE, AS IN LGRIBORD AND LGDAYBAL.
000480 FD  SVCLOG.
000490 01  SVCLOG-RECORD PIC X(44).
000500 FD  SVCCTL.
000510 01  SVCCTL-RECORD.
000520     05 SVCCTL-KEY         PIC X(08).
000530     05 FILLER             PIC X(38).
000540 FD  SVCRPT.
000550 COPY CARSVCRP.
000560 WORKING-STORAGE SECTION.
000570 COPY CASVCCTL.
000580 COPY CARSVCLG.
000590*-----------------------------------------------------------------
000600* FILE STATUS AND END-OF-FILE CONTROL.
000610*-----------------------------------------------------------------
000620 77 LV-SVCLOG-STATUS       PIC X(02).
000630 77 LV-SVCCTL-STATUS       PIC X(02).
000640 77 LV-SVCRPT-STATUS       PIC X(02).
000650 77 LV-LOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
000660     88 LV-LOG-END-OF-FILE     VALUE 'Y'.
000670 77 LV-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
000680     88 LV-CTL-END-OF-FILE     VALUE 'Y'.
000690 77 LV-LOG-IN-SWITCH       PIC X(01) VALUE 'Y'.
000700     88 LV-LOG-IS-PRESENT      VALUE 'Y'.
000710 77 LV-CTL-IN-SWITCH       PIC X(01) VALUE 'Y'.
000720     88 LV-CTL-IS-PRESENT      VALUE 'Y'.
000730*-----------------------------------------------------------------
000740* WINDOWS STILL OPEN AT THE POINT REACHED IN SVCLOG - ONE ENTRY
000750* PER FILE GROUP, TAKEN OUT AGAIN WHEN ITS END ROW IS READ. WHAT
000760* IS LEFT AT END OF FILE IS STILL OPEN.
000770*-----------------------------------------------------------------
000780 78 LV-MAX-WINDOWS         VALUE 50.
000790 01 WINDOW-TABLE.
000800     05 OW-ENTRY OCCURS 50 TIMES.
000810         10 OW-FILE-GROUP     PIC X(08).
000820         10 OW-JOB-NAME       PIC X(08).
000830         10 OW-SERVICE-STATE  PIC X(01).
000840         10 OW-WINDOW-START   PIC X(26).
000850         10 OW-RESTART-COUNT  PIC 9(04) COMP.
000860 77 OW-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
000870 77 LV-SEARCH-INDEX         PIC 9(04) COMP.
000880 77 LV-MATCH-INDEX          PIC 9(04) COMP.
000890*-----------------------------------------------------------------
000900* DURATION WORK - EACH YYYYMMDD-HH:MM:SS STAMP IS TURNED INTO A
000910* SECOND COUNT (DAY NUMBER TIMES 86400 PLUS THE TIME OF DAY) BY
000920* 7100-TIMESTAMP-TO-SECONDS SO A WINDOW CAN SPAN MIDNIGHT OR A
000930* MONTH END. A STAMP WHOSE DATE IS NOT VALID COMES BACK AS ZERO
000940* AND THE DURATION IS LEFT BLANK.
000950*-----------------------------------------------------------------
000960 01 LV-DURATION-WORK.
000970     05 LV-FROM-TIMESTAMP  PIC X(26).
000980     05 LV-TO-TIMESTAMP    PIC X(26).
000990     05 LV-CONVERT-TS.
001000         10 LV-CT-YEAR     PIC X(04).
001010         10 LV-CT-MONTH    PIC X(02).
001020         10 LV-CT-DAY      PIC X(02).
001030         10 FILLER         PIC X(01).
001040         10 LV-CT-HH       PIC 9(02).
001050         10 FILLER         PIC X(01).
001060         10 LV-CT-MM       PIC 9(02).
001070         10 FILLER         PIC X(01).
001080         10 LV-CT-SS       PIC 9(02).
001090         10 FILLER         PIC X(09).
001100     05 LV-SECONDS         PIC S9(13) COMP-3.
001110     05 LV-FROM-SECONDS    PIC S9(13) COMP-3.
001120     05 LV-ELAPSED         PIC S9(13) COMP-3.
001130     05 LV-ELAPSED-HOURS   PIC 9(07) COMP.
001140     05 LV-ELAPSED-REST    PIC 9(07) COMP.
001150     05 LV-ELAPSED-MINS    PIC 9(02).
001160     05 LV-ELAPSED-SECS    PIC 9(02).
001170 01 LV-DAYNO-WORK.
001180     05 LV-DN-DATE         PIC X(10).
001190     05 LV-DN-YEAR         PIC 9(04).
001200     05 LV-DN-MONTH        PIC 9(02).
001210     05 LV-DN-DAY          PIC 9(02).
001220     05 LV-DN-A            PIC S9(08) COMP.
001230     05 LV-DN-Y            PIC S9(08) COMP.
001240     05 LV-DN-M            PIC S9(08) COMP.
001250     05 LV-DN-WORK         PIC S9(08) COMP.
001260     05 LV-DN-DAYNO        PIC S9(08) COMP.
001270*-----------------------------------------------------------------
001280* THIS RUN'S OWN STAMP, IN THE SHAPE THE BATCH JOBS LOG - STILL-
001290* OPEN WINDOWS ARE TIMED TO IT.
001300*-----------------------------------------------------------------
001310 01 LV-TIMESTAMP.
001320     05 LV-TS-DATE         PIC X(08).
001330     05 FILLER             PIC X(01) VALUE '-'.
001340     05 LV-TS-HH           PIC X(02).
001350     05 FILLER             PIC X(01) VALUE ':'.
001360     05 LV-TS-MM           PIC X(02).
001370     05 FILLER             PIC X(01) VALUE ':'.
001380     05 LV-TS-SS           PIC X(02).
001390     05 FILLER             PIC X(09) VALUE SPACES.
001400 01 LV-TIME-OF-DAY.
001410     05 LV-TOD-HH          PIC X(02).
001420     05 LV-TOD-MM          PIC X(02).
001430     05 LV-TOD-SS          PIC X(02).
001440     05 LV-TOD-HS          PIC X(02).
001450*-----------------------------------------------------------------
001460* RUN COUNTERS, PRINTED ON THE TOTAL LINE AND DISPLAYED AT END OF
001470* JOB.
001480*-----------------------------------------------------------------
001490 77 LV-EVENTS-READ          PIC 9(09) COMP VALUE ZERO.
001500 77 LV-EVENTS-UNKNOWN       PIC 9(09) COMP VALUE ZERO.
001510 77 LV-WINDOWS-CLOSED       PIC 9(09) COMP VALUE ZERO.
001520 77 LV-WINDOWS-OPEN         PIC 9(09) COMP VALUE ZERO.
001530 77 LV-RESTARTS-TOTAL       PIC 9(09) COMP VALUE ZERO.
001540 77 LV-GROUPS-LISTED        PIC 9(09) COMP VALUE ZERO.
001550*-----------------------------------------------------------------
001560* REPORT LINES.
001570*-----------------------------------------------------------------
001580 01 HDG-LINE-1.
001590     05 FILLER PIC X(40) VALUE 'SERVICE WINDOW REPORT'.
001600     05 FILLER PIC X(07) VALUE 'RUN AT '.
001610     05 HDG-RUN-TIMESTAMP PIC X(17).
001620     05 FILLER PIC X(68) VALUE SPACES.
001630 01 HDG-LINE-2.
001640     05 FILLER PIC X(10) VALUE 'GROUP'.
001650     05 FILLER PIC X(10) VALUE 'JOB'.
001660     05 FILLER PIC X(11) VALUE 'STATE'.
001670     05 FILLER PIC X(20) VALUE 'OPENED'.
001680     05 FILLER PIC X(20) VALUE 'CLOSED'.
001690     05 FILLER PIC X(14) VALUE 'HOURS:MM:SS'.
001700     05 FILLER PIC X(08) VALUE 'RESTARTS'.
001710     05 FILLER PIC X(39) VALUE SPACES.
001720 01 DTL-LINE.
001730     05 DTL-FILE-GROUP PIC X(08).
001740     05 FILLER PIC X(02) VALUE SPACES.
001750     05 DTL-JOB-NAME PIC X(08).
001760     05 FILLER PIC X(02) VALUE SPACES.
001770     05 DTL-STATE PIC X(09).
001780     05 FILLER PIC X(02) VALUE SPACES.
001790     05 DTL-OPENED PIC X(17).
001800     05 FILLER PIC X(03) VALUE SPACES.
001810     05 DTL-CLOSED PIC X(17).
001820     05 FILLER PIC X(03) VALUE SPACES.
001830     05 DTL-DURATION.
001840         10 DTL-DUR-HOURS PIC ZZZZZZ9.
001850         10 DTL-DUR-SEP-1 PIC X(01).
001860         10 DTL-DUR-MINS PIC 99.
001870         10 DTL-DUR-SEP-2 PIC X(01).
001880         10 DTL-DUR-SECS PIC 99.
001890     05 FILLER PIC X(04) VALUE SPACES.
001900     05 DTL-RESTARTS PIC ZZZ9.
001910     05 FILLER PIC X(40) VALUE SPACES.
001920 01 HDG-LINE-3.
001930     05 FILLER PIC X(40) VALUE 'CURRENT SERVICE STATE'.
001940     05 FILLER PIC X(92) VALUE SPACES.
001950 01 HDG-LINE-4.
001960     05 FILLER PIC X(10) VALUE 'GROUP'.
001970     05 FILLER PIC X(11) VALUE 'STATE'.
001980     05 FILLER PIC X(10) VALUE 'LAST JOB'.
001990     05 FILLER PIC X(20) VALUE 'WINDOW OPENED'.
002000     05 FILLER PIC X(08) VALUE 'RESTARTS'.
002010     05 FILLER PIC X(73) VALUE SPACES.
002020 01 CUR-LINE.
002030     05 CUR-FILE-GROUP PIC X(08).
002040     05 FILLER PIC X(02) VALUE SPACES.
002050     05 CUR-STATE PIC X(09).
002060     05 FILLER PIC X(02) VALUE SPACES.
002070     05 CUR-JOB-NAME PIC X(08).
002080     05 FILLER PIC X(02) VALUE SPACES.
002090     05 CUR-WINDOW-START PIC X(17).
002100     05 FILLER PIC X(07) VALUE SPACES.
002110     05 CUR-RESTARTS PIC ZZ9.
002120     05 FILLER PIC X(74) VALUE SPACES.
002130 01 NOCTL-LINE.
002140     05 FILLER PIC X(60) VALUE
002150         'NO SVCCTL FILE - EVERY FILE GROUP IS OPEN'.
002160     05 FILLER PIC X(72) VALUE SPACES.
002170 01 TRL-LINE.
002180     05 FILLER PIC X(16) VALUE 'WINDOWS CLOSED:'.
002190     05 TRL-WINDOWS-CLOSED PIC ZZZZZZZZ9.
002200     05 FILLER PIC X(16) VALUE '   STILL OPEN:'.
002210     05 TRL-WINDOWS-OPEN PIC ZZZZZZZZ9.
002220     05 FILLER PIC X(14) VALUE '   RESTARTS:'.
002230     05 TRL-RESTARTS PIC ZZZZZZZZ9.
002240     05 FILLER PIC X(59) VALUE SPACES.
002250*+---------------------------------------------------------------+
002260*| 0000-MAINLINE                                                 |
002270*+---------------------------------------------------------------+
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     PERFORM 2000-PROCESS-LOG-EVENT THRU 2000-EXIT
002320         UNTIL LV-LOG-END-OF-FILE
002330     PERFORM 3000-PRINT-OPEN-WINDOW THRU 3000-EXIT
002340         VARYING LV-MATCH-INDEX FROM 1 BY 1
002350         UNTIL LV-MATCH-INDEX > OW-COUNT-USED
002360     PERFORM 4000-PRINT-CURRENT-STATE THRU 4000-EXIT
002370     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002380     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
002390*+---------------------------------------------------------------+
002400*| 1000-INITIALIZE                                               |
002410*|   A MISSING SVCLOG MEANS NO WINDOW HAS EVER BEEN TAKEN, AND   |
002420*|   A MISSING SVCCTL THAT EVERY GROUP IS OPEN - NEITHER IS AN   |
002430*|   ERROR, THE REPORT JUST SAYS SO.                             |
002440*+---------------------------------------------------------------+
002450 1000-INITIALIZE.
002460     OPEN INPUT SVCLOG
002470     EVALUATE LV-SVCLOG-STATUS
002480         WHEN '00'
002490             CONTINUE
002500         WHEN '35'
002510             MOVE 'N' TO LV-LOG-IN-SWITCH
002520             SET LV-LOG-END-OF-FILE TO TRUE
002530         WHEN OTHER
002540             DISPLAY 'LGSVCRPT: OPEN SVCLOG FAILED, STATUS='
002550                 LV-SVCLOG-STATUS
002560             PERFORM 9900-ABEND THRU 9900-EXIT
002570     END-EVALUATE
002580     OPEN INPUT SVCCTL
002590     EVALUATE LV-SVCCTL-STATUS
002600         WHEN '00'
002610             CONTINUE
002620         WHEN '35'
002630             MOVE 'N' TO LV-CTL-IN-SWITCH
002640             SET LV-CTL-END-OF-FILE TO TRUE
002650         WHEN OTHER
002660             DISPLAY 'LGSVCRPT: OPEN SVCCTL FAILED, STATUS='
002670                 LV-SVCCTL-STATUS
002680             PERFORM 9900-ABEND THRU 9900-EXIT
002690     END-EVALUATE
002700     OPEN OUTPUT SVCRPT
002710     IF LV-SVCRPT-STATUS NOT = '00'
002720         DISPLAY 'LGSVCRPT: OPEN SVCRPT FAILED, STATUS='
002730             LV-SVCRPT-STATUS
002740         PERFORM 9900-ABEND THRU 9900-EXIT
002750     END-IF
002760     ACCEPT LV-TS-DATE FROM DATE YYYYMMDD
002770     ACCEPT LV-TIME-OF-DAY FROM TIME
002780     MOVE LV-TOD-HH TO LV-TS-HH
002790     MOVE LV-TOD-MM TO LV-TS-MM
002800     MOVE LV-TOD-SS TO LV-TS-SS
002810     MOVE LV-TIMESTAMP TO HDG-RUN-TIMESTAMP
002820     WRITE SVCRPT-RECORD FROM HDG-LINE-1
002830     WRITE SVCRPT-RECORD FROM HDG-LINE-2.
002840 1000-EXIT.
002850     EXIT.
002860*+---------------------------------------------------------------+
002870*| 2000-PROCESS-LOG-EVENT                                        |
002880*|   SVCLOG IS WRITTEN IN TIME ORDER, SO EACH ROW EITHER OPENS A |
002890*|   WINDOW ON ITS GROUP, RESTARTS THE ONE ALREADY OPEN, OR      |
002900*|   CLOSES IT AND PRINTS IT.                                    |
002910*+---------------------------------------------------------------+
002920 2000-PROCESS-LOG-EVENT.
002930     READ SVCLOG INTO SERVICE-LOG-RECORD
002940         AT END
002950             SET LV-LOG-END-OF-FILE TO TRUE
002960         NOT AT END
002970             ADD 1 TO LV-EVENTS-READ
002980             MOVE ZERO TO LV-MATCH-INDEX
002990             PERFORM 2900-SEARCH-WINDOW THRU 2900-EXIT
003000                 VARYING LV-SEARCH-INDEX FROM 1 BY 1
003010                 UNTIL LV-SEARCH-INDEX > OW-COUNT-USED
003020             EVALUATE TRUE
003030                 WHEN SL-EVENT-START
003040                     PERFORM 2100-START-WINDOW THRU 2100-EXIT
003050                 WHEN SL-EVENT-RESTART
003060                     PERFORM 2200-RESTART-WINDOW THRU 2200-EXIT
003070                 WHEN SL-EVENT-END
003080                     PERFORM 2300-END-WINDOW THRU 2300-EXIT
003090                 WHEN OTHER
003100                     ADD 1 TO LV-EVENTS-UNKNOWN
003110                     DISPLAY 'LGSVCRPT: UNKNOWN EVENT ' SL-EVENT
003120                         ' AT ' SL-TIMESTAMP
003130             END-EVALUATE
003140     END-READ.
003150 2000-EXIT.
003160     EXIT.
003170*+---------------------------------------------------------------+
003180*| 2100-START-WINDOW                                             |
003190*|   A START ON A GROUP THAT ALREADY HAS A WINDOW OPEN MEANS THE |
003200*|   OLD ONE NEVER LOGGED AN END - AN OPERATOR RESET THE ROW BY  |
003210*|   HAND. PRINT IT WITH NO END AND REUSE ITS SLOT.              |
003220*+---------------------------------------------------------------+
003230 2100-START-WINDOW.
003240     IF LV-MATCH-INDEX > ZERO
003250         PERFORM 6000-BUILD-WINDOW-LINE THRU 6000-EXIT
003260         MOVE 'NO END LOGGED' TO DTL-CLOSED
003270         MOVE SPACES TO DTL-DURATION
003280         PERFORM 6900-WRITE-WINDOW-LINE THRU 6900-EXIT
003290     ELSE
003300         PERFORM 2800-ADD-WINDOW THRU 2800-EXIT
003310     END-IF
003320     MOVE SL-FILE-GROUP TO OW-FILE-GROUP(LV-MATCH-INDEX)
003330     MOVE SL-JOB-NAME TO OW-JOB-NAME(LV-MATCH-INDEX)
003340     MOVE SL-SERVICE-STATE TO OW-SERVICE-STATE(LV-MATCH-INDEX)
003350     MOVE SL-TIMESTAMP TO OW-WINDOW-START(LV-MATCH-INDEX)
003360     MOVE ZERO TO OW-RESTART-COUNT(LV-MATCH-INDEX).
003370 2100-EXIT.
003380     EXIT.
003390*+---------------------------------------------------------------+
003400*| 2200-RESTART-WINDOW                                           |
003410*|   A RESTART WHOSE START HAS ALREADY BEEN ARCHIVED OFF SVCLOG  |
003420*|   OPENS ITS WINDOW FROM THE RESTART ITSELF.                   |
003430*+---------------------------------------------------------------+
003440 2200-RESTART-WINDOW.
003450     IF LV-MATCH-INDEX = ZERO
003460         PERFORM 2800-ADD-WINDOW THRU 2800-EXIT
003470         MOVE SL-FILE-GROUP TO OW-FILE-GROUP(LV-MATCH-INDEX)
003480         MOVE SL-TIMESTAMP TO OW-WINDOW-START(LV-MATCH-INDEX)
003490         MOVE ZERO TO OW-RESTART-COUNT(LV-MATCH-INDEX)
003500     END-IF
003510     MOVE SL-JOB-NAME TO OW-JOB-NAME(LV-MATCH-INDEX)
003520     MOVE SL-SERVICE-STATE TO OW-SERVICE-STATE(LV-MATCH-INDEX)
003530     ADD 1 TO OW-RESTART-COUNT(LV-MATCH-INDEX)
003540     ADD 1 TO LV-RESTARTS-TOTAL.
003550 2200-EXIT.
003560     EXIT.
003570*+---------------------------------------------------------------+
003580*| 2300-END-WINDOW                                               |
003590*|   PRINT THE CLOSED WINDOW AND DROP IT FROM THE TABLE - THE    |
003600*|   LAST ENTRY MOVES INTO ITS SLOT. AN END WITH NO START ON     |
003610*|   SVCLOG STILL PRINTS, WITH THE OPENING SHOWN AS NOT LOGGED.  |
003620*+---------------------------------------------------------------+
003630 2300-END-WINDOW.
003640     ADD 1 TO LV-WINDOWS-CLOSED
003650     IF LV-MATCH-INDEX = ZERO
003660         MOVE SL-FILE-GROUP TO DTL-FILE-GROUP
003670         MOVE SL-JOB-NAME TO DTL-JOB-NAME
003680         MOVE SPACES TO DTL-STATE
003690         MOVE 'NOT LOGGED' TO DTL-OPENED
003700         MOVE SPACES TO DTL-DURATION
003710         MOVE ZERO TO DTL-RESTARTS
003720     ELSE
003730         PERFORM 6000-BUILD-WINDOW-LINE THRU 6000-EXIT
003740         MOVE OW-WINDOW-START(LV-MATCH-INDEX) TO LV-FROM-TIMESTAMP
003750         MOVE SL-TIMESTAMP TO LV-TO-TIMESTAMP
003760         PERFORM 7000-COMPUTE-DURATION THRU 7000-EXIT
003770         MOVE OW-ENTRY(OW-COUNT-USED) TO OW-ENTRY(LV-MATCH-INDEX)
003780         SUBTRACT 1 FROM OW-COUNT-USED
003790     END-IF
003800     MOVE SL-TIMESTAMP TO DTL-CLOSED
003810     PERFORM 6900-WRITE-WINDOW-LINE THRU 6900-EXIT.
003820 2300-EXIT.
003830     EXIT.
003840 2800-ADD-WINDOW.
003850     IF OW-COUNT-USED >= LV-MAX-WINDOWS
003860         DISPLAY 'LGSVCRPT: WINDOW TABLE FULL AT '
003870             SL-FILE-GROUP ' - RAISE LV-MAX-WINDOWS'
003880         PERFORM 9900-ABEND THRU 9900-EXIT
003890     END-IF
003900     ADD 1 TO OW-COUNT-USED
003910     MOVE OW-COUNT-USED TO LV-MATCH-INDEX.
003920 2800-EXIT.
003930     EXIT.
003940 2900-SEARCH-WINDOW.
003950     IF SL-FILE-GROUP = OW-FILE-GROUP(LV-SEARCH-INDEX)
003960         MOVE LV-SEARCH-INDEX TO LV-MATCH-INDEX
003970     END-IF.
003980 2900-EXIT.
003990     EXIT.
004000*+---------------------------------------------------------------+
004010*| 3000-PRINT-OPEN-WINDOW                                        |
004020*|   WHATEVER IS LEFT IN THE TABLE HAS NO END ON SVCLOG - THE    |
004030*|   JOB IS RUNNING, OR ABENDED AND HAS NOT BEEN RESTARTED.      |
004040*|   TIMED TO THIS RUN.                                          |
004050*+---------------------------------------------------------------+
004060 3000-PRINT-OPEN-WINDOW.
004070     ADD 1 TO LV-WINDOWS-OPEN
004080     PERFORM 6000-BUILD-WINDOW-LINE THRU 6000-EXIT
004090     MOVE OW-WINDOW-START(LV-MATCH-INDEX) TO LV-FROM-TIMESTAMP
004100     MOVE LV-TIMESTAMP TO LV-TO-TIMESTAMP
004110     PERFORM 7000-COMPUTE-DURATION THRU 7000-EXIT
004120     MOVE 'STILL OPEN' TO DTL-CLOSED
004130     PERFORM 6900-WRITE-WINDOW-LINE THRU 6900-EXIT.
004140 3000-EXIT.
004150     EXIT.
004160*+---------------------------------------------------------------+
004170*| 4000-PRINT-CURRENT-STATE                                      |
004180*|   ONE LINE PER SVCCTL ROW, IN FILE GROUP ORDER.               |
004190*+---------------------------------------------------------------+
004200 4000-PRINT-CURRENT-STATE.
004210     MOVE SPACES TO SVCRPT-RECORD
004220     WRITE SVCRPT-RECORD
004230     WRITE SVCRPT-RECORD FROM HDG-LINE-3
004240     IF LV-CTL-IS-PRESENT
004250         WRITE SVCRPT-RECORD FROM HDG-LINE-4
004260         PERFORM 4100-PRINT-GROUP-STATE THRU 4100-EXIT
004270             UNTIL LV-CTL-END-OF-FILE
004280     ELSE
004290         WRITE SVCRPT-RECORD FROM NOCTL-LINE
004300     END-IF.
004310 4000-EXIT.
004320     EXIT.
004330 4100-PRINT-GROUP-STATE.
004340     READ SVCCTL NEXT RECORD INTO SERVICE-CONTROL-RECORD
004350         AT END
004360             SET LV-CTL-END-OF-FILE TO TRUE
004370         NOT AT END
004380             ADD 1 TO LV-GROUPS-LISTED
004390             MOVE SC-FILE-GROUP TO CUR-FILE-GROUP
004400             PERFORM 6100-SET-STATE-WORD THRU 6100-EXIT
004410             MOVE DTL-STATE TO CUR-STATE
004420             MOVE SC-JOB-NAME TO CUR-JOB-NAME
004430             MOVE SC-WINDOW-START TO CUR-WINDOW-START
004440             MOVE SC-RESTART-COUNT TO CUR-RESTARTS
004450             PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
004460     END-READ.
004470 4100-EXIT.
004480     EXIT.
004490*+---------------------------------------------------------------+
004500*| 5000-PRINT-TOTALS                                             |
004510*+---------------------------------------------------------------+
004520 5000-PRINT-TOTALS.
004530     MOVE LV-WINDOWS-CLOSED TO TRL-WINDOWS-CLOSED
004540     MOVE LV-WINDOWS-OPEN TO TRL-WINDOWS-OPEN
004550     MOVE LV-RESTARTS-TOTAL TO TRL-RESTARTS
004560     MOVE SPACES TO SVCRPT-RECORD
004570     WRITE SVCRPT-RECORD
004580     WRITE SVCRPT-RECORD FROM TRL-LINE.
004590 5000-EXIT.
004600     EXIT.
004610*+---------------------------------------------------------------+
004620*| 6000-BUILD-WINDOW-LINE                                        |
004630*|   THE GROUP, JOB, STATE, OPENING AND RESTARTS OF THE WINDOW   |
004640*|   AT LV-MATCH-INDEX. THE CALLER FILLS IN THE CLOSE.           |
004650*+---------------------------------------------------------------+
004660 6000-BUILD-WINDOW-LINE.
004670     MOVE OW-FILE-GROUP(LV-MATCH-INDEX) TO DTL-FILE-GROUP
004680     MOVE OW-JOB-NAME(LV-MATCH-INDEX) TO DTL-JOB-NAME
004690     MOVE OW-WINDOW-START(LV-MATCH-INDEX) TO DTL-OPENED
004700     MOVE OW-RESTART-COUNT(LV-MATCH-INDEX) TO DTL-RESTARTS
004710     MOVE OW-SERVICE-STATE(LV-MATCH-INDEX) TO SC-SERVICE-STATE
004720     PERFORM 6100-SET-STATE-WORD THRU 6100-EXIT.
004730 6000-EXIT.
004740     EXIT.
004750 6100-SET-STATE-WORD.
004760     EVALUATE TRUE
004770         WHEN SC-SERVICE-CLOSED
004780             MOVE 'CLOSED' TO DTL-STATE
004790         WHEN SC-SERVICE-READ-ONLY
004800             MOVE 'READ-ONLY' TO DTL-STATE
004810         WHEN SC-SERVICE-OPEN
004820             MOVE 'OPEN' TO DTL-STATE
004830         WHEN OTHER
004840             MOVE SC-SERVICE-STATE TO DTL-STATE
004850     END-EVALUATE.
004860 6100-EXIT.
004870     EXIT.
004880 6900-WRITE-WINDOW-LINE.
004890     MOVE DTL-LINE TO SVCRPT-RECORD
004900     PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT.
004910 6900-EXIT.
004920     EXIT.
004930 6950-WRITE-REPORT-LINE.
004940     WRITE SVCRPT-RECORD
004950     IF LV-SVCRPT-STATUS NOT = '00'
004960         DISPLAY 'LGSVCRPT: WRITE SVCRPT FAILED, STATUS='
004970             LV-SVCRPT-STATUS
004980         PERFORM 9900-ABEND THRU 9900-EXIT
004990     END-IF.
005000 6950-EXIT.
005010     EXIT.
005020*+---------------------------------------------------------------+
005030*| 7000-COMPUTE-DURATION                                         |
005040*|   LV-FROM-TIMESTAMP TO LV-TO-TIMESTAMP AS HOURS, MINUTES AND  |
005050*|   SECONDS IN DTL-DURATION - BLANK IF EITHER STAMP IS NOT A    |
005060*|   VALID DATE.                                                 |
005070*+---------------------------------------------------------------+
005080 7000-COMPUTE-DURATION.
005090     MOVE SPACES TO DTL-DURATION
005100     MOVE LV-FROM-TIMESTAMP TO LV-CONVERT-TS
005110     PERFORM 7100-TIMESTAMP-TO-SECONDS THRU 7100-EXIT
005120     IF LV-SECONDS = ZERO
005130         GO TO 7000-EXIT
005140     END-IF
005150     MOVE LV-SECONDS TO LV-FROM-SECONDS
005160     MOVE LV-TO-TIMESTAMP TO LV-CONVERT-TS
005170     PERFORM 7100-TIMESTAMP-TO-SECONDS THRU 7100-EXIT
005180     IF LV-SECONDS = ZERO
005190         GO TO 7000-EXIT
005200     END-IF
005210     SUBTRACT LV-FROM-SECONDS FROM LV-SECONDS GIVING LV-ELAPSED
005220     IF LV-ELAPSED < ZERO
005230         MOVE ZERO TO LV-ELAPSED
005240     END-IF
005250     DIVIDE LV-ELAPSED BY 3600 GIVING LV-ELAPSED-HOURS
005260         REMAINDER LV-ELAPSED-REST
005270     DIVIDE LV-ELAPSED-REST BY 60 GIVING LV-ELAPSED-MINS
005280         REMAINDER LV-ELAPSED-SECS
005290     MOVE LV-ELAPSED-HOURS TO DTL-DUR-HOURS
005300     MOVE ':' TO DTL-DUR-SEP-1 DTL-DUR-SEP-2
005310     MOVE LV-ELAPSED-MINS TO DTL-DUR-MINS
005320     MOVE LV-ELAPSED-SECS TO DTL-DUR-SECS.
005330 7000-EXIT.
005340     EXIT.
005350*+---------------------------------------------------------------+
005360*| 7100-TIMESTAMP-TO-SECONDS                                     |
005370*|   LV-CONVERT-TS (YYYYMMDD-HH:MM:SS) TO A SECOND COUNT IN      |
005380*|   LV-SECONDS, ZERO IF THE DATE OR TIME IS NOT NUMERIC.        |
005390*+---------------------------------------------------------------+
005400 7100-TIMESTAMP-TO-SECONDS.
005410     MOVE ZERO TO LV-SECONDS
005420     IF LV-CT-HH NOT NUMERIC OR LV-CT-MM NOT NUMERIC
005430             OR LV-CT-SS NOT NUMERIC
005440         GO TO 7100-EXIT
005450     END-IF
005460     MOVE SPACES TO LV-DN-DATE
005470     STRING LV-CT-YEAR '-' LV-CT-MONTH '-' LV-CT-DAY
005480         DELIMITED BY SIZE INTO LV-DN-DATE
005490     PERFORM 8000-DATE-TO-DAY-NUMBER THRU 8000-EXIT
005500     IF LV-DN-DAYNO NOT = ZERO
005510         COMPUTE LV-SECONDS = LV-DN-DAYNO * 86400
005520             + LV-CT-HH * 3600 + LV-CT-MM * 60 + LV-CT-SS
005530     END-IF.
005540 7100-EXIT.
005550     EXIT.
005560*+---------------------------------------------------------------+
005570*| 8000-DATE-TO-DAY-NUMBER                                       |
005580*|   CONVERTS LV-DN-DATE (YYYY-MM-DD) TO A SERIAL DAY NUMBER IN  |
005590*|   LV-DN-DAYNO - THE SAME CONVERSION LGICDB01'S 3968-DATE-TO-  |
005600*|   DAY-NUMBER USES.                                            |
005610*+---------------------------------------------------------------+
005620 8000-DATE-TO-DAY-NUMBER.
005630     MOVE ZERO TO LV-DN-DAYNO
005640     IF LV-DN-DATE(1:4) NUMERIC AND LV-DN-DATE(6:2) NUMERIC
005650             AND LV-DN-DATE(9:2) NUMERIC
005660         MOVE LV-DN-DATE(1:4) TO LV-DN-YEAR
005670         MOVE LV-DN-DATE(6:2) TO LV-DN-MONTH
005680         MOVE LV-DN-DATE(9:2) TO LV-DN-DAY
005690         SUBTRACT LV-DN-MONTH FROM 14 GIVING LV-DN-A
005700         DIVIDE LV-DN-A BY 12 GIVING LV-DN-A
005710         ADD LV-DN-YEAR 4800 GIVING LV-DN-Y
005720         SUBTRACT LV-DN-A FROM LV-DN-Y
005730         MULTIPLY LV-DN-A BY 12 GIVING LV-DN-M
005740         ADD LV-DN-MONTH TO LV-DN-M
005750         SUBTRACT 3 FROM LV-DN-M
005760         MULTIPLY LV-DN-M BY 153 GIVING LV-DN-WORK
005770         ADD 2 TO LV-DN-WORK
005780         DIVIDE LV-DN-WORK BY 5 GIVING LV-DN-WORK
005790         MOVE LV-DN-DAY TO LV-DN-DAYNO
005800         ADD LV-DN-WORK TO LV-DN-DAYNO
005810         MULTIPLY LV-DN-Y BY 365 GIVING LV-DN-WORK
005820         ADD LV-DN-WORK TO LV-DN-DAYNO
005830         DIVIDE LV-DN-Y BY 4 GIVING LV-DN-WORK
005840         ADD LV-DN-WORK TO LV-DN-DAYNO
005850         DIVIDE LV-DN-Y BY 100 GIVING LV-DN-WORK
005860         SUBTRACT LV-DN-WORK FROM LV-DN-DAYNO
005870         DIVIDE LV-DN-Y BY 400 GIVING LV-DN-WORK
005880         ADD LV-DN-WORK TO LV-DN-DAYNO
005890         SUBTRACT 32045 FROM LV-DN-DAYNO
005900     END-IF.
005910 8000-EXIT.
005920     EXIT.
005930*+---------------------------------------------------------------+
005940*| 9900-ABEND                                                    |
005950*|   A FILE THAT DID NOT OPEN OR WRITE CLEANLY - STOP. NOTHING   |
005960*|   IS UPDATED, SO A RERUN IS ALWAYS SAFE.                      |
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
006070     DISPLAY 'LGSVCRPT: EVENTS=' LV-EVENTS-READ
006080         ' UNKNOWN=' LV-EVENTS-UNKNOWN
006090         ' WINDOWS CLOSED=' LV-WINDOWS-CLOSED
006100         ' STILL OPEN=' LV-WINDOWS-OPEN
006110         ' GROUPS=' LV-GROUPS-LISTED
006120     IF LV-LOG-IS-PRESENT
006130         CLOSE SVCLOG
006140     END-IF
006150     IF LV-CTL-IS-PRESENT
006160         CLOSE SVCCTL
006170     END-IF
006180     CLOSE SVCRPT
006190     GOBACK.
006200 9999-EXIT-EXIT.
006210     EXIT.
