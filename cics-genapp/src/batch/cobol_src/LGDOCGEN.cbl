000010*+---------------------------------------------------------------+
000020*| LGDOCGEN                                                      |
000030*|   CUSTOMER DOCUMENT PRODUCTION. READS THE DAY'S DOCUMENT      |
000040*|   REQUESTS (DOCREQ - SEE CADOCREQ), DRAINED FROM THE QUEUE    |
000050*|   LGICDB01 WRITES AS POLICIES ARE ADDED, BOUND, RENEWED AND   |
000060*|   CANCELLED AND CLAIMS ARE DECIDED, AND FOR EACH ONE ADDS THE |
000070*|   CUSTOMER'S NAME AND ADDRESS FROM CUSTFILE AND THE BROKER'S  |
000080*|   FROM BRKFILE AND WRITES A DOCOUT ROW (CARDOCOT) FOR THE     |
000090*|   PRINT AND E-MAIL VENDOR - E-MAIL WHEN THE CUSTOMER HAS AN   |
000100*|   ADDRESS ON FILE, POST OTHERWISE. EVERY REQUEST GETS A LINE  |
000110*|   ON THE DOCREG DOCUMENT REGISTER (CARDOCRG) WITH ITS DOCUMENT|
000120*|   ID, SO WHAT WAS SENT TO WHOM AND WHEN CAN BE SHOWN LATER. A |
000130*|   REQUEST WHOSE CUSTOMER IS NO LONGER ON FILE OR HAS BEEN     |
000140*|   ANONYMISED (CACUSANO) IS HELD - REGISTERED, NOT SENT. A     |
000150*|   CYCLE WITH NO REQUESTS HAS NO DOCREQ DATASET, AND PRODUCES  |
000160*|   AN EMPTY REGISTER. READ-ONLY - NO SERVICE WINDOW IS TAKEN.  |
000170*+---------------------------------------------------------------+
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.              LGDOCGEN.
000200 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000210 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000220 DATE-WRITTEN.            15/10/2026.
000230 DATE-COMPILED.           15/10/2026.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   15/10/2026 IAG  INITIAL VERSION - SCHEDULES, RENEWAL AND
000270*                   CANCELLATION LETTERS, MOTOR CERTIFICATES AND
000280*                   DECISION LETTERS FOR THE PRINT VENDOR, WITH
000290*                   THE DOCUMENT REGISTER.
000300*-----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DOCREQ ASSIGN TO DOCREQ
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS LW-DOCREQ-STATUS.
000370     SELECT CUSTFILE ASSIGN TO CUSTFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CM-CUSTOMER-NUM
000410         FILE STATUS IS LW-CUSTFILE-STATUS.
000420     SELECT BRKFILE ASSIGN TO BRKFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS BM-BROKER-NUM
000460         FILE STATUS IS LW-BRKFILE-STATUS.
000470     SELECT DOCOUT ASSIGN TO DOCOUT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LW-DOCOUT-STATUS.
000500     SELECT DOCREG ASSIGN TO DOCREG
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS LW-DOCREG-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*    THE REQUEST RECORD (CADOCREQ) LIVES IN WORKING-STORAGE, AS
000560*    LGPRMBIL KEEPS CACANEXT - A CYCLE WITH NO DOCUMENTS MAY HAVE
000570*    NO DOCREQ DATASET AT ALL.
000580 FD  DOCREQ.
000590 01  DOCREQ-RECORD PIC X(398).
000600 FD  CUSTFILE.
000610 COPY CACUSTMS.
000620 FD  BRKFILE.
000630 COPY CABRKRMS.
000640 FD  DOCOUT.
000650 COPY CARDOCOT.
000660 FD  DOCREG.
000670 COPY CARDOCRG.
000680 WORKING-STORAGE SECTION.
000690 COPY CADOCREQ.
000700 COPY CACUSANO.
000710*-----------------------------------------------------------------
000720* FILE STATUS AND END-OF-FILE CONTROL.
000730*-----------------------------------------------------------------
000740 77 LW-DOCREQ-STATUS       PIC X(02).
000750 77 LW-CUSTFILE-STATUS     PIC X(02).
000760 77 LW-BRKFILE-STATUS      PIC X(02).
000770 77 LW-DOCOUT-STATUS       PIC X(02).
000780 77 LW-DOCREG-STATUS       PIC X(02).
000790*    A CYCLE WITH NO DOCUMENT REQUESTS HAS NO DOCREQ DATASET.
000800 77 LW-DOCREQ-IN-SWITCH    PIC X(01) VALUE 'Y'.
000810     88 LW-DOCREQ-IS-PRESENT   VALUE 'Y'.
000820     88 LW-DOCREQ-IS-ABSENT    VALUE 'N'.
000830 77 LW-EOF-SWITCH          PIC X(01) VALUE 'N'.
000840     88 LW-END-OF-FILE     VALUE 'Y'.
000850*    SET PER REQUEST - HELD WHEN THERE IS NO ONE TO SEND IT TO.
000860 77 LW-HOLD-SWITCH         PIC X(01).
000870     88 LW-DOC-IS-HELD     VALUE 'Y'.
000880     88 LW-DOC-IS-SENT     VALUE 'N'.
000890*-----------------------------------------------------------------
000900* RUN ARGUMENT, READ FROM SYSIN AS YYYY-MM-DD - THE BUSINESS DATE
000910* THE DOCUMENTS ARE PRODUCED FOR. AS YYYYMMDD IT IS THE FIRST
000920* PART OF EVERY DOCUMENT ID; THE SECOND IS THE SEQUENCE WITHIN
000930* THE RUN, SO AN ID IS NEVER REUSED.
000940*-----------------------------------------------------------------
000950 77 LW-RUN-DATE            PIC X(10).
000960 77 LW-RUN-YMD             PIC X(08).
000970 77 LW-SEQUENCE            PIC 9(06) VALUE ZERO.
000980*-----------------------------------------------------------------
000990* RUN COUNTERS, PRINTED AT THE FOOT OF THE REGISTER AND
001000* DISPLAYED AT END OF JOB.
001010*-----------------------------------------------------------------
001020 77 LW-REQUESTS-READ       PIC 9(09) COMP VALUE ZERO.
001030 77 LW-SCHEDULES           PIC 9(09) COMP VALUE ZERO.
001040 77 LW-RENEWALS            PIC 9(09) COMP VALUE ZERO.
001050 77 LW-CERTIFICATES        PIC 9(09) COMP VALUE ZERO.
001060 77 LW-CANCELLATIONS       PIC 9(09) COMP VALUE ZERO.
001070 77 LW-DECISIONS           PIC 9(09) COMP VALUE ZERO.
001080 77 LW-EMAILED             PIC 9(09) COMP VALUE ZERO.
001090 77 LW-POSTED              PIC 9(09) COMP VALUE ZERO.
001100 77 LW-HELD                PIC 9(09) COMP VALUE ZERO.
001110 77 LW-NO-BROKER           PIC 9(09) COMP VALUE ZERO.
001120 01 LW-TIMESTAMP.
001130     05 LW-TS-DATE         PIC X(08).
001140     05 FILLER             PIC X(01) VALUE '-'.
001150     05 LW-TS-HH           PIC X(02).
001160     05 FILLER             PIC X(01) VALUE ':'.
001170     05 LW-TS-MM           PIC X(02).
001180     05 FILLER             PIC X(01) VALUE ':'.
001190     05 LW-TS-SS           PIC X(02).
001200     05 FILLER             PIC X(09) VALUE SPACES.
001210 01 LW-TIME-OF-DAY.
001220     05 LW-TOD-HH          PIC X(02).
001230     05 LW-TOD-MM          PIC X(02).
001240     05 LW-TOD-SS          PIC X(02).
001250     05 LW-TOD-HS          PIC X(02).
001260*-----------------------------------------------------------------
001270* REGISTER HEADINGS AND TOTALS, BUILT HERE AND WRITTEN THROUGH
001280* DOCREG-RECORD.
001290*-----------------------------------------------------------------
001300 01 HDG-LINE-1.
001310     05 FILLER PIC X(40) VALUE
001320         'CUSTOMER DOCUMENT REGISTER'.
001330     05 FILLER PIC X(10) VALUE 'RUN DATE: '.
001340     05 HDG-RUN-DATE PIC X(10).
001350     05 FILLER PIC X(04) VALUE SPACES.
001360     05 FILLER PIC X(10) VALUE 'PRODUCED: '.
001370     05 HDG-RUN-STAMP PIC X(26).
001380     05 FILLER PIC X(32) VALUE SPACES.
001390 01 HDG-LINE-2.
001400     05 FILLER PIC X(16) VALUE 'DOCUMENT ID'.
001410     05 FILLER PIC X(14) VALUE 'DOCUMENT'.
001420     05 FILLER PIC X(12) VALUE 'POLICY'.
001430     05 FILLER PIC X(12) VALUE 'CUSTOMER'.
001440     05 FILLER PIC X(12) VALUE 'BROKER'.
001450     05 FILLER PIC X(08) VALUE 'SENT BY'.
001460     05 FILLER PIC X(28) VALUE 'REQUESTED'.
001470     05 FILLER PIC X(30) VALUE 'NOTE'.
001480 01 TRL-LINE.
001490     05 TRL-LABEL PIC X(20).
001500     05 TRL-COUNT PIC ZZZZZZZZ9.
001510     05 FILLER PIC X(103) VALUE SPACES.
001520*+---------------------------------------------------------------+
001530*| 0000-MAINLINE                                                 |
001540*+---------------------------------------------------------------+
001550 PROCEDURE DIVISION.
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001580     IF LW-DOCREQ-IS-PRESENT
001590         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001600             UNTIL LW-END-OF-FILE
001610     END-IF
001620     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
001630     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
001640*+---------------------------------------------------------------+
001650*| 1000-INITIALIZE                                               |
001660*|   A MISSING RUN DATE STOPS THE RUN - EVERY DOCUMENT ID IS     |
001670*|   BUILT FROM IT.                                              |
001680*+---------------------------------------------------------------+
001690 1000-INITIALIZE.
001700     ACCEPT LW-RUN-DATE FROM SYSIN
001710     IF LW-RUN-DATE = SPACES
001720         DISPLAY 'LGDOCGEN: RUN DATE (YYYY-MM-DD) MISSING FROM'
001730             ' SYSIN'
001740         PERFORM 9900-ABEND THRU 9900-EXIT
001750     END-IF
001760     MOVE LW-RUN-DATE(1:4) TO LW-RUN-YMD(1:4)
001770     MOVE LW-RUN-DATE(6:2) TO LW-RUN-YMD(5:2)
001780     MOVE LW-RUN-DATE(9:2) TO LW-RUN-YMD(7:2)
001790     OPEN INPUT DOCREQ
001800     EVALUATE LW-DOCREQ-STATUS
001810         WHEN '00'
001820             SET LW-DOCREQ-IS-PRESENT TO TRUE
001830         WHEN '35'
001840             SET LW-DOCREQ-IS-ABSENT TO TRUE
001850             DISPLAY 'LGDOCGEN: NO DOCREQ DATASET - NO DOCUMENTS'
001860                 ' THIS CYCLE'
001870         WHEN OTHER
001880             DISPLAY 'LGDOCGEN: OPEN DOCREQ FAILED, STATUS='
001890                 LW-DOCREQ-STATUS
001900             PERFORM 9900-ABEND THRU 9900-EXIT
001910     END-EVALUATE
001920     OPEN INPUT CUSTFILE
001930     IF LW-CUSTFILE-STATUS NOT = '00'
001940         DISPLAY 'LGDOCGEN: OPEN CUSTFILE FAILED, STATUS='
001950             LW-CUSTFILE-STATUS
001960         PERFORM 9900-ABEND THRU 9900-EXIT
001970     END-IF
001980     OPEN INPUT BRKFILE
001990     IF LW-BRKFILE-STATUS NOT = '00'
002000         DISPLAY 'LGDOCGEN: OPEN BRKFILE FAILED, STATUS='
002010             LW-BRKFILE-STATUS
002020         PERFORM 9900-ABEND THRU 9900-EXIT
002030     END-IF
002040     OPEN OUTPUT DOCOUT
002050     IF LW-DOCOUT-STATUS NOT = '00'
002060         DISPLAY 'LGDOCGEN: OPEN DOCOUT FAILED, STATUS='
002070             LW-DOCOUT-STATUS
002080         PERFORM 9900-ABEND THRU 9900-EXIT
002090     END-IF
002100     OPEN OUTPUT DOCREG
002110     IF LW-DOCREG-STATUS NOT = '00'
002120         DISPLAY 'LGDOCGEN: OPEN DOCREG FAILED, STATUS='
002130             LW-DOCREG-STATUS
002140         PERFORM 9900-ABEND THRU 9900-EXIT
002150     END-IF
002160     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
002170     MOVE LW-RUN-DATE TO HDG-RUN-DATE
002180     MOVE LW-TIMESTAMP TO HDG-RUN-STAMP
002190     MOVE HDG-LINE-1 TO DOCREG-RECORD
002200     PERFORM 6900-WRITE-REGISTER-LINE THRU 6900-EXIT
002210     MOVE HDG-LINE-2 TO DOCREG-RECORD
002220     PERFORM 6900-WRITE-REGISTER-LINE THRU 6900-EXIT.
002230 1000-EXIT.
002240     EXIT.
002250*+---------------------------------------------------------------+
002260*| 2000-PROCESS-REQUEST                                          |
002270*|   ONE DOCREQ ROW PER PASS. THE DOCUMENT IS HELD WHEN ITS TYPE |
002280*|   IS NOT ONE THIS RUN KNOWS OR THE CUSTOMER CANNOT BE WRITTEN |
002290*|   TO; EITHER WAY IT IS REGISTERED.                            |
002300*+---------------------------------------------------------------+
002310 2000-PROCESS-REQUEST.
002320     READ DOCREQ NEXT RECORD INTO DOCUMENT-REQUEST-RECORD
002330         AT END
002340             SET LW-END-OF-FILE TO TRUE
002350         NOT AT END
002360             ADD 1 TO LW-REQUESTS-READ
002370             MOVE SPACES TO DOCREG-RECORD
002380             MOVE DQ-POLICY-NUM TO DG-POLICY-NUM
002390             MOVE DQ-CUSTOMER-NUM TO DG-CUSTOMER-NUM
002400             MOVE DQ-BROKERID TO DG-BROKERID
002410             MOVE DQ-TIMESTAMP TO DG-REQUESTED
002420             SET LW-DOC-IS-SENT TO TRUE
002430             PERFORM 2100-NAME-DOCUMENT THRU 2100-EXIT
002440             IF LW-DOC-IS-SENT
002450                 PERFORM 2200-GET-CUSTOMER THRU 2200-EXIT
002460             END-IF
002470             IF LW-DOC-IS-SENT
002480                 PERFORM 3000-WRITE-DOCUMENT THRU 3000-EXIT
002490             ELSE
002500                 MOVE 'HELD' TO DG-DELIVERY
002510                 ADD 1 TO LW-HELD
002520             END-IF
002530             PERFORM 6900-WRITE-REGISTER-LINE THRU 6900-EXIT
002540     END-READ
002550     IF LW-DOCREQ-STATUS NOT = '00' AND NOT = '10'
002560         DISPLAY 'LGDOCGEN: READ DOCREQ FAILED, STATUS='
002570             LW-DOCREQ-STATUS
002580         PERFORM 9900-ABEND THRU 9900-EXIT
002590     END-IF.
002600 2000-EXIT.
002610     EXIT.
002620*+---------------------------------------------------------------+
002630*| 2100-NAME-DOCUMENT                                            |
002640*|   THE REGISTER NAME FOR THE DOCUMENT TYPE. THE COUNT BY TYPE  |
002650*|   IS TAKEN HERE, HELD OR NOT - IT IS WHAT WAS ASKED FOR.      |
002660*+---------------------------------------------------------------+
002670 2100-NAME-DOCUMENT.
002680     EVALUATE TRUE
002690         WHEN DQ-DOC-SCHEDULE
002700             MOVE 'SCHEDULE' TO DG-DOC-NAME
002710             ADD 1 TO LW-SCHEDULES
002720         WHEN DQ-DOC-RENEWAL
002730             MOVE 'RENEWAL' TO DG-DOC-NAME
002740             ADD 1 TO LW-RENEWALS
002750         WHEN DQ-DOC-MOTOR-CERT
002760             MOVE 'MOTOR CERT' TO DG-DOC-NAME
002770             ADD 1 TO LW-CERTIFICATES
002780         WHEN DQ-DOC-CANCELLATION
002790             MOVE 'CANCELLATION' TO DG-DOC-NAME
002800             ADD 1 TO LW-CANCELLATIONS
002810         WHEN DQ-DOC-DECISION
002820             MOVE 'DECISION' TO DG-DOC-NAME
002830             ADD 1 TO LW-DECISIONS
002840         WHEN OTHER
002850             MOVE DQ-DOC-TYPE TO DG-DOC-NAME
002860             MOVE 'UNKNOWN DOCUMENT TYPE' TO DG-NOTE
002870             SET LW-DOC-IS-HELD TO TRUE
002880     END-EVALUATE.
002890 2100-EXIT.
002900     EXIT.
002910*+---------------------------------------------------------------+
002920*| 2200-GET-CUSTOMER                                             |
002930*|   A CUSTOMER MERGED AWAY OR DELETED SINCE THE REQUEST WAS     |
002940*|   QUEUED, OR ANONYMISED, HAS NO NAME OR ADDRESS TO SEND TO.   |
002950*+---------------------------------------------------------------+
002960 2200-GET-CUSTOMER.
002970     MOVE DQ-CUSTOMER-NUM TO CM-CUSTOMER-NUM
002980     READ CUSTFILE
002990     EVALUATE LW-CUSTFILE-STATUS
003000         WHEN '00'
003010             IF CA-FIRST-NAME = AN-FIRST-NAME
003020                     AND CA-LAST-NAME = AN-LAST-NAME
003030                 MOVE 'CUSTOMER ANONYMISED' TO DG-NOTE
003040                 SET LW-DOC-IS-HELD TO TRUE
003050             END-IF
003060         WHEN '23'
003070             MOVE 'CUSTOMER NOT ON FILE' TO DG-NOTE
003080             SET LW-DOC-IS-HELD TO TRUE
003090         WHEN OTHER
003100             DISPLAY 'LGDOCGEN: READ CUSTFILE FAILED, STATUS='
003110                 LW-CUSTFILE-STATUS ' CUSTOMER=' DQ-CUSTOMER-NUM
003120             PERFORM 9900-ABEND THRU 9900-EXIT
003130     END-EVALUATE.
003140 2200-EXIT.
003150     EXIT.
003160*+---------------------------------------------------------------+
003170*| 3000-WRITE-DOCUMENT                                           |
003180*|   THE NEXT DOCUMENT ID, THE REQUEST AS QUEUED, THE CUSTOMER   |
003190*|   AS ON FILE NOW AND THE BROKER, IF ANY.                      |
003200*+---------------------------------------------------------------+
003210 3000-WRITE-DOCUMENT.
003220     ADD 1 TO LW-SEQUENCE
003230     MOVE SPACES TO DOCOUT-RECORD
003240     MOVE LW-RUN-YMD TO DO-RUN-DATE
003250     MOVE LW-SEQUENCE TO DO-SEQUENCE
003260     MOVE DQ-DOC-TYPE TO DO-DOC-TYPE
003270     MOVE DQ-TIMESTAMP TO DO-REQUESTED
003280     MOVE DQ-TRNID TO DO-TRNID
003290     MOVE DQ-POLICY-NUM TO DO-POLICY-NUM
003300     MOVE DQ-POLICY-TYPE TO DO-POLICY-TYPE
003310     MOVE DQ-ISSUE-DATE TO DO-ISSUE-DATE
003320     MOVE DQ-EXPIRY-DATE TO DO-EXPIRY-DATE
003330     MOVE DQ-PAYMENT TO DO-PAYMENT
003340     MOVE DQ-CUSTOMER-NUM TO DO-CUSTOMER-NUM
003350     MOVE CA-FIRST-NAME TO DO-FIRST-NAME
003360     MOVE CA-LAST-NAME TO DO-LAST-NAME
003370     MOVE CA-HOUSE-NAME TO DO-HOUSE-NAME
003380     MOVE CA-HOUSE-NUM TO DO-HOUSE-NUM
003390     MOVE CA-POSTCODE TO DO-POSTCODE
003400     MOVE CA-EMAIL-ADDRESS TO DO-EMAIL-ADDRESS
003410     MOVE ZERO TO DO-BROKERID
003420     MOVE DQ-BROKERSREF TO DO-BROKERSREF
003430     IF DQ-BROKERID NOT = ZERO
003440         PERFORM 3100-GET-BROKER THRU 3100-EXIT
003450     END-IF
003460     MOVE DQ-DETAIL TO DO-DETAIL
003470     IF CA-EMAIL-ADDRESS = SPACES
003480         SET DO-DELIVER-POST TO TRUE
003490         MOVE 'POST' TO DG-DELIVERY
003500         ADD 1 TO LW-POSTED
003510     ELSE
003520         SET DO-DELIVER-EMAIL TO TRUE
003530         MOVE 'E-MAIL' TO DG-DELIVERY
003540         ADD 1 TO LW-EMAILED
003550     END-IF
003560     WRITE DOCOUT-RECORD
003570     IF LW-DOCOUT-STATUS NOT = '00'
003580         DISPLAY 'LGDOCGEN: WRITE DOCOUT FAILED, STATUS='
003590             LW-DOCOUT-STATUS
003600         PERFORM 9900-ABEND THRU 9900-EXIT
003610     END-IF
003620     MOVE DO-DOCUMENT-ID TO DG-DOCUMENT-ID.
003630 3000-EXIT.
003640     EXIT.
003650*+---------------------------------------------------------------+
003660*| 3100-GET-BROKER                                               |
003670*|   A BROKER NO LONGER ON BRKFILE DOES NOT STOP THE CUSTOMER'S  |
003680*|   DOCUMENT - IT GOES WITHOUT THE BROKER BLOCK AND THE         |
003690*|   REGISTER SAYS SO.                                           |
003700*+---------------------------------------------------------------+
003710 3100-GET-BROKER.
003720     MOVE DQ-BROKERID TO BM-BROKER-NUM
003730     READ BRKFILE
003740     EVALUATE LW-BRKFILE-STATUS
003750         WHEN '00'
003760             MOVE DQ-BROKERID TO DO-BROKERID
003770             MOVE CA-BROKER-NAME TO DO-BROKER-NAME
003780             MOVE CA-BROKER-HOUSE-NAME TO DO-BROKER-HOUSE-NAME
003790             MOVE CA-BROKER-HOUSE-NUM TO DO-BROKER-HOUSE-NUM
003800             MOVE CA-BROKER-POSTCODE TO DO-BROKER-POSTCODE
003810             MOVE CA-BROKER-PHONE TO DO-BROKER-PHONE
003820             MOVE CA-BROKER-EMAIL TO DO-BROKER-EMAIL
003830         WHEN '23'
003840             MOVE 'BROKER NOT ON FILE' TO DG-NOTE
003850             ADD 1 TO LW-NO-BROKER
003860         WHEN OTHER
003870             DISPLAY 'LGDOCGEN: READ BRKFILE FAILED, STATUS='
003880                 LW-BRKFILE-STATUS ' BROKER=' DQ-BROKERID
003890             PERFORM 9900-ABEND THRU 9900-EXIT
003900     END-EVALUATE.
003910 3100-EXIT.
003920     EXIT.
003930*+---------------------------------------------------------------+
003940*| 6000-PRINT-TOTALS                                             |
003950*+---------------------------------------------------------------+
003960 6000-PRINT-TOTALS.
003970     MOVE SPACES TO DOCREG-RECORD
003980     PERFORM 6900-WRITE-REGISTER-LINE THRU 6900-EXIT
003990     MOVE 'REQUESTS READ:' TO TRL-LABEL
004000     MOVE LW-REQUESTS-READ TO TRL-COUNT
004010     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004020     MOVE 'SCHEDULES:' TO TRL-LABEL
004030     MOVE LW-SCHEDULES TO TRL-COUNT
004040     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004050     MOVE 'RENEWALS:' TO TRL-LABEL
004060     MOVE LW-RENEWALS TO TRL-COUNT
004070     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004080     MOVE 'MOTOR CERTIFICATES:' TO TRL-LABEL
004090     MOVE LW-CERTIFICATES TO TRL-COUNT
004100     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004110     MOVE 'CANCELLATIONS:' TO TRL-LABEL
004120     MOVE LW-CANCELLATIONS TO TRL-COUNT
004130     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004140     MOVE 'DECISION LETTERS:' TO TRL-LABEL
004150     MOVE LW-DECISIONS TO TRL-COUNT
004160     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004170     MOVE 'SENT BY E-MAIL:' TO TRL-LABEL
004180     MOVE LW-EMAILED TO TRL-COUNT
004190     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004200     MOVE 'SENT BY POST:' TO TRL-LABEL
004210     MOVE LW-POSTED TO TRL-COUNT
004220     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004230     MOVE 'HELD:' TO TRL-LABEL
004240     MOVE LW-HELD TO TRL-COUNT
004250     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT
004260     MOVE 'BROKER NOT ON FILE:' TO TRL-LABEL
004270     MOVE LW-NO-BROKER TO TRL-COUNT
004280     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
004290 6000-EXIT.
004300     EXIT.
004310*+---------------------------------------------------------------+
004320*| 6100-WRITE-TOTAL                                              |
004330*|   TRL-LABEL AND TRL-COUNT HAVE BEEN SET.                      |
004340*+---------------------------------------------------------------+
004350 6100-WRITE-TOTAL.
004360     MOVE TRL-LINE TO DOCREG-RECORD
004370     PERFORM 6900-WRITE-REGISTER-LINE THRU 6900-EXIT.
004380 6100-EXIT.
004390     EXIT.
004400*+---------------------------------------------------------------+
004410*| 6900-WRITE-REGISTER-LINE                                      |
004420*|   DOCREG-RECORD HAS BEEN BUILT.                               |
004430*+---------------------------------------------------------------+
004440 6900-WRITE-REGISTER-LINE.
004450     WRITE DOCREG-RECORD
004460     IF LW-DOCREG-STATUS NOT = '00'
004470         DISPLAY 'LGDOCGEN: WRITE DOCREG FAILED, STATUS='
004480             LW-DOCREG-STATUS
004490         PERFORM 9900-ABEND THRU 9900-EXIT
004500     END-IF.
004510 6900-EXIT.
004520     EXIT.
004530*+---------------------------------------------------------------+
004540*| 8100-BUILD-TIMESTAMP                                          |
004550*|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
004560*|   LOGS, FOR THE REGISTER HEADING.                             |
004570*+---------------------------------------------------------------+
004580 8100-BUILD-TIMESTAMP.
004590     ACCEPT LW-TS-DATE FROM DATE YYYYMMDD
004600     ACCEPT LW-TIME-OF-DAY FROM TIME
004610     MOVE LW-TOD-HH TO LW-TS-HH
004620     MOVE LW-TOD-MM TO LW-TS-MM
004630     MOVE LW-TOD-SS TO LW-TS-SS.
004640 8100-EXIT.
004650     EXIT.
004660*+---------------------------------------------------------------+
004670*| 9900-ABEND                                                    |
004680*|   NO RUN DATE, OR A FILE THAT DID NOT OPEN, READ OR WRITE     |
004690*|   CLEANLY. THE DOCREQ DATASET IS KEPT, SO THE RUN CAN BE      |
004700*|   RERUN FROM THE START ONCE THE CAUSE IS PUT RIGHT.           |
004710*+---------------------------------------------------------------+
004720 9900-ABEND.
004730     MOVE 16 TO RETURN-CODE
004740     STOP RUN.
004750 9900-EXIT.
004760     EXIT.
004770*+---------------------------------------------------------------+
004780*| 9999-EXIT                                                     |
004790*+---------------------------------------------------------------+
004800 9999-EXIT.
004810     DISPLAY 'LGDOCGEN: REQUESTS=' LW-REQUESTS-READ
004820         ' E-MAILED=' LW-EMAILED
004830         ' POSTED=' LW-POSTED
004840         ' HELD=' LW-HELD
004850     IF LW-DOCREQ-IS-PRESENT
004860         CLOSE DOCREQ
004870     END-IF
004880     CLOSE CUSTFILE
004890     CLOSE BRKFILE
004900     CLOSE DOCOUT
004910     CLOSE DOCREG
004920     GOBACK.
004930 9999-EXIT-EXIT.
004940     EXIT.
