000010*+---------------------------------------------------------------+
000020*| LGSUBACC                                                      |
000030*|   SUBJECT ACCESS REPORT. ONE CUSTOMER NUMBER FROM SYSIN, AND  |
000040*|   ONE SARRPT REPORT OF EVERY RECORD HELD ABOUT THAT CUSTOMER  |
000050*|   ON EVERY FILE THAT CARRIES THEIR NUMBER - THE CUSTFILE AND  |
000060*|   SECRFILE ROWS, EVERY POLYFILE POLICY AND CLAIM, THE CLMPAY  |
000070*|   PAYMENTS (AND THE CLMARCH ARCHIVE), THE RECEIVABLES LEDGER, |
000080*|   THE CHGHIST CHANGE TRAIL (AND THE CHGARCH ARCHIVE           |
000090*|   GENERATIONS), RCLOG AND SECRAUD (AND THEIR RCLARCH AND      |
000100*|   SECARCH ARCHIVES). EACH FILE PRINTS UNDER ITS OWN HEADING   |
000110*|   WITH ITS RECORD COUNT; A LOG OR ARCHIVE WITH NO DD IN THE   |
000120*|   RUN SAYS SO RATHER THAN STOPPING IT. A CUSTOMER NO LONGER   |
000130*|   ON CUSTFILE (MERGED OR DELETED) STILL HAS THE REST OF THE   |
000140*|   FILES SEARCHED. READ-ONLY - NO SERVICE WINDOW IS TAKEN.     |
000150*+---------------------------------------------------------------+
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.              LGSUBACC.
000180 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000190 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000200 DATE-WRITTEN.            15/10/2026.
000210 DATE-COMPILED.           15/10/2026.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   15/10/2026 IAG  INITIAL VERSION - ONE-CUSTOMER SUBJECT ACCESS
000250*                   REPORT ACROSS THE MASTERS, LOGS AND ARCHIVES.
000260*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CUSTFILE ASSIGN TO CUSTFILE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS CM-CUSTOMER-NUM
000340         FILE STATUS IS LX-CUSTFILE-STATUS.
000350     SELECT SECRFILE ASSIGN TO SECRFILE
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS SR-CUSTOMER-NUM
000390         FILE STATUS IS LX-SECRFILE-STATUS.
000400     SELECT POLYFILE ASSIGN TO POLYFILE
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS PR-POLICY-NUM
000440         FILE STATUS IS LX-POLYFILE-STATUS.
000450     SELECT CLMPAY ASSIGN TO CLMPAY
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS PY-PAYMENT-KEY
000490         FILE STATUS IS LX-CLMPAY-STATUS.
000500     SELECT CLMARCH ASSIGN TO CLMARCH
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS LX-CLMARCH-STATUS.
000530     SELECT RCVLIN ASSIGN TO RCVLIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS LX-RCVLIN-STATUS.
000560     SELECT CHGHIST ASSIGN TO CHGHIST
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS LX-CHGHIST-STATUS.
000590     SELECT CHGARCH ASSIGN TO CHGARCH
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS LX-CHGARCH-STATUS.
000620     SELECT RCLOG ASSIGN TO RCLOG
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS LX-RCLOG-STATUS.
000650     SELECT RCLARCH ASSIGN TO RCLARCH
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS LX-RCLARCH-STATUS.
000680     SELECT SECRAUD ASSIGN TO SECRAUD
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS LX-SECRAUD-STATUS.
000710     SELECT SECARCH ASSIGN TO SECARCH
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS LX-SECARCH-STATUS.
000740     SELECT SARRPT ASSIGN TO SARRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS LX-SARRPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CUSTFILE.
000800 COPY CACUSTMS.
000810 FD  SECRFILE.
000820 COPY CASECRMS.
000830 FD  POLYFILE
000840*    VARIABLE-LENGTH RECORDS SIZED TO THE POLICY TYPE - SEE
000850*    CAPOLLEN. ONLY THE LENGTH THE READ RETURNED IS PRINTED.
000860     RECORD IS VARYING IN SIZE FROM 145 TO 32493 CHARACTERS
000870         DEPENDING ON LX-POLYFILE-RECLEN.
000880 COPY CAPOLYMS.
000890 FD  CLMPAY.
000900 COPY CACLMPAY.
000910 FD  CLMARCH.
000913*    GENERATIONS WRITTEN BEFORE CLMPAY WIDENED ARE 72 BYTES AND
000916*    ARE CONVERTED BY LGCPYCNV BEFORE ANYTHING READS THEM AGAIN.
000920 01  CLMARCH-RECORD PIC X(141).
000930 FD  RCVLIN.
000940 COPY CARRCVLG.
000950 FD  CHGHIST.
000960 COPY CACHGHST.
000970 FD  CHGARCH.
000980 01  CHGARCH-RECORD PIC X(546).
000990 FD  RCLOG.
001000 COPY CARCLOG.
001010 FD  RCLARCH.
001020 01  RCLARCH-RECORD PIC X(44).
001030 FD  SECRAUD.
001040 COPY CASECAUD.
001050 FD  SECARCH.
001060 01  SECARCH-RECORD PIC X(41).
001070 FD  SARRPT.
001080 COPY CARSARRP.
001090 WORKING-STORAGE SECTION.
001100 COPY CAPOLLEN.
001110*-----------------------------------------------------------------
001120* FILE STATUS AND END-OF-FILE CONTROL. THE FILES ARE READ ONE AT
001130* A TIME, EACH TO ITS END, SO ONE END-OF-FILE SWITCH SERVES THEM
001140* ALL - 6100-START-SECTION RESETS IT.
001150*-----------------------------------------------------------------
001160 77 LX-CUSTFILE-STATUS     PIC X(02).
001170 77 LX-SECRFILE-STATUS     PIC X(02).
001180 77 LX-POLYFILE-STATUS     PIC X(02).
001190*    SET BY THE ACCESS METHOD ON EVERY READ - THE LENGTH OF THE
001200*    VARIABLE POLYFILE RECORD JUST RETURNED.
001210 77 LX-POLYFILE-RECLEN     PIC 9(05) COMP.
001220 77 LX-CLMPAY-STATUS       PIC X(02).
001230 77 LX-CLMARCH-STATUS      PIC X(02).
001240 77 LX-RCVLIN-STATUS       PIC X(02).
001250 77 LX-CHGHIST-STATUS      PIC X(02).
001260 77 LX-CHGARCH-STATUS      PIC X(02).
001270 77 LX-RCLOG-STATUS        PIC X(02).
001280 77 LX-RCLARCH-STATUS      PIC X(02).
001290 77 LX-SECRAUD-STATUS      PIC X(02).
001300 77 LX-SECARCH-STATUS      PIC X(02).
001310 77 LX-SARRPT-STATUS       PIC X(02).
001320 77 LX-EOF-SWITCH          PIC X(01) VALUE 'N'.
001330     88 LX-END-OF-FILE     VALUE 'Y'.
001340*-----------------------------------------------------------------
001350* RUN ARGUMENT, READ FROM SYSIN - THE TEN-DIGIT CUSTOMER NUMBER
001360* THE SUBJECT ACCESS REQUEST IS FOR. THE GROUP VIEW IS WHAT THE
001370* CHANGE-HISTORY POLICY IMAGES ARE MATCHED AGAINST - THEY CARRY
001380* PR-CUSTOMER-NUM AS TEXT AT OFFSET 11.
001390*-----------------------------------------------------------------
001400 01 LX-SUBJECT.
001410     05 LX-SUBJECT-NUM     PIC 9(10).
001420*-----------------------------------------------------------------
001430* IMAGE PRINTING - A CHANGE-HISTORY IMAGE, OR THE TYPE-SPECIFIC
001440* PART OF A POLICY RECORD, PRINTED IN SLICES BEHIND A LABEL THE
001450* WAY LGCHGRPT PRINTS ITS IMAGES.
001460*-----------------------------------------------------------------
001470 77 LX-IMG-SOURCE          PIC X(32400).
001480 77 LX-IMG-LABEL           PIC X(08).
001490 77 LX-IMG-OFFSET          PIC 9(05) COMP.
001500 77 LX-IMG-REMAIN          PIC 9(05) COMP.
001510 77 LX-IMG-SLICE           PIC 9(05) COMP.
001520 78 LX-IMG-SLICE-WIDTH     VALUE 120.
001530*-----------------------------------------------------------------
001540* RUN COUNTERS - RECORDS FOUND IN THE SECTION BEING PRINTED, AND
001550* FOR THE WHOLE REPORT, DISPLAYED AT END OF JOB.
001560*-----------------------------------------------------------------
001570 77 LX-SECTION-COUNT       PIC 9(09) COMP VALUE ZERO.
001580 77 LX-RECORDS-FOUND       PIC 9(09) COMP VALUE ZERO.
001590 77 LX-SECTIONS-ABSENT     PIC 9(04) COMP VALUE ZERO.
001600 01 LX-TIMESTAMP.
001610     05 LX-TS-DATE         PIC X(08).
001620     05 FILLER             PIC X(01) VALUE '-'.
001630     05 LX-TS-HH           PIC X(02).
001640     05 FILLER             PIC X(01) VALUE ':'.
001650     05 LX-TS-MM           PIC X(02).
001660     05 FILLER             PIC X(01) VALUE ':'.
001670     05 LX-TS-SS           PIC X(02).
001680     05 FILLER             PIC X(09) VALUE SPACES.
001690 01 LX-TIME-OF-DAY.
001700     05 LX-TOD-HH          PIC X(02).
001710     05 LX-TOD-MM          PIC X(02).
001720     05 LX-TOD-SS          PIC X(02).
001730     05 LX-TOD-HS          PIC X(02).
001740*-----------------------------------------------------------------
001750* REPORT HEADINGS AND DETAIL LINES, BUILT HERE AND WRITTEN
001760* THROUGH SARRPT-RECORD.
001770*-----------------------------------------------------------------
001780 01 HDG-LINE-1.
001790     05 FILLER PIC X(30) VALUE 'SUBJECT ACCESS REPORT'.
001800     05 FILLER PIC X(09) VALUE 'CUSTOMER '.
001810     05 HDG-CUSTOMER-NUM PIC 9(10).
001820     05 FILLER PIC X(05) VALUE SPACES.
001830     05 FILLER PIC X(05) VALUE 'RUN: '.
001840     05 HDG-RUN-STAMP PIC X(26).
001850     05 FILLER PIC X(47) VALUE SPACES.
001860 01 SEC-LINE.
001870     05 FILLER PIC X(04) VALUE '*** '.
001880     05 SEC-TITLE PIC X(60).
001890     05 FILLER PIC X(68) VALUE SPACES.
001900 01 CNT-LINE.
001910     05 FILLER PIC X(04) VALUE SPACES.
001920     05 FILLER PIC X(14) VALUE 'RECORDS HELD: '.
001930     05 CNT-RECORDS PIC ZZZZZZZZ9.
001940     05 FILLER PIC X(105) VALUE SPACES.
001950 01 ABS-LINE.
001960     05 FILLER PIC X(04) VALUE SPACES.
001970     05 FILLER PIC X(60) VALUE
001980         'NOT PRESENT IN THIS RUN - NO DD SUPPLIED'.
001990     05 FILLER PIC X(68) VALUE SPACES.
002000 01 FLD-LINE.
002010     05 FILLER PIC X(04) VALUE SPACES.
002020     05 FLD-LABEL PIC X(20).
002030     05 FLD-VALUE PIC X(100).
002040     05 FILLER PIC X(08) VALUE SPACES.
002050 01 IMG-LINE.
002060     05 FILLER PIC X(04) VALUE SPACES.
002070     05 IMG-LABEL PIC X(08).
002080     05 IMG-TEXT PIC X(120).
002090 01 POL-HDG-LINE.
002100     05 FILLER PIC X(04) VALUE SPACES.
002110     05 FILLER PIC X(12) VALUE 'POLICY'.
002120     05 FILLER PIC X(03) VALUE 'T'.
002130     05 FILLER PIC X(12) VALUE 'ISSUED'.
002140     05 FILLER PIC X(12) VALUE 'EXPIRES'.
002150     05 FILLER PIC X(12) VALUE 'BROKER'.
002160     05 FILLER PIC X(12) VALUE 'BROKER REF'.
002170     05 FILLER PIC X(09) VALUE 'PREMIUM'.
002180     05 FILLER PIC X(56) VALUE 'LAST CHANGED'.
002190 01 POL-LINE.
002200     05 FILLER PIC X(04) VALUE SPACES.
002210     05 POL-POLICY-NUM PIC 9(10).
002220     05 FILLER PIC X(02) VALUE SPACES.
002230     05 POL-POLICY-TYPE PIC X(01).
002240     05 FILLER PIC X(02) VALUE SPACES.
002250     05 POL-ISSUE-DATE PIC X(10).
002260     05 FILLER PIC X(02) VALUE SPACES.
002270     05 POL-EXPIRY-DATE PIC X(10).
002280     05 FILLER PIC X(02) VALUE SPACES.
002290     05 POL-BROKERID PIC 9(10).
002300     05 FILLER PIC X(02) VALUE SPACES.
002310     05 POL-BROKERSREF PIC X(10).
002320     05 FILLER PIC X(02) VALUE SPACES.
002330     05 POL-PAYMENT PIC ZZZ,ZZ9.
002340     05 FILLER PIC X(02) VALUE SPACES.
002350     05 POL-LASTCHANGED PIC X(26).
002360     05 FILLER PIC X(30) VALUE SPACES.
002370*    THE PAYMENT LINE IS TOO WIDE FOR THE FOUR-COLUMN INDENT THE
002380*    OTHER SECTIONS USE, SO IT AND ITS HEADING START IN COLUMN 1.
002390 01 PAY-HDG-LINE.
002400     05 FILLER PIC X(12) VALUE 'POLICY'.
002410     05 FILLER PIC X(18) VALUE 'PAID AT'.
002420     05 FILLER PIC X(11) VALUE 'CLAIM'.
002430     05 FILLER PIC X(12) VALUE 'AMOUNT'.
002440     05 FILLER PIC X(31) VALUE 'PAYEE'.
002450     05 FILLER PIC X(17) VALUE 'SORT/ACCOUNT'.
002460     05 FILLER PIC X(03) VALUE 'S'.
002470     05 FILLER PIC X(11) VALUE 'SENT'.
002480     05 FILLER PIC X(11) VALUE 'RESULT'.
002490     05 FILLER PIC X(06) VALUE 'REASON'.
002500 01 PAY-LINE.
002510     05 PAY-POLICY-NUM PIC 9(10).
002520     05 FILLER PIC X(02) VALUE SPACES.
002530     05 PAY-PAID-AT PIC X(17).
002540     05 FILLER PIC X(01) VALUE SPACES.
002550     05 PAY-CLAIM-NUM PIC 9(10).
002560     05 FILLER PIC X(01) VALUE SPACES.
002570     05 PAY-AMOUNT PIC ZZ,ZZZ,ZZ9.
002580     05 FILLER PIC X(02) VALUE SPACES.
002590     05 PAY-PAYEE-NAME PIC X(30).
002600     05 FILLER PIC X(01) VALUE SPACES.
002610     05 PAY-SORT-CODE PIC 9(06).
002620     05 FILLER PIC X(01) VALUE '/'.
002630     05 PAY-ACCOUNT PIC 9(08).
002640     05 FILLER PIC X(02) VALUE SPACES.
002650     05 PAY-STATUS PIC X(01).
002660     05 FILLER PIC X(02) VALUE SPACES.
002670     05 PAY-SENT-DATE PIC X(10).
002680     05 FILLER PIC X(01) VALUE SPACES.
002690     05 PAY-RESULT-DATE PIC X(10).
002700     05 FILLER PIC X(01) VALUE SPACES.
002710     05 PAY-RETURN-REASON PIC X(04).
002720     05 FILLER PIC X(02) VALUE SPACES.
002730 01 RCV-HDG-LINE.
002740     05 FILLER PIC X(04) VALUE SPACES.
002750     05 FILLER PIC X(12) VALUE 'BILLED'.
002760     05 FILLER PIC X(12) VALUE 'DUE'.
002770     05 FILLER PIC X(17) VALUE '         AMOUNT'.
002780     05 FILLER PIC X(87) VALUE 'STATUS'.
002790 01 RCV-LINE.
002800     05 FILLER PIC X(04) VALUE SPACES.
002810     05 RCV-BILLING-DATE PIC X(10).
002820     05 FILLER PIC X(02) VALUE SPACES.
002830     05 RCV-DUE-DATE PIC X(10).
002840     05 FILLER PIC X(02) VALUE SPACES.
002850     05 RCV-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.
002860     05 FILLER PIC X(02) VALUE SPACES.
002870     05 RCV-STATUS PIC X(01).
002880     05 FILLER PIC X(86) VALUE SPACES.
002890 01 CHG-HDG-LINE.
002900     05 FILLER PIC X(04) VALUE SPACES.
002910     05 FILLER PIC X(28) VALUE 'TIMESTAMP'.
002920     05 FILLER PIC X(03) VALUE 'E'.
002930     05 FILLER PIC X(03) VALUE 'A'.
002940     05 FILLER PIC X(12) VALUE 'KEY'.
002950     05 FILLER PIC X(06) VALUE 'TRAN'.
002960     05 FILLER PIC X(76) VALUE 'TERM'.
002970 01 CHG-LINE.
002980     05 FILLER PIC X(04) VALUE SPACES.
002990     05 CHG-TIMESTAMP PIC X(26).
003000     05 FILLER PIC X(02) VALUE SPACES.
003010     05 CHG-ENTITY-TYPE PIC X(01).
003020     05 FILLER PIC X(02) VALUE SPACES.
003030     05 CHG-ACTION PIC X(01).
003040     05 FILLER PIC X(02) VALUE SPACES.
003050     05 CHG-RECORD-KEY PIC 9(10).
003060     05 FILLER PIC X(02) VALUE SPACES.
003070     05 CHG-TRNID PIC X(04).
003080     05 FILLER PIC X(02) VALUE SPACES.
003090     05 CHG-TRMID PIC X(04).
003100     05 FILLER PIC X(72) VALUE SPACES.
003110 01 RCL-HDG-LINE.
003120     05 FILLER PIC X(04) VALUE SPACES.
003130     05 FILLER PIC X(28) VALUE 'TIMESTAMP'.
003140     05 FILLER PIC X(08) VALUE 'REQUEST'.
003150     05 FILLER PIC X(92) VALUE 'RC'.
003160 01 RCL-LINE.
003170     05 FILLER PIC X(04) VALUE SPACES.
003180     05 RCL-TIMESTAMP PIC X(26).
003190     05 FILLER PIC X(02) VALUE SPACES.
003200     05 RCL-REQUEST-ID PIC X(06).
003210     05 FILLER PIC X(02) VALUE SPACES.
003220     05 RCL-RETURN-CODE PIC 9(02).
003230     05 FILLER PIC X(90) VALUE SPACES.
003240 01 SAD-HDG-LINE.
003250     05 FILLER PIC X(04) VALUE SPACES.
003260     05 FILLER PIC X(28) VALUE 'TIMESTAMP'.
003270     05 FILLER PIC X(08) VALUE 'FAILS'.
003280     05 FILLER PIC X(92) VALUE 'STATE'.
003290 01 SAD-LINE.
003300     05 FILLER PIC X(04) VALUE SPACES.
003310     05 SAD-TIMESTAMP PIC X(26).
003320     05 FILLER PIC X(02) VALUE SPACES.
003330     05 SAD-FAIL-COUNT PIC 9(04).
003340     05 FILLER PIC X(04) VALUE SPACES.
003350     05 SAD-RESULT-STATE PIC X(01).
003360     05 FILLER PIC X(91) VALUE SPACES.
003370*+---------------------------------------------------------------+
003380*| 0000-MAINLINE                                                 |
003390*|   ONE SECTION PER FILE, MASTERS FIRST, THEN EACH LOG WITH ITS |
003400*|   ARCHIVE AHEAD OF THE LIVE FILE SO EVERY TRAIL PRINTS OLDEST |
003410*|   FIRST.                                                      |
003420*+---------------------------------------------------------------+
003430 PROCEDURE DIVISION.
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003460     PERFORM 2000-REPORT-CUSTOMER THRU 2000-EXIT
003470     PERFORM 2100-REPORT-SECURITY THRU 2100-EXIT
003480     PERFORM 3000-REPORT-POLICIES THRU 3000-EXIT
003490     PERFORM 3500-REPORT-PAYMENTS THRU 3500-EXIT
003500     PERFORM 4000-REPORT-LEDGER THRU 4000-EXIT
003510     PERFORM 5000-REPORT-CHANGES THRU 5000-EXIT
003520     PERFORM 5500-REPORT-REQUESTS THRU 5500-EXIT
003530     PERFORM 5800-REPORT-SECURITY-AUDIT THRU 5800-EXIT
003540     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
003550*+---------------------------------------------------------------+
003560*| 1000-INITIALIZE                                               |
003570*|   THE CUSTOMER NUMBER MUST BE TEN DIGITS AND NOT ZERO - A     |
003580*|   REPORT FOR THE WRONG PERSON IS ITSELF A DISCLOSURE, SO A    |
003590*|   BAD CARD STOPS THE RUN BEFORE ANYTHING IS READ.             |
003600*+---------------------------------------------------------------+
003610 1000-INITIALIZE.
003620     ACCEPT LX-SUBJECT-NUM FROM SYSIN
003630     IF LX-SUBJECT-NUM NOT NUMERIC
003640             OR LX-SUBJECT-NUM = ZERO
003650         DISPLAY 'LGSUBACC: CUSTOMER NUMBER MUST BE TEN DIGITS,'
003660             ' GOT ' LX-SUBJECT
003670         PERFORM 9900-ABEND THRU 9900-EXIT
003680     END-IF
003690     OPEN OUTPUT SARRPT
003700     IF LX-SARRPT-STATUS NOT = '00'
003710         DISPLAY 'LGSUBACC: OPEN SARRPT FAILED, STATUS='
003720             LX-SARRPT-STATUS
003730         PERFORM 9900-ABEND THRU 9900-EXIT
003740     END-IF
003750     PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
003760     MOVE LX-SUBJECT-NUM TO HDG-CUSTOMER-NUM
003770     MOVE LX-TIMESTAMP TO HDG-RUN-STAMP
003780     MOVE HDG-LINE-1 TO SARRPT-RECORD
003790     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
003800 1000-EXIT.
003810     EXIT.
003820*+---------------------------------------------------------------+
003830*| 2000-REPORT-CUSTOMER                                          |
003840*|   THE CUSTFILE ROW, ONE LABELLED LINE PER CACUSFLD FIELD.     |
003850*+---------------------------------------------------------------+
003860 2000-REPORT-CUSTOMER.
003870     MOVE 'CUSTFILE - CUSTOMER MASTER' TO SEC-TITLE
003880     PERFORM 6100-START-SECTION THRU 6100-EXIT
003890     OPEN INPUT CUSTFILE
003900     IF LX-CUSTFILE-STATUS NOT = '00'
003910         DISPLAY 'LGSUBACC: OPEN CUSTFILE FAILED, STATUS='
003920             LX-CUSTFILE-STATUS
003930         PERFORM 9900-ABEND THRU 9900-EXIT
003940     END-IF
003950     MOVE LX-SUBJECT-NUM TO CM-CUSTOMER-NUM
003960     READ CUSTFILE
003970     EVALUATE LX-CUSTFILE-STATUS
003980         WHEN '00'
003990             ADD 1 TO LX-SECTION-COUNT
004000             PERFORM 2010-PRINT-CUSTOMER THRU 2010-EXIT
004010         WHEN '23'
004020             CONTINUE
004030         WHEN OTHER
004040             DISPLAY 'LGSUBACC: READ CUSTFILE FAILED, STATUS='
004050                 LX-CUSTFILE-STATUS
004060             PERFORM 9900-ABEND THRU 9900-EXIT
004070     END-EVALUATE
004080     CLOSE CUSTFILE
004090     PERFORM 6200-END-SECTION THRU 6200-EXIT.
004100 2000-EXIT.
004110     EXIT.
004120 2010-PRINT-CUSTOMER.
004130     MOVE 'FIRST NAME' TO FLD-LABEL
004140     MOVE CA-FIRST-NAME TO FLD-VALUE
004150     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004160     MOVE 'LAST NAME' TO FLD-LABEL
004170     MOVE CA-LAST-NAME TO FLD-VALUE
004180     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004190     MOVE 'DATE OF BIRTH' TO FLD-LABEL
004200     MOVE CA-DOB TO FLD-VALUE
004210     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004220     MOVE 'HOUSE NAME' TO FLD-LABEL
004230     MOVE CA-HOUSE-NAME TO FLD-VALUE
004240     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004250     MOVE 'HOUSE NUMBER' TO FLD-LABEL
004260     MOVE CA-HOUSE-NUM TO FLD-VALUE
004270     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004280     MOVE 'POSTCODE' TO FLD-LABEL
004290     MOVE CA-POSTCODE TO FLD-VALUE
004300     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004310     MOVE 'POLICIES HELD' TO FLD-LABEL
004320     MOVE CA-NUM-POLICIES TO FLD-VALUE
004330     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004340     MOVE 'MOBILE PHONE' TO FLD-LABEL
004350     MOVE CA-PHONE-MOBILE TO FLD-VALUE
004360     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004370     MOVE 'HOME PHONE' TO FLD-LABEL
004380     MOVE CA-PHONE-HOME TO FLD-VALUE
004390     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004400     MOVE 'E-MAIL ADDRESS' TO FLD-LABEL
004410     MOVE CA-EMAIL-ADDRESS TO FLD-VALUE
004420     PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT.
004430 2010-EXIT.
004440     EXIT.
004450*+---------------------------------------------------------------+
004460*| 2100-REPORT-SECURITY                                          |
004470*|   THE SECRFILE ROW. THE PASSWORD IS REPORTED AS HELD BUT NOT  |
004480*|   PRINTED - THE REPORT LEAVES THE BUILDING.                   |
004490*+---------------------------------------------------------------+
004500 2100-REPORT-SECURITY.
004510     MOVE 'SECRFILE - CUSTOMER SECURITY' TO SEC-TITLE
004520     PERFORM 6100-START-SECTION THRU 6100-EXIT
004530     OPEN INPUT SECRFILE
004540     IF LX-SECRFILE-STATUS NOT = '00'
004550         DISPLAY 'LGSUBACC: OPEN SECRFILE FAILED, STATUS='
004560             LX-SECRFILE-STATUS
004570         PERFORM 9900-ABEND THRU 9900-EXIT
004580     END-IF
004590     MOVE LX-SUBJECT-NUM TO SR-CUSTOMER-NUM
004600     READ SECRFILE
004610     EVALUATE LX-SECRFILE-STATUS
004620         WHEN '00'
004630             ADD 1 TO LX-SECTION-COUNT
004640             MOVE 'PASSWORD' TO FLD-LABEL
004650             MOVE 'HELD - NOT PRINTED' TO FLD-VALUE
004660             PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004670             MOVE 'FAILED ATTEMPTS' TO FLD-LABEL
004680             MOVE CA-CUSTSECR-COUNT TO FLD-VALUE
004690             PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004700             MOVE 'ACCOUNT STATE' TO FLD-LABEL
004710             MOVE CA-CUSTSECR-STATE TO FLD-VALUE
004720             PERFORM 6400-WRITE-FIELD-LINE THRU 6400-EXIT
004730         WHEN '23'
004740             CONTINUE
004750         WHEN OTHER
004760             DISPLAY 'LGSUBACC: READ SECRFILE FAILED, STATUS='
004770                 LX-SECRFILE-STATUS
004780             PERFORM 9900-ABEND THRU 9900-EXIT
004790     END-EVALUATE
004800     CLOSE SECRFILE
004810     PERFORM 6200-END-SECTION THRU 6200-EXIT.
004820 2100-EXIT.
004830     EXIT.
004840*+---------------------------------------------------------------+
004850*| 3000-REPORT-POLICIES                                          |
004860*|   EVERY POLYFILE RECORD CARRYING THE CUSTOMER'S NUMBER -      |
004870*|   POLICIES AND CLAIMS ALIKE. THE COMMON FIELDS PRINT AS A     |
004880*|   LINE, THE TYPE-SPECIFIC PART (VEHICLE, PROPERTY, CLAIM      |
004890*|   DETAILS AND SO ON) AS DETAIL SLICES UP TO THE STORED        |
004900*|   LENGTH.                                                     |
004910*+---------------------------------------------------------------+
004920 3000-REPORT-POLICIES.
004930     MOVE 'POLYFILE - POLICIES AND CLAIMS' TO SEC-TITLE
004940     PERFORM 6100-START-SECTION THRU 6100-EXIT
004950     OPEN INPUT POLYFILE
004960     IF LX-POLYFILE-STATUS NOT = '00'
004970         DISPLAY 'LGSUBACC: OPEN POLYFILE FAILED, STATUS='
004980             LX-POLYFILE-STATUS
004990         PERFORM 9900-ABEND THRU 9900-EXIT
005000     END-IF
005010     MOVE POL-HDG-LINE TO SARRPT-RECORD
005020     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005030     PERFORM 3100-READ-POLICY THRU 3100-EXIT
005040         UNTIL LX-END-OF-FILE
005050     CLOSE POLYFILE
005060     PERFORM 6200-END-SECTION THRU 6200-EXIT.
005070 3000-EXIT.
005080     EXIT.
005090 3100-READ-POLICY.
005100     READ POLYFILE NEXT RECORD
005110         AT END
005120             SET LX-END-OF-FILE TO TRUE
005130         NOT AT END
005140             IF PR-CUSTOMER-NUM = LX-SUBJECT-NUM
005150                 PERFORM 3110-PRINT-POLICY THRU 3110-EXIT
005160             END-IF
005170     END-READ.
005180 3100-EXIT.
005190     EXIT.
005200 3110-PRINT-POLICY.
005210     ADD 1 TO LX-SECTION-COUNT
005220     MOVE PR-POLICY-NUM TO POL-POLICY-NUM
005230     MOVE PR-POLICY-TYPE TO POL-POLICY-TYPE
005240     MOVE PR-ISSUE-DATE TO POL-ISSUE-DATE
005250     MOVE PR-EXPIRY-DATE TO POL-EXPIRY-DATE
005260     MOVE PR-BROKERID TO POL-BROKERID
005270     MOVE PR-BROKERSREF TO POL-BROKERSREF
005280     MOVE PR-PAYMENT TO POL-PAYMENT
005290     MOVE PR-LASTCHANGED TO POL-LASTCHANGED
005300     MOVE POL-LINE TO SARRPT-RECORD
005310     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
005320     IF LX-POLYFILE-RECLEN > CA-POLICY-BASE-LENGTH
005330         SUBTRACT CA-POLICY-BASE-LENGTH FROM LX-POLYFILE-RECLEN
005340             GIVING LX-IMG-REMAIN
005350         MOVE POLICY-RECORD(CA-POLICY-BASE-LENGTH + 1:
005360             LX-IMG-REMAIN) TO LX-IMG-SOURCE
005370         MOVE 'DETAIL' TO LX-IMG-LABEL
005380         PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT
005390     END-IF.
005400 3110-EXIT.
005410     EXIT.
005420*+---------------------------------------------------------------+
005430*| 3500-REPORT-PAYMENTS                                          |
005440*|   CLAIM PAYMENTS MADE TO THE CUSTOMER - THE ARCHIVED ROWS     |
005450*|   LGLOGARC HAS TRIMMED OFF, THEN THE LIVE CLMPAY FILE.        |
005460*+---------------------------------------------------------------+
005470 3500-REPORT-PAYMENTS.
005480     MOVE 'CLMARCH - ARCHIVED CLAIM PAYMENTS' TO SEC-TITLE
005490     PERFORM 6100-START-SECTION THRU 6100-EXIT
005500     OPEN INPUT CLMARCH
005510     EVALUATE LX-CLMARCH-STATUS
005520         WHEN '00'
005530             PERFORM 3510-READ-CLMARCH THRU 3510-EXIT
005540                 UNTIL LX-END-OF-FILE
005550             CLOSE CLMARCH
005560             PERFORM 6200-END-SECTION THRU 6200-EXIT
005570         WHEN '35'
005580             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
005590         WHEN OTHER
005600             DISPLAY 'LGSUBACC: OPEN CLMARCH FAILED, STATUS='
005610                 LX-CLMARCH-STATUS
005620             PERFORM 9900-ABEND THRU 9900-EXIT
005630     END-EVALUATE
005640     MOVE 'CLMPAY - CLAIM PAYMENTS' TO SEC-TITLE
005650     PERFORM 6100-START-SECTION THRU 6100-EXIT
005660     OPEN INPUT CLMPAY
005670     EVALUATE LX-CLMPAY-STATUS
005680         WHEN '00'
005690             PERFORM 3520-READ-CLMPAY THRU 3520-EXIT
005700                 UNTIL LX-END-OF-FILE
005710             CLOSE CLMPAY
005720             PERFORM 6200-END-SECTION THRU 6200-EXIT
005730         WHEN '35'
005740             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
005750         WHEN OTHER
005760             DISPLAY 'LGSUBACC: OPEN CLMPAY FAILED, STATUS='
005770                 LX-CLMPAY-STATUS
005780             PERFORM 9900-ABEND THRU 9900-EXIT
005790     END-EVALUATE.
005800 3500-EXIT.
005810     EXIT.
005820 3510-READ-CLMARCH.
005830     READ CLMARCH NEXT RECORD INTO CLAIM-PAYMENT-RECORD
005840         AT END
005850             SET LX-END-OF-FILE TO TRUE
005860         NOT AT END
005870             IF PY-CUSTOMER-NUM = LX-SUBJECT-NUM
005880                 PERFORM 3530-PRINT-PAYMENT THRU 3530-EXIT
005890             END-IF
005900     END-READ.
005910 3510-EXIT.
005920     EXIT.
005930 3520-READ-CLMPAY.
005940     READ CLMPAY NEXT RECORD
005950         AT END
005960             SET LX-END-OF-FILE TO TRUE
005970         NOT AT END
005980             IF PY-CUSTOMER-NUM = LX-SUBJECT-NUM
005990                 PERFORM 3530-PRINT-PAYMENT THRU 3530-EXIT
006000             END-IF
006010     END-READ.
006020 3520-EXIT.
006030     EXIT.
006040 3530-PRINT-PAYMENT.
006050     IF LX-SECTION-COUNT = ZERO
006060         MOVE PAY-HDG-LINE TO SARRPT-RECORD
006070         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
006080     END-IF
006090     ADD 1 TO LX-SECTION-COUNT
006100     MOVE PY-POLICY-NUM TO PAY-POLICY-NUM
006110     MOVE PY-TIMESTAMP TO PAY-PAID-AT
006120     MOVE PY-CLAIM-NUM TO PAY-CLAIM-NUM
006130     MOVE PY-PAYMENT-AMOUNT TO PAY-AMOUNT
006140     MOVE PY-PAYEE-NAME TO PAY-PAYEE-NAME
006150     MOVE PY-PAYEE-SORT-CODE TO PAY-SORT-CODE
006160     MOVE PY-PAYEE-ACCOUNT TO PAY-ACCOUNT
006170     MOVE PY-DISBURSE-STATUS TO PAY-STATUS
006180     MOVE PY-SENT-DATE TO PAY-SENT-DATE
006190     MOVE PY-RESULT-DATE TO PAY-RESULT-DATE
006200     MOVE PY-RETURN-REASON TO PAY-RETURN-REASON
006210     MOVE PAY-LINE TO SARRPT-RECORD
006220     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
006230 3530-EXIT.
006240     EXIT.
006250*+---------------------------------------------------------------+
006260*| 4000-REPORT-LEDGER                                            |
006270*|   THE CURRENT RECEIVABLES LEDGER GENERATION - EVERY BILLING   |
006280*|   ROW STILL CARRIED FOR THE CUSTOMER, PAID OR UNPAID.         |
006290*+---------------------------------------------------------------+
006300 4000-REPORT-LEDGER.
006310     MOVE 'RCVLIN - PREMIUM RECEIVABLES LEDGER' TO SEC-TITLE
006320     PERFORM 6100-START-SECTION THRU 6100-EXIT
006330     OPEN INPUT RCVLIN
006340     EVALUATE LX-RCVLIN-STATUS
006350         WHEN '00'
006360             PERFORM 4010-READ-LEDGER THRU 4010-EXIT
006370                 UNTIL LX-END-OF-FILE
006380             CLOSE RCVLIN
006390             PERFORM 6200-END-SECTION THRU 6200-EXIT
006400         WHEN '35'
006410             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
006420         WHEN OTHER
006430             DISPLAY 'LGSUBACC: OPEN RCVLIN FAILED, STATUS='
006440                 LX-RCVLIN-STATUS
006450             PERFORM 9900-ABEND THRU 9900-EXIT
006460     END-EVALUATE.
006470 4000-EXIT.
006480     EXIT.
006490 4010-READ-LEDGER.
006500     READ RCVLIN NEXT RECORD
006510         AT END
006520             SET LX-END-OF-FILE TO TRUE
006530         NOT AT END
006540             IF RV-CUSTOMER-NUM = LX-SUBJECT-NUM
006550                 PERFORM 4020-PRINT-LEDGER THRU 4020-EXIT
006560             END-IF
006570     END-READ.
006580 4010-EXIT.
006590     EXIT.
006600 4020-PRINT-LEDGER.
006610     IF LX-SECTION-COUNT = ZERO
006620         MOVE RCV-HDG-LINE TO SARRPT-RECORD
006630         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
006640     END-IF
006650     ADD 1 TO LX-SECTION-COUNT
006660     MOVE RV-BILLING-DATE TO RCV-BILLING-DATE
006670     MOVE RV-DUE-DATE TO RCV-DUE-DATE
006680     MOVE RV-BILLED-AMOUNT TO RCV-AMOUNT
006690     MOVE RV-STATUS TO RCV-STATUS
006700     MOVE RCV-LINE TO SARRPT-RECORD
006710     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
006720 4020-EXIT.
006730     EXIT.
006740*+---------------------------------------------------------------+
006750*| 5000-REPORT-CHANGES                                           |
006760*|   THE CHANGE TRAIL - THE CUSTOMER'S OWN ROWS BY KEY, AND      |
006770*|   EVERY POLICY ROW WHOSE BEFORE OR AFTER IMAGE CARRIES THE    |
006780*|   CUSTOMER'S NUMBER, SO POLICIES SINCE DELETED OR MERGED AWAY |
006790*|   ARE FOUND TOO. ARCHIVE GENERATIONS FIRST, THEN THE LIVE     |
006800*|   LOG.                                                        |
006810*+---------------------------------------------------------------+
006820 5000-REPORT-CHANGES.
006830     MOVE 'CHGARCH - ARCHIVED CHANGE HISTORY' TO SEC-TITLE
006840     PERFORM 6100-START-SECTION THRU 6100-EXIT
006850     OPEN INPUT CHGARCH
006860     EVALUATE LX-CHGARCH-STATUS
006870         WHEN '00'
006880             PERFORM 5010-READ-CHGARCH THRU 5010-EXIT
006890                 UNTIL LX-END-OF-FILE
006900             CLOSE CHGARCH
006910             PERFORM 6200-END-SECTION THRU 6200-EXIT
006920         WHEN '35'
006930             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
006940         WHEN OTHER
006950             DISPLAY 'LGSUBACC: OPEN CHGARCH FAILED, STATUS='
006960                 LX-CHGARCH-STATUS
006970             PERFORM 9900-ABEND THRU 9900-EXIT
006980     END-EVALUATE
006990     MOVE 'CHGHIST - CHANGE HISTORY' TO SEC-TITLE
007000     PERFORM 6100-START-SECTION THRU 6100-EXIT
007010     OPEN INPUT CHGHIST
007020     EVALUATE LX-CHGHIST-STATUS
007030         WHEN '00'
007040             PERFORM 5020-READ-CHGHIST THRU 5020-EXIT
007050                 UNTIL LX-END-OF-FILE
007060             CLOSE CHGHIST
007070             PERFORM 6200-END-SECTION THRU 6200-EXIT
007080         WHEN '35'
007090             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
007100         WHEN OTHER
007110             DISPLAY 'LGSUBACC: OPEN CHGHIST FAILED, STATUS='
007120                 LX-CHGHIST-STATUS
007130             PERFORM 9900-ABEND THRU 9900-EXIT
007140     END-EVALUATE.
007150 5000-EXIT.
007160     EXIT.
007170 5010-READ-CHGARCH.
007180     READ CHGARCH NEXT RECORD INTO CHANGE-HISTORY-RECORD
007190         AT END
007200             SET LX-END-OF-FILE TO TRUE
007210         NOT AT END
007220             PERFORM 5030-SELECT-CHANGE THRU 5030-EXIT
007230     END-READ.
007240 5010-EXIT.
007250     EXIT.
007260 5020-READ-CHGHIST.
007270     READ CHGHIST NEXT RECORD
007280         AT END
007290             SET LX-END-OF-FILE TO TRUE
007300         NOT AT END
007310             PERFORM 5030-SELECT-CHANGE THRU 5030-EXIT
007320     END-READ.
007330 5020-EXIT.
007340     EXIT.
007350 5030-SELECT-CHANGE.
007360     IF CH-ENTITY-CUSTOMER
007370         IF CH-RECORD-KEY = LX-SUBJECT-NUM
007380             PERFORM 5040-PRINT-CHANGE THRU 5040-EXIT
007390         END-IF
007400     ELSE
007410         IF CH-BEFORE-IMAGE(11:10) = LX-SUBJECT
007420                 OR CH-AFTER-IMAGE(11:10) = LX-SUBJECT
007430             PERFORM 5040-PRINT-CHANGE THRU 5040-EXIT
007440         END-IF
007450     END-IF.
007460 5030-EXIT.
007470     EXIT.
007480 5040-PRINT-CHANGE.
007490     IF LX-SECTION-COUNT = ZERO
007500         MOVE CHG-HDG-LINE TO SARRPT-RECORD
007510         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
007520     END-IF
007530     ADD 1 TO LX-SECTION-COUNT
007540     MOVE CH-TIMESTAMP TO CHG-TIMESTAMP
007550     MOVE CH-ENTITY-TYPE TO CHG-ENTITY-TYPE
007560     MOVE CH-ACTION TO CHG-ACTION
007570     MOVE CH-RECORD-KEY TO CHG-RECORD-KEY
007580     MOVE CH-TRNID TO CHG-TRNID
007590     MOVE CH-TRMID TO CHG-TRMID
007600     MOVE CHG-LINE TO SARRPT-RECORD
007610     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
007620     IF CH-BEFORE-IMAGE NOT = SPACES
007630         MOVE CH-BEFORE-IMAGE TO LX-IMG-SOURCE
007640         MOVE LENGTH OF CH-BEFORE-IMAGE TO LX-IMG-REMAIN
007650         MOVE 'BEFORE' TO LX-IMG-LABEL
007660         PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT
007670     END-IF
007680     IF CH-AFTER-IMAGE NOT = SPACES
007690         MOVE CH-AFTER-IMAGE TO LX-IMG-SOURCE
007700         MOVE LENGTH OF CH-AFTER-IMAGE TO LX-IMG-REMAIN
007710         MOVE 'AFTER' TO LX-IMG-LABEL
007720         PERFORM 7000-PRINT-IMAGE THRU 7000-EXIT
007730     END-IF.
007740 5040-EXIT.
007750     EXIT.
007760*+---------------------------------------------------------------+
007770*| 5500-REPORT-REQUESTS                                          |
007780*|   EVERY ONLINE REQUEST LOGGED AGAINST THE CUSTOMER NUMBER,    |
007790*|   ARCHIVED ROWS FIRST.                                        |
007800*+---------------------------------------------------------------+
007810 5500-REPORT-REQUESTS.
007820     MOVE 'RCLARCH - ARCHIVED REQUEST LOG' TO SEC-TITLE
007830     PERFORM 6100-START-SECTION THRU 6100-EXIT
007840     OPEN INPUT RCLARCH
007850     EVALUATE LX-RCLARCH-STATUS
007860         WHEN '00'
007870             PERFORM 5510-READ-RCLARCH THRU 5510-EXIT
007880                 UNTIL LX-END-OF-FILE
007890             CLOSE RCLARCH
007900             PERFORM 6200-END-SECTION THRU 6200-EXIT
007910         WHEN '35'
007920             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
007930         WHEN OTHER
007940             DISPLAY 'LGSUBACC: OPEN RCLARCH FAILED, STATUS='
007950                 LX-RCLARCH-STATUS
007960             PERFORM 9900-ABEND THRU 9900-EXIT
007970     END-EVALUATE
007980     MOVE 'RCLOG - REQUEST LOG' TO SEC-TITLE
007990     PERFORM 6100-START-SECTION THRU 6100-EXIT
008000     OPEN INPUT RCLOG
008010     EVALUATE LX-RCLOG-STATUS
008020         WHEN '00'
008030             PERFORM 5520-READ-RCLOG THRU 5520-EXIT
008040                 UNTIL LX-END-OF-FILE
008050             CLOSE RCLOG
008060             PERFORM 6200-END-SECTION THRU 6200-EXIT
008070         WHEN '35'
008080             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
008090         WHEN OTHER
008100             DISPLAY 'LGSUBACC: OPEN RCLOG FAILED, STATUS='
008110                 LX-RCLOG-STATUS
008120             PERFORM 9900-ABEND THRU 9900-EXIT
008130     END-EVALUATE.
008140 5500-EXIT.
008150     EXIT.
008160 5510-READ-RCLARCH.
008170     READ RCLARCH NEXT RECORD INTO RCLOG-RECORD
008180         AT END
008190             SET LX-END-OF-FILE TO TRUE
008200         NOT AT END
008210             IF RL-CUSTOMER-NUM = LX-SUBJECT-NUM
008220                 PERFORM 5530-PRINT-REQUEST THRU 5530-EXIT
008230             END-IF
008240     END-READ.
008250 5510-EXIT.
008260     EXIT.
008270 5520-READ-RCLOG.
008280     READ RCLOG NEXT RECORD
008290         AT END
008300             SET LX-END-OF-FILE TO TRUE
008310         NOT AT END
008320             IF RL-CUSTOMER-NUM = LX-SUBJECT-NUM
008330                 PERFORM 5530-PRINT-REQUEST THRU 5530-EXIT
008340             END-IF
008350     END-READ.
008360 5520-EXIT.
008370     EXIT.
008380 5530-PRINT-REQUEST.
008390     IF LX-SECTION-COUNT = ZERO
008400         MOVE RCL-HDG-LINE TO SARRPT-RECORD
008410         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
008420     END-IF
008430     ADD 1 TO LX-SECTION-COUNT
008440     MOVE RL-TIMESTAMP TO RCL-TIMESTAMP
008450     MOVE RL-REQUEST-ID TO RCL-REQUEST-ID
008460     MOVE RL-RETURN-CODE TO RCL-RETURN-CODE
008470     MOVE RCL-LINE TO SARRPT-RECORD
008480     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
008490 5530-EXIT.
008500     EXIT.
008510*+---------------------------------------------------------------+
008520*| 5800-REPORT-SECURITY-AUDIT                                    |
008530*|   EVERY FAILED SECURITY CHECK LOGGED FOR THE CUSTOMER,        |
008540*|   ARCHIVED ROWS FIRST.                                        |
008550*+---------------------------------------------------------------+
008560 5800-REPORT-SECURITY-AUDIT.
008570     MOVE 'SECARCH - ARCHIVED SECURITY AUDIT LOG' TO SEC-TITLE
008580     PERFORM 6100-START-SECTION THRU 6100-EXIT
008590     OPEN INPUT SECARCH
008600     EVALUATE LX-SECARCH-STATUS
008610         WHEN '00'
008620             PERFORM 5810-READ-SECARCH THRU 5810-EXIT
008630                 UNTIL LX-END-OF-FILE
008640             CLOSE SECARCH
008650             PERFORM 6200-END-SECTION THRU 6200-EXIT
008660         WHEN '35'
008670             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
008680         WHEN OTHER
008690             DISPLAY 'LGSUBACC: OPEN SECARCH FAILED, STATUS='
008700                 LX-SECARCH-STATUS
008710             PERFORM 9900-ABEND THRU 9900-EXIT
008720     END-EVALUATE
008730     MOVE 'SECRAUD - SECURITY AUDIT LOG' TO SEC-TITLE
008740     PERFORM 6100-START-SECTION THRU 6100-EXIT
008750     OPEN INPUT SECRAUD
008760     EVALUATE LX-SECRAUD-STATUS
008770         WHEN '00'
008780             PERFORM 5820-READ-SECRAUD THRU 5820-EXIT
008790                 UNTIL LX-END-OF-FILE
008800             CLOSE SECRAUD
008810             PERFORM 6200-END-SECTION THRU 6200-EXIT
008820         WHEN '35'
008830             PERFORM 6300-SECTION-ABSENT THRU 6300-EXIT
008840         WHEN OTHER
008850             DISPLAY 'LGSUBACC: OPEN SECRAUD FAILED, STATUS='
008860                 LX-SECRAUD-STATUS
008870             PERFORM 9900-ABEND THRU 9900-EXIT
008880     END-EVALUATE.
008890 5800-EXIT.
008900     EXIT.
008910 5810-READ-SECARCH.
008920     READ SECARCH NEXT RECORD INTO SECURITY-AUDIT-RECORD
008930         AT END
008940             SET LX-END-OF-FILE TO TRUE
008950         NOT AT END
008960             IF SA-CUSTOMER-NUM = LX-SUBJECT-NUM
008970                 PERFORM 5830-PRINT-SECURITY-AUDIT THRU 5830-EXIT
008980             END-IF
008990     END-READ.
009000 5810-EXIT.
009010     EXIT.
009020 5820-READ-SECRAUD.
009030     READ SECRAUD NEXT RECORD
009040         AT END
009050             SET LX-END-OF-FILE TO TRUE
009060         NOT AT END
009070             IF SA-CUSTOMER-NUM = LX-SUBJECT-NUM
009080                 PERFORM 5830-PRINT-SECURITY-AUDIT THRU 5830-EXIT
009090             END-IF
009100     END-READ.
009110 5820-EXIT.
009120     EXIT.
009130 5830-PRINT-SECURITY-AUDIT.
009140     IF LX-SECTION-COUNT = ZERO
009150         MOVE SAD-HDG-LINE TO SARRPT-RECORD
009160         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
009170     END-IF
009180     ADD 1 TO LX-SECTION-COUNT
009190     MOVE SA-TIMESTAMP TO SAD-TIMESTAMP
009200     MOVE SA-FAIL-COUNT TO SAD-FAIL-COUNT
009210     MOVE SA-RESULT-STATE TO SAD-RESULT-STATE
009220     MOVE SAD-LINE TO SARRPT-RECORD
009230     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
009240 5830-EXIT.
009250     EXIT.
009260*+---------------------------------------------------------------+
009270*| 6100-START-SECTION                                            |
009280*|   A BLANK LINE AND THE SEC-TITLE HEADING, AND A FRESH COUNT   |
009290*|   AND END-OF-FILE SWITCH FOR THE FILE ABOUT TO BE READ.       |
009300*+---------------------------------------------------------------+
009310 6100-START-SECTION.
009320     MOVE SPACES TO SARRPT-RECORD
009330     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
009340     MOVE SEC-LINE TO SARRPT-RECORD
009350     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
009360     MOVE ZERO TO LX-SECTION-COUNT
009370     MOVE 'N' TO LX-EOF-SWITCH.
009380 6100-EXIT.
009390     EXIT.
009400 6200-END-SECTION.
009410     ADD LX-SECTION-COUNT TO LX-RECORDS-FOUND
009420     MOVE LX-SECTION-COUNT TO CNT-RECORDS
009430     MOVE CNT-LINE TO SARRPT-RECORD
009440     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
009450 6200-EXIT.
009460     EXIT.
009470*+---------------------------------------------------------------+
009480*| 6300-SECTION-ABSENT                                           |
009490*|   AN OPTIONAL LOG OR ARCHIVE HAD NO DD IN THIS RUN. THE       |
009500*|   REPORT SAYS SO, SO NOBODY READS THE GAP AS NOTHING HELD.    |
009510*+---------------------------------------------------------------+
009520 6300-SECTION-ABSENT.
009530     ADD 1 TO LX-SECTIONS-ABSENT
009540     MOVE ABS-LINE TO SARRPT-RECORD
009550     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
009560 6300-EXIT.
009570     EXIT.
009580 6400-WRITE-FIELD-LINE.
009590     MOVE FLD-LINE TO SARRPT-RECORD
009600     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT.
009610 6400-EXIT.
009620     EXIT.
009630*+---------------------------------------------------------------+
009640*| 6900-WRITE-REPORT-LINE                                        |
009650*|   SARRPT-RECORD HAS BEEN BUILT.                               |
009660*+---------------------------------------------------------------+
009670 6900-WRITE-REPORT-LINE.
009680     WRITE SARRPT-RECORD
009690     IF LX-SARRPT-STATUS NOT = '00'
009700         DISPLAY 'LGSUBACC: WRITE SARRPT FAILED, STATUS='
009710             LX-SARRPT-STATUS
009720         PERFORM 9900-ABEND THRU 9900-EXIT
009730     END-IF.
009740 6900-EXIT.
009750     EXIT.
009760*+---------------------------------------------------------------+
009770*| 7000-PRINT-IMAGE                                              |
009780*|   PRINTS THE FIRST LX-IMG-REMAIN BYTES OF LX-IMG-SOURCE IN    |
009790*|   120-CHARACTER SLICES BEHIND LX-IMG-LABEL, THE WAY LGCHGRPT  |
009800*|   PRINTS ITS IMAGES - CONTINUATION SLICES CARRY NO LABEL AND  |
009810*|   ALL-SPACE CONTINUATION SLICES ARE NOT PRINTED.              |
009820*+---------------------------------------------------------------+
009830 7000-PRINT-IMAGE.
009840     MOVE 1 TO LX-IMG-OFFSET
009850     PERFORM 7010-PRINT-IMAGE-SLICE THRU 7010-EXIT
009860         UNTIL LX-IMG-REMAIN = ZERO.
009870 7000-EXIT.
009880     EXIT.
009890 7010-PRINT-IMAGE-SLICE.
009900     IF LX-IMG-REMAIN > LX-IMG-SLICE-WIDTH
009910         MOVE LX-IMG-SLICE-WIDTH TO LX-IMG-SLICE
009920     ELSE
009930         MOVE LX-IMG-REMAIN TO LX-IMG-SLICE
009940     END-IF
009950     IF LX-IMG-OFFSET = 1
009960             OR LX-IMG-SOURCE(LX-IMG-OFFSET:LX-IMG-SLICE)
009970                 NOT = SPACES
009980         MOVE SPACES TO IMG-LINE
009990         MOVE LX-IMG-LABEL TO IMG-LABEL
010000         MOVE LX-IMG-SOURCE(LX-IMG-OFFSET:LX-IMG-SLICE)
010010             TO IMG-TEXT
010020         MOVE IMG-LINE TO SARRPT-RECORD
010030         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
010040         MOVE SPACES TO LX-IMG-LABEL
010050     END-IF
010060     ADD LX-IMG-SLICE TO LX-IMG-OFFSET
010070     SUBTRACT LX-IMG-SLICE FROM LX-IMG-REMAIN.
010080 7010-EXIT.
010090     EXIT.
010100*+---------------------------------------------------------------+
010110*| 8100-BUILD-TIMESTAMP                                          |
010120*|   THE SAME YYYYMMDD-HH:MM:SS STAMP LGICDB01 PUTS ON ITS       |
010130*|   LOGS, FOR THE REPORT HEADING.                               |
010140*+---------------------------------------------------------------+
010150 8100-BUILD-TIMESTAMP.
010160     ACCEPT LX-TS-DATE FROM DATE YYYYMMDD
010170     ACCEPT LX-TIME-OF-DAY FROM TIME
010180     MOVE LX-TOD-HH TO LX-TS-HH
010190     MOVE LX-TOD-MM TO LX-TS-MM
010200     MOVE LX-TOD-SS TO LX-TS-SS.
010210 8100-EXIT.
010220     EXIT.
010230*+---------------------------------------------------------------+
010240*| 9900-ABEND                                                    |
010250*|   A BAD CUSTOMER NUMBER, OR A FILE THAT DID NOT OPEN OR READ  |
010260*|   CLEANLY - A PARTIAL SUBJECT ACCESS REPORT MUST NOT GO OUT   |
010270*|   AS IF IT WERE COMPLETE, SO STOP.                            |
010280*+---------------------------------------------------------------+
010290 9900-ABEND.
010300     MOVE 16 TO RETURN-CODE
010310     STOP RUN.
010320 9900-EXIT.
010330     EXIT.
010340*+---------------------------------------------------------------+
010350*| 9999-EXIT                                                     |
010360*+---------------------------------------------------------------+
010370 9999-EXIT.
010380     DISPLAY 'LGSUBACC: CUSTOMER=' LX-SUBJECT-NUM
010390         ' RECORDS FOUND=' LX-RECORDS-FOUND
010400         ' FILES NOT PRESENT=' LX-SECTIONS-ABSENT
010410     CLOSE SARRPT
010420     GOBACK.
010430 9999-EXIT-EXIT.
010440     EXIT.
