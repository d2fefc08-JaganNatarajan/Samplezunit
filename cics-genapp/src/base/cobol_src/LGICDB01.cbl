000990*                   TRTYFIL PARAMETERS, EACH SHARE ON THE
001000*                   CESSION QUEUE FOR LGRIBORD'S BORDEREAU.
001010*                   SEE 3994-FIND-CURRENT-TREATY ONWARDS.
      *   15/10/2026 IAG  ADDED THE 01ENDP MID-TERM ADJUSTMENT - NEW
      *                   COVER AND PREMIUM FROM AN EFFECTIVE DATE, THE
      *                   PRO-RATA ADDITIONAL OR RETURN PREMIUM FOR THE
      *                   REST OF THE TERM ON THE SAME DAY COUNT 01CNCP
      *                   USES, AN ENDEXT ROW FOR THE BILLING RUN, A
      *                   CHGHIST ROW (ACTION E) AND A NUMBERED VERSION
      *                   OF COVER ON THE ENDHIST ENDORSEMENT HISTORY
      *                   FILE, LISTED BY THE NEW 01IEND INQUIRY - SEE
      *                   3930-ENDORSE-POLICY.
      *   15/10/2026 IAG  ADDED 01QPOL QUOTE AND 01BQTE BIND. A QUOTE
      *                   RUNS THE 01ADDC UNDERWRITING (OR THE
      *                   RATEFILE CLAIMS LOADING FOR THE OTHER
      *                   TYPES) AND GOES TO THE QUOTFILE QUOTE FILE
      *                   UNDER A QUOTENUM-SERIES NUMBER WITH AN
      *                   EXPIRY DATE, TOUCHING NEITHER POLYFILE,
      *                   CESSION NOR THE POLICY SERIES; A BIND PUTS
      *                   AN UNEXPIRED QUOTE ON COVER AT THE QUOTED
      *                   PRICE (RC 96 WHEN IT CANNOT BE BOUND).
      *                   3830-CHECK-BROKER NOW READS THE BROKER
      *                   MASTER THROUGH 3832-VALIDATE-BROKER-NUM,
      *                   WHICH THE QUOTE PATHS SHARE. SEE
      *                   3860-QUOTE-POLICY.
      *   15/10/2026 IAG  01PAYC NOW NEEDS PAYEE BANK DETAILS ON THE
      *                   CLAIM (STORED FROM 01ADDL OR SENT WITH THE
      *                   PAYMENT) AND COPIES THEM ONTO THE CLMPAY ROW,
      *                   WRITTEN PENDING FOR THE LGCLMDSB BANK FILE.
      *                   01IPYH RETURNS EACH ROW'S DISBURSEMENT STATE
      *                   AND RETURN REASON. SEE 3988-SET-CLAIM-PAYEE.
      *   15/10/2026 IAG  A POLICY ADD (01ADDX OR A BOUND QUOTE) NOW
      *                   WRITES A CHGHIST ROW (ACTION A) CARRYING THE
      *                   NEW POLICY'S COMMON FIELDS - THE WRITTEN
      *                   PREMIUM THE LGGLPOST GL RUN PICKS UP. SEE
      *                   3825-LOG-POLICY-ADD.
      *   15/10/2026 IAG  EVERY REQUEST THAT TOUCHES CUSTFILE/SECRFILE,
      *                   POLYFILE OR CLMPAY NOW CHECKS THE GROUP'S
      *                   SVCCTL SERVICE STATE FIRST AND RETURNS RC 97
      *                   WHILE A BATCH WINDOW HAS IT CLOSED, OR READ-
      *                   ONLY FOR A REQUEST THAT WOULD CHANGE IT. SEE
      *                   2200-CHECK-SERVICE-WINDOW.
      *   15/10/2026 IAG  ADDED THE 01IBPL POLICIES-BY-BROKER INQUIRY, A
      *                   BROWSE OF THE NEW POLBRKR ALTERNATE-INDEX PATH
      *                   OVER PR-BROKERID THAT LISTS A BROKER'S BOOK
      *                   WHETHER THEY ARE ACTIVE OR SUSPENDED - SEE
      *                   3730-INQUIRE-BROKER-POLICIES.
      *   15/10/2026 IAG  A POLICY ADD OR BOUND QUOTE, 01RENP, 01CNCP
      *                   AND 01APRC/01REJC NOW QUEUE THE DOCUMENTS
      *                   THE CUSTOMER IS OWED - SCHEDULE, RENEWAL
      *                   CONFIRMATION, MOTOR CERTIFICATE, CANCELLATION
      *                   OR DECISION LETTER - ON DOCREQ FOR THE
      *                   LGDOCGEN OVERNIGHT RUN. SEE 8300-QUEUE-
      *                   DOCUMENTS.
      *   15/10/2026 IAG  01QPOL NOW NEEDS THE POLICY GROUP OPEN FOR
      *                   INQUIRY - RATING A QUOTE BROWSES THE
      *                   CUSTOMER'S CLAIMS ON POLCUST.
001020*-----------------------------------------------------------------
001030 ENVIRONMENT DIVISION.
001040 DATA DIVISION.
001260 COPY CACESEXT.
001270 COPY CACHGHST.
001280 COPY CARCLOG.
001281 COPY CAENDHMS.
001282 COPY CAENDEXT.
001283 COPY CAQUOTMS.
001284 COPY CASVCCTL.
001285 COPY CADOCREQ.
001290*-----------------------------------------------------------------
001300* CICS RESPONSE CODES AND BROWSE CONTROL.
001310*-----------------------------------------------------------------
001530*    EIBTASKN UNPACKED FOR THE CLMPAY KEY - SEE 3987-WRITE-
001540*    CLAIM-PAYMENT.
001550 77 LG-TASK-NUMBER         PIC 9(09).
      *    THE FILE GROUPS (UP TO TWO) A REQUEST TOUCHES AND HOW - SET
      *    BY 2200-CHECK-SERVICE-WINDOW, CHECKED ONE AT A TIME AGAINST
      *    SVCCTL BY 2210-CHECK-ONE-GROUP.
       01 LG-SERVICE-WORK.
           05 LG-SVC-GROUP-1     PIC X(08).
           05 LG-SVC-ACCESS-1    PIC X(01).
           05 LG-SVC-GROUP-2     PIC X(08).
           05 LG-SVC-ACCESS-2    PIC X(01).
           05 LG-SVC-ACCESS      PIC X(01).
               88 LG-SVC-INQUIRY     VALUE 'I'.
               88 LG-SVC-UPDATE      VALUE 'U'.
001560*-----------------------------------------------------------------
001570* CHANGE-HISTORY STAGING - EACH ADD/UPDATE/RENEW/DELETE PATH FILLS
001580* THESE AND PERFORMS 8200-WRITE-CHANGE-HISTORY. THE POLICY
001590* IMAGES ARE THE 93-BYTE COMMON PORTION ONLY - SEE CACHGHST.
001600*-----------------------------------------------------------------
001640     05 LG-CH-KEY          PIC 9(10).
001650     05 LG-CH-BEFORE       PIC X(250).
001660     05 LG-CH-AFTER        PIC X(250).
      *-----------------------------------------------------------------
      * CUSTOMER DOCUMENT REQUESTS - EACH PATH THAT OWES THE CUSTOMER A
      * DOCUMENT SETS THE EVENT AND PERFORMS 8300-QUEUE-DOCUMENTS. THE
      * RENEWAL PATH ALSO KEEPS THE PREMIUM AS IT STOOD BEFORE
      * 3976-REPRICE-PREMIUM CHANGED IT, FOR THE CONFIRMATION TO QUOTE.
      *-----------------------------------------------------------------
       01 LG-DOCUMENT-WORK.
           05 LG-DOC-EVENT       PIC X(01).
               88 LG-DOC-NEW-BUSINESS   VALUE 'N'.
               88 LG-DOC-RENEWAL        VALUE 'R'.
               88 LG-DOC-CANCELLATION   VALUE 'C'.
               88 LG-DOC-CLAIM-DECISION VALUE 'D'.
           05 LG-DOC-OLD-PAYMENT PIC 9(06).
001670*-----------------------------------------------------------------
001680* MISCELLANEOUS CONTROL FIELDS.
001690*-----------------------------------------------------------------
002120         88 LG-CS-IS-CLAIM     VALUE 'L'.
002130     05 FILLER             PIC X(72).
002140     05 FILLER             PIC X(546).
002150*    CA-C-STATUS IS BYTE 640 OF A CLAIM RECORD, AHEAD OF THE
002160*    PAYEE BANK DETAILS - SEE CAPOLSPC. OPEN OR
002170*    SETTLED CLAIMS LOAD THE RENEWAL; REJECTED ONES COST THE
002180*    BOOK NOTHING AND DO NOT.
002190     05 LG-CS-CLAIM-STATUS PIC X(01).
002200         88 LG-CS-CLAIM-LOADS  VALUES 'O' ' ' 'S'.
002210*    PADDING TO CA-POLICY-MAX-LENGTH, COVERING THE PAYEE FIELDS
002215*    AND CA-C-FILLER -
002220*    THE BROWSE CROSSES EVERY RECORD THE CUSTOMER HOLDS, AND A
002230*    COMMERCIAL RECORD (1195 BYTES) READ INTO AN AREA CUT TO
002240*    THE 640-BYTE CLAIM SHAPE WOULD RAISE LENGERR AND ABEND
002470     05 LG-DN-M            PIC S9(08) COMP.
002480     05 LG-DN-WORK         PIC S9(08) COMP.
002490     05 LG-DN-DAYNO        PIC S9(08) COMP.
      *-----------------------------------------------------------------
      * MID-TERM ENDORSEMENT WORK AREA (01ENDP) - SEE 3930-ENDORSE-
      * POLICY. THE DAY COUNTS ARE TAKEN EXACTLY AS 01CNCP TAKES THEM,
      * THROUGH 3968-DATE-TO-DAY-NUMBER, SO AN ENDORSEMENT AND A
      * CANCELLATION DATED THE SAME DAY SPLIT THE TERM IDENTICALLY. THE
      * OLD COVER IS HELD HERE WHILE THE NEW COVER IS APPLIED AND RATED,
      * SO A POLICY'S FIRST ENDORSEMENT CAN STILL RECORD THE ORIGINAL
      * TERMS AS VERSION 0000.
      *-----------------------------------------------------------------
       01 LG-ENDORSE-WORK.
           05 LG-EN-ISSUE-DAYNO  PIC S9(08) COMP.
           05 LG-EN-EXPIRY-DAYNO PIC S9(08) COMP.
           05 LG-EN-EFFECT-DAYNO PIC S9(08) COMP.
           05 LG-EN-TOTAL-DAYS   PIC S9(08) COMP.
           05 LG-EN-REMAIN-DAYS  PIC S9(08) COMP.
           05 LG-EN-OLD-PAYMENT  PIC 9(06).
           05 LG-EN-DIFFERENCE   PIC 9(06).
           05 LG-EN-ADJUSTMENT   PIC 9(10).
           05 LG-EN-ADJUST-TYPE  PIC X(01).
           05 LG-EN-LAST-NUM     PIC 9(04).
           05 LG-EN-LAST-EFFECTIVE PIC X(10).
           05 LG-EN-OLD-COVER    PIC X(1102).
       77 LG-ENDORSE-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 LG-ENDORSE-WAS-FOUND   VALUE 'Y'.
      *    BROWSE KEY FOR ENDHIST - THE CAENDHMS KEY SHAPE, STARTED AT
      *    THE POLICY NUMBER WITH ENDORSEMENT NUMBER ZERO.
       01 LG-ENDHIST-KEY.
           05 LG-EK-POLICY-NUM   PIC 9(10).
           05 LG-EK-ENDORSE-NUM  PIC 9(04).
      *-----------------------------------------------------------------
      * QUOTE AND BIND WORK AREA (01QPOL/01BQTE) - SEE 3860-QUOTE-
      * POLICY. A QUOTE STANDS FOR LG-QT-VALID-DAYS CALENDAR DAYS FROM
      * THE DAY IT IS GIVEN; THE EXPIRY IS WORKED OUT AS A DAY NUMBER
      * (3968-DATE-TO-DAY-NUMBER) AND TURNED BACK INTO A DATE BY
      * 3869-DAY-NUMBER-TO-DATE, WHOSE INTERMEDIATE PRODUCTS NEED THE
      * NINE-DIGIT FIELDS BELOW.
      *-----------------------------------------------------------------
       78 LG-QT-VALID-DAYS       VALUE 30.
       01 LG-QUOTE-WORK.
           05 LG-QW-TODAY        PIC X(10).
           05 LG-QW-EXPIRY       PIC X(10).
           05 LG-QW-L            PIC S9(09) COMP.
           05 LG-QW-N            PIC S9(09) COMP.
           05 LG-QW-I            PIC S9(09) COMP.
           05 LG-QW-J            PIC S9(09) COMP.
           05 LG-QW-WORK         PIC S9(09) COMP.
002500*-----------------------------------------------------------------
002510* REINSURANCE CESSION WORK (01ADDC/01APRC/01PAYC) - SEE
002520* 3994-FIND-CURRENT-TREATY THROUGH 3999-WRITE-CESSION. THE
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003280     PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT
003290     IF CA-RETURN-CODE = ZERO
003292         PERFORM 2200-CHECK-SERVICE-WINDOW THRU 2200-EXIT
003294     END-IF
003296     IF CA-RETURN-CODE = ZERO
003300         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
003310     END-IF
003320     PERFORM 8000-LOG-REQUEST THRU 8000-EXIT
003730 2100-EXIT.
003740     EXIT.
003750*+---------------------------------------------------------------+
      *| 2200-CHECK-SERVICE-WINDOW                                     |
      *|   A BATCH JOB THAT UPDATES A GROUP OF MASTER FILES MARKS THE  |
      *|   GROUP CLOSED OR READ-ONLY ON SVCCTL WHILE IT RUNS (SEE      |
      *|   CASVCCTL). WORK OUT WHICH GROUPS THIS REQUEST READS OR      |
      *|   CHANGES AND REFUSE IT WITH RC 97 IF ANY OF THEM IS NOT      |
      *|   AVAILABLE FOR THAT KIND OF ACCESS. 01CSEC COUNTS AS AN      |
      *|   UPDATE - A FAILED SIGN-ON REWRITES THE SECRFILE ROW. THE    |
      *|   BROKER MAINTENANCE REQUESTS TOUCH NONE OF THE GROUPS AND    |
      *|   ARE NEVER HELD BACK; 01IBPL READS POLYFILE, AND SO DOES     |
      *|   01QPOL - RATING A QUOTE BROWSES THE CUSTOMER'S CLAIMS.      |
      *+---------------------------------------------------------------+
       2200-CHECK-SERVICE-WINDOW.
           MOVE SPACES TO LG-SERVICE-WORK
           EVALUATE TRUE
               WHEN CA-REQ-INQUIRE-CUSTOMER OR CA-REQ-SEARCH-CUSTOMER
                   MOVE 'CUSTOMER' TO LG-SVC-GROUP-1
                   MOVE 'I' TO LG-SVC-ACCESS-1
               WHEN CA-REQ-INQUIRE-CUST-AND-POLICIES
                   MOVE 'CUSTOMER' TO LG-SVC-GROUP-1
                   MOVE 'I' TO LG-SVC-ACCESS-1
                   MOVE 'POLICY' TO LG-SVC-GROUP-2
                   MOVE 'I' TO LG-SVC-ACCESS-2
               WHEN CA-REQ-ADD-CUSTOMER OR CA-REQ-UPDATE-CUSTOMER
                       OR CA-REQ-CHECK-SECURITY OR CA-REQ-SET-SECURITY
                   MOVE 'CUSTOMER' TO LG-SVC-GROUP-1
                   MOVE 'U' TO LG-SVC-ACCESS-1
               WHEN CA-REQ-DELETE-CUSTOMER
                   MOVE 'CUSTOMER' TO LG-SVC-GROUP-1
                   MOVE 'U' TO LG-SVC-ACCESS-1
                   MOVE 'POLICY' TO LG-SVC-GROUP-2
                   MOVE 'I' TO LG-SVC-ACCESS-2
               WHEN CA-REQ-INQUIRE-POLICY OR CA-REQ-INQUIRE-ENDORSEMENTS
                       OR CA-REQ-INQUIRE-BROKER-POLICIES
                       OR CA-REQ-QUOTE-POLICY
                   MOVE 'POLICY' TO LG-SVC-GROUP-1
                   MOVE 'I' TO LG-SVC-ACCESS-1
               WHEN CA-REQ-ADD-ENDOWMENT OR CA-REQ-ADD-HOUSE
                       OR CA-REQ-ADD-MOTOR OR CA-REQ-ADD-COMMERCIAL
                       OR CA-REQ-ADD-CLAIM OR CA-REQ-ADD-TRAVEL
                       OR CA-REQ-BIND-QUOTE OR CA-REQ-UPDATE-POLICY
                       OR CA-REQ-RENEW-POLICY OR CA-REQ-CANCEL-POLICY
                       OR CA-REQ-ENDORSE-POLICY OR CA-REQ-DELETE-POLICY
                       OR CA-REQ-APPROVE-CLAIM OR CA-REQ-REJECT-CLAIM
                   MOVE 'POLICY' TO LG-SVC-GROUP-1
                   MOVE 'U' TO LG-SVC-ACCESS-1
               WHEN CA-REQ-PAY-CLAIM
                   MOVE 'POLICY' TO LG-SVC-GROUP-1
                   MOVE 'U' TO LG-SVC-ACCESS-1
                   MOVE 'CLMPAY' TO LG-SVC-GROUP-2
                   MOVE 'U' TO LG-SVC-ACCESS-2
               WHEN CA-REQ-INQUIRE-PAYMENTS
                   MOVE 'POLICY' TO LG-SVC-GROUP-1
                   MOVE 'I' TO LG-SVC-ACCESS-1
                   MOVE 'CLMPAY' TO LG-SVC-GROUP-2
                   MOVE 'I' TO LG-SVC-ACCESS-2
           END-EVALUATE
           IF LG-SVC-GROUP-1 NOT = SPACES
               MOVE LG-SVC-GROUP-1 TO SC-FILE-GROUP
               MOVE LG-SVC-ACCESS-1 TO LG-SVC-ACCESS
               PERFORM 2210-CHECK-ONE-GROUP THRU 2210-EXIT
           END-IF
           IF LG-SVC-GROUP-2 NOT = SPACES AND CA-RETURN-CODE = ZERO
               MOVE LG-SVC-GROUP-2 TO SC-FILE-GROUP
               MOVE LG-SVC-ACCESS-2 TO LG-SVC-ACCESS
               PERFORM 2210-CHECK-ONE-GROUP THRU 2210-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 2210-CHECK-ONE-GROUP                                          |
      *|   SC-FILE-GROUP AND LG-SVC-ACCESS ARE SET. A GROUP WITH NO    |
      *|   SVCCTL ROW HAS NEVER BEEN TAKEN BY A BATCH JOB AND IS OPEN. |
      *+---------------------------------------------------------------+
       2210-CHECK-ONE-GROUP.
           EXEC CICS READ
               FILE('SVCCTL')
               INTO(SERVICE-CONTROL-RECORD)
               RIDFLD(SC-FILE-GROUP)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   IF SC-SERVICE-CLOSED
                       SET CA-RC-SERVICE-UNAVAILABLE TO TRUE
                   END-IF
                   IF SC-SERVICE-READ-ONLY AND LG-SVC-UPDATE
                       SET CA-RC-SERVICE-UNAVAILABLE TO TRUE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       2210-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
003760*| 3000-PROCESS-REQUEST                                          |
003770*+---------------------------------------------------------------+
003780 3000-PROCESS-REQUEST.
003990             PERFORM 3720-UPDATE-BROKER THRU 3720-EXIT
004000         WHEN CA-REQ-INQUIRE-BROKER
004010             PERFORM 3725-INQUIRE-BROKER THRU 3725-EXIT
004013         WHEN CA-REQ-INQUIRE-BROKER-POLICIES
004016             PERFORM 3730-INQUIRE-BROKER-POLICIES THRU 3730-EXIT
004020         WHEN CA-REQ-ADD-ENDOWMENT OR CA-REQ-ADD-HOUSE
004030                 OR CA-REQ-ADD-MOTOR OR CA-REQ-ADD-COMMERCIAL
004040                 OR CA-REQ-ADD-CLAIM OR CA-REQ-ADD-TRAVEL
004110             PERFORM 3970-RENEW-POLICY THRU 3970-EXIT
004120         WHEN CA-REQ-CANCEL-POLICY
004130             PERFORM 3965-CANCEL-POLICY THRU 3965-EXIT
004131         WHEN CA-REQ-ENDORSE-POLICY
004132             PERFORM 3930-ENDORSE-POLICY THRU 3930-EXIT
004133         WHEN CA-REQ-INQUIRE-ENDORSEMENTS
004134             PERFORM 3940-INQUIRE-ENDORSEMENTS THRU 3940-EXIT
004135         WHEN CA-REQ-QUOTE-POLICY
004136             PERFORM 3860-QUOTE-POLICY THRU 3860-EXIT
004137         WHEN CA-REQ-BIND-QUOTE
004138             PERFORM 3870-BIND-QUOTE THRU 3870-EXIT
004140         WHEN CA-REQ-INQUIRE-PAYMENTS
004150             PERFORM 3990-INQUIRE-PAYMENTS THRU 3990-EXIT
004160         WHEN CA-REQ-APPROVE-CLAIM OR CA-REQ-REJECT-CLAIM
011220 3725-EXIT.
011230     EXIT.
011240*+---------------------------------------------------------------+
      *| 3730-INQUIRE-BROKER-POLICIES                                  |
      *|   01IBPL. THE BROKER'S NAME AND STATUS FROM BRKFILE, THEN UP  |
      *|   TO 500 OF THEIR POLICIES IN CA-BP-POLICY-TABLE, BROWSING    |
      *|   POLYFILE BY ITS PR-BROKERID ALTERNATE-INDEX PATH, POLBRKR - |
      *|   THE SAME PATTERN 3520-BROWSE-POLICIES USES OVER POLCUST. A  |
      *|   SUSPENDED BROKER IS LISTED LIKE ANY OTHER: THEIR BOOK IS    |
      *|   WHAT THE LGBRKTRF TRANSFER RUN IS SET UP FROM.              |
      *+---------------------------------------------------------------+
       3730-INQUIRE-BROKER-POLICIES.
           MOVE CA-BP-BROKER-NUM TO BM-BROKER-NUM
           EXEC CICS READ
               FILE('BRKFILE')
               INTO(BROKER-RECORD)
               RIDFLD(BM-BROKER-NUM)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE CA-BROKER-NAME OF BROKER-RECORD
                       TO CA-BP-BROKER-NAME
                   MOVE CA-BROKER-STATUS OF BROKER-RECORD
                       TO CA-BP-BROKER-STATUS
                   MOVE ZERO TO CA-BP-POLICY-COUNT
                   MOVE CA-BP-BROKER-NUM TO PR-BROKERID
                   PERFORM 3732-BROWSE-BROKER-POLICIES THRU 3732-EXIT
                   SET CA-RC-SUCCESS TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3730-EXIT.
           EXIT.
       3732-BROWSE-BROKER-POLICIES.
           MOVE 'N' TO LG-BROWSE-ACTIVE
           SET LG-BROWSE-SWITCH TO SPACES
           EXEC CICS STARTBR
               FILE('POLBRKR')
               RIDFLD(PR-BROKERID)
               GTEQ
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO LG-BROWSE-ACTIVE
               WHEN DFHRESP(NOTFND)
                   SET LG-BROWSE-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE
           PERFORM 3734-BUILD-BROKER-POLICY THRU 3734-EXIT
               UNTIL LG-BROWSE-DONE OR CA-BP-POLICY-COUNT = 500
           IF LG-BROWSE-IS-ACTIVE
               EXEC CICS ENDBR
                   FILE('POLBRKR')
               END-EXEC
           END-IF.
       3732-EXIT.
           EXIT.
       3734-BUILD-BROKER-POLICY.
           EXEC CICS READNEXT
               FILE('POLBRKR')
               INTO(POLICY-RECORD)
               RIDFLD(PR-BROKERID)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
      *        DUPKEY JUST MEANS MORE POLICIES SHARE THIS BROKER NUMBER
      *        ON THE PATH - THE READ ITSELF SUCCEEDED.
               WHEN DFHRESP(NORMAL)
               WHEN DFHRESP(DUPKEY)
                   IF PR-BROKERID NOT = CA-BP-BROKER-NUM
                       SET LG-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO CA-BP-POLICY-COUNT
                       MOVE PR-POLICY-NUM TO
                           CA-BP-POLICY-NUM(CA-BP-POLICY-COUNT)
                       MOVE PR-CUSTOMER-NUM TO
                           CA-BP-CUSTOMER-NUM(CA-BP-POLICY-COUNT)
                       MOVE PR-POLICY-TYPE TO
                           CA-BP-POLICY-TYPE(CA-BP-POLICY-COUNT)
                       MOVE PR-ISSUE-DATE TO
                           CA-BP-ISSUE-DATE(CA-BP-POLICY-COUNT)
                       MOVE PR-EXPIRY-DATE TO
                           CA-BP-EXPIRY-DATE(CA-BP-POLICY-COUNT)
                       MOVE PR-BROKERSREF TO
                           CA-BP-BROKERSREF(CA-BP-POLICY-COUNT)
                       MOVE PR-PAYMENT TO
                           CA-BP-PAYMENT(CA-BP-POLICY-COUNT)
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET LG-BROWSE-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3734-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
011250*| 3800-ADD-POLICY                                               |
011260*|   COMMON TO ALL SIX POLICY TYPES (ENDOWMENT, HOUSE, MOTOR,    |
011270*|   COMMERCIAL, CLAIM AND TRAVEL) - THE TYPE-SPECIFIC DATA IS    |
011840                 IF CA-REQ-ADD-COMMERCIAL
011850                     PERFORM 3996-CEDE-COMMERCIAL-PREMIUM
011860                         THRU 3996-EXIT
011861                 END-IF
011862                 PERFORM 3825-LOG-POLICY-ADD THRU 3825-EXIT
011863                 IF NOT PR-POLICY-IS-CLAIM
011864                     SET LG-DOC-NEW-BUSINESS TO TRUE
011865                     PERFORM 8300-QUEUE-DOCUMENTS THRU 8300-EXIT
011870                 END-IF
011880                 SET CA-RC-SUCCESS TO TRUE
011890             WHEN DFHRESP(DUPREC)
012810 3820-EXIT.
012820     EXIT.
012830*+---------------------------------------------------------------+
      *| 3825-LOG-POLICY-ADD                                           |
      *|   A NEW POLICY GOES ON THE CHANGE TRAIL WITH NO BEFORE IMAGE  |
      *|   - A DELETE IN REVERSE. THE AFTER IMAGE'S PR-PAYMENT IS THE  |
      *|   NEW-BUSINESS WRITTEN PREMIUM LGGLPOST POSTS TO THE LEDGER,  |
      *|   THE SAME WAY IT TAKES RENEWAL PREMIUM FROM THE ACTION R     |
      *|   ROWS 3972-APPLY-RENEWAL WRITES.                             |
      *+---------------------------------------------------------------+
       3825-LOG-POLICY-ADD.
           MOVE SPACES TO LG-CH-BEFORE
           MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH) TO LG-CH-AFTER
           MOVE 'P' TO LG-CH-ENTITY
           MOVE 'A' TO LG-CH-ACTION
           MOVE PR-POLICY-NUM TO LG-CH-KEY
           PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT.
       3825-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
012840*| 3830-CHECK-BROKER                                             |
012850*|   A POLICY ADD OR UPDATE NAMING A NONZERO CA-BROKERID MUST    |
012860*|   NAME A BROKER WHO IS ON THE BROKER MASTER FILE AND STILL    |
012900*+---------------------------------------------------------------+
012910 3830-CHECK-BROKER.
012920     MOVE CA-BROKERID TO BM-BROKER-NUM
           PERFORM 3832-VALIDATE-BROKER-NUM THRU 3832-EXIT.
       3830-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3832-VALIDATE-BROKER-NUM                                      |
      *|   THE BROKER MASTER CHECK ITSELF, FOR WHATEVER BROKER NUMBER  |
      *|   THE CALLER HAS PUT IN BM-BROKER-NUM - THE QUOTE AND BIND    |
      *|   PATHS CARRY THEIR BROKER OUTSIDE CA-POLICY-REQUEST.         |
      *+---------------------------------------------------------------+
       3832-VALIDATE-BROKER-NUM.
012930     EXEC CICS READ
012940         FILE('BRKFILE')
012950         INTO(BROKER-RECORD)
013060         WHEN OTHER
013070             PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
013080     END-EVALUATE.
013090 3832-EXIT.
013100     EXIT.
013110*+---------------------------------------------------------------+
013120*| 3850-UNDERWRITE-COMMERCIAL                                    |
014300 3856-EXIT.
014310     EXIT.
014320*+---------------------------------------------------------------+
      *| 3860-QUOTE-POLICY                                             |
      *|   01QPOL. BUILDS THE POLICY IN POLICY-RECORD EXACTLY AS AN    |
      *|   01ADDX WOULD, PRICES IT (SEE 3862-RATE-QUOTE), CHECKS THE   |
      *|   BROKER AS AN ADD DOES, AND FILES THE RESULT ON QUOTFILE     |
      *|   UNDER THE NEXT QUOTENUM NUMBER. POLICY-RECORD IS ONLY A     |
      *|   WORK AREA HERE - NOTHING GOES TO POLYFILE, NO TREATY SHARE  |
      *|   IS CEDED AND NO POLICY NUMBER IS DRAWN UNTIL THE QUOTE IS   |
      *|   BOUND.                                                      |
      *+---------------------------------------------------------------+
       3860-QUOTE-POLICY.
           IF NOT CA-QT-TYPE-QUOTABLE OR CA-QT-PAYMENT NOT NUMERIC
               SET CA-RC-INVALID-REQUEST TO TRUE
           ELSE
               MOVE ZERO TO PR-POLICY-NUM
               MOVE CA-CUSTOMER-NUM TO PR-CUSTOMER-NUM
               MOVE CA-QT-POLICY-TYPE TO PR-POLICY-TYPE
               MOVE CA-QT-ISSUE-DATE TO PR-ISSUE-DATE
               MOVE CA-QT-EXPIRY-DATE TO PR-EXPIRY-DATE
               MOVE SPACES TO PR-LASTCHANGED
               MOVE CA-QT-BROKERID TO PR-BROKERID
               MOVE CA-QT-BROKERSREF TO PR-BROKERSREF
               MOVE CA-QT-PAYMENT TO PR-PAYMENT
               MOVE CA-QT-COVER-DATA
                   TO CA-POLICY-SPECIFIC OF POLICY-RECORD
               PERFORM 3862-RATE-QUOTE THRU 3862-EXIT
               IF CA-RETURN-CODE = ZERO AND PR-BROKERID NOT = ZERO
                   MOVE PR-BROKERID TO BM-BROKER-NUM
                   PERFORM 3832-VALIDATE-BROKER-NUM THRU 3832-EXIT
               END-IF
               IF CA-RETURN-CODE = ZERO
                   PERFORM 3866-WRITE-QUOTE THRU 3866-EXIT
               END-IF
           END-IF.
       3860-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3862-RATE-QUOTE                                               |
      *|   A COMMERCIAL RISK GOES THROUGH THE 01ADDC DECISION ENGINE - |
      *|   NON-NUMERIC PERIL SCORES FAIL THE QUOTE AS THEY FAIL AN     |
      *|   ADD, AND A DECLINED RISK IS STILL QUOTED SO THE CALLER SEES |
      *|   THE DECISION AND ITS REASON. EVERY OTHER TYPE IS PRICED     |
      *|   FROM RATEFILE (SEE 3864-LOAD-QUOTE-PREMIUM).                |
      *+---------------------------------------------------------------+
       3862-RATE-QUOTE.
           IF PR-POLICY-IS-COMMERCIAL
               IF CA-B-FIREPERIL OF POLICY-RECORD NOT NUMERIC
                       OR CA-B-CRIMEPERIL OF POLICY-RECORD NOT NUMERIC
                       OR CA-B-FLOODPERIL OF POLICY-RECORD NOT NUMERIC
                       OR CA-B-WEATHERPERIL OF POLICY-RECORD NOT NUMERIC
                   SET CA-RC-INVALID-REQUEST TO TRUE
               ELSE
                   PERFORM 3852-RATE-PERILS THRU 3852-EXIT
                   PERFORM 3854-DECIDE-RISK THRU 3854-EXIT
               END-IF
           ELSE
               PERFORM 3864-LOAD-QUOTE-PREMIUM THRU 3864-EXIT
           END-IF.
       3862-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3864-LOAD-QUOTE-PREMIUM                                       |
      *|   NEW BUSINESS CARRIES THE TYPE'S RATEFILE CLAIMS LOADING     |
      *|   WHEN THE CUSTOMER HAS OPEN OR SETTLED CLAIM RECORDS, FOUND  |
      *|   BY THE SAME POLCUST SCAN 01RENP USES. THE INDEXATION        |
      *|   PERCENTAGE IS A RENEWAL UPLIFT AND DOES NOT APPLY TO A NEW  |
      *|   PRICE. NO RATE ROW, NON-NUMERIC RATES OR A LOADED PREMIUM   |
      *|   TOO BIG FOR PR-PAYMENT LEAVE THE PREMIUM AS SUBMITTED - THE |
      *|   SAME GUARDS 3976-REPRICE-PREMIUM APPLIES.                   |
      *+---------------------------------------------------------------+
       3864-LOAD-QUOTE-PREMIUM.
           MOVE PR-POLICY-TYPE TO RA-POLICY-TYPE
           EXEC CICS READ
               FILE('RATEFILE')
               INTO(RATE-RECORD)
               RIDFLD(RA-POLICY-TYPE)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   IF RA-CLAIM-LOAD-PCT NUMERIC
                       PERFORM 3977-CHECK-CUSTOMER-CLAIMS
                           THRU 3977-EXIT
                       IF LG-CLAIM-WAS-FOUND
                           ADD 100 RA-CLAIM-LOAD-PCT
                               GIVING LG-RP-RATE-PCT
                           MULTIPLY PR-PAYMENT BY LG-RP-RATE-PCT
                               GIVING LG-RP-NEW-PAYMENT
                           DIVIDE LG-RP-NEW-PAYMENT BY 100
                               GIVING LG-RP-NEW-PAYMENT
                           IF LG-RP-NEW-PAYMENT <= 999999
                               MOVE LG-RP-NEW-PAYMENT TO PR-PAYMENT
                           END-IF
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3864-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3866-WRITE-QUOTE                                              |
      *|   THE QUOTE NUMBER COMES FROM THE QUOTENUM SERIES, NEVER THE  |
      *|   POLICY SERIES. THE PRICED POLICY AND ITS COVER - WITH THE   |
      *|   PERIL PREMIUMS AND DECISION FOR A COMMERCIAL RISK - GO BACK |
      *|   TO THE CALLER ALONGSIDE THE QUOTE NUMBER AND EXPIRY.        |
      *+---------------------------------------------------------------+
       3866-WRITE-QUOTE.
           SET CT-QUOTE-CONTROL TO TRUE
           PERFORM 3815-ALLOCATE-NEXT-NUMBER THRU 3815-EXIT
           PERFORM 3868-SET-QUOTE-DATES THRU 3868-EXIT
           MOVE SPACES TO QUOTE-RECORD
           MOVE LG-ASSIGNED-NUMBER TO QT-QUOTE-NUM
           MOVE PR-CUSTOMER-NUM TO QT-CUSTOMER-NUM
           MOVE PR-POLICY-TYPE TO QT-POLICY-TYPE
           SET QT-STATUS-OPEN TO TRUE
           MOVE LG-QW-TODAY TO QT-QUOTE-DATE
           MOVE LG-QW-EXPIRY TO QT-QUOTE-EXPIRY
           MOVE LG-TIMESTAMP TO QT-TIMESTAMP
           MOVE PR-ISSUE-DATE TO QT-ISSUE-DATE
           MOVE PR-EXPIRY-DATE TO QT-EXPIRY-DATE
           MOVE PR-BROKERID TO QT-BROKERID
           MOVE PR-BROKERSREF TO QT-BROKERSREF
           MOVE PR-PAYMENT TO QT-PAYMENT
           MOVE CA-POLICY-SPECIFIC OF POLICY-RECORD TO QT-COVER-DATA
           MOVE ZERO TO QT-BOUND-POLICY-NUM
           EXEC CICS WRITE
               FILE('QUOTFILE')
               FROM(QUOTE-RECORD)
               RIDFLD(QT-QUOTE-NUM)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE QT-QUOTE-NUM TO CA-QT-QUOTE-NUM
                   MOVE QT-QUOTE-EXPIRY TO CA-QT-QUOTE-EXPIRY
                   MOVE QT-PAYMENT TO CA-QT-PAYMENT
                   MOVE QT-COVER-DATA TO CA-QT-COVER-DATA
                   SET CA-RC-SUCCESS TO TRUE
               WHEN DFHRESP(DUPREC)
                   SET CA-RC-DUPLICATE-KEY TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3866-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3867-SET-TODAY                                                |
      *|   TODAY AS A YYYY-MM-DD DATE IN LG-QW-TODAY, THE FORMAT THE   |
      *|   QUOTE AND POLICY DATES ARE HELD IN.                         |
      *+---------------------------------------------------------------+
       3867-SET-TODAY.
           PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
           MOVE LG-CURRENT-DATE(1:4) TO LG-QW-TODAY(1:4)
           MOVE '-' TO LG-QW-TODAY(5:1)
           MOVE LG-CURRENT-DATE(5:2) TO LG-QW-TODAY(6:2)
           MOVE '-' TO LG-QW-TODAY(8:1)
           MOVE LG-CURRENT-DATE(7:2) TO LG-QW-TODAY(9:2).
       3867-EXIT.
           EXIT.
       3868-SET-QUOTE-DATES.
           PERFORM 3867-SET-TODAY THRU 3867-EXIT
           MOVE LG-QW-TODAY TO LG-DN-DATE
           PERFORM 3968-DATE-TO-DAY-NUMBER THRU 3968-EXIT
           ADD LG-QT-VALID-DAYS TO LG-DN-DAYNO
           PERFORM 3869-DAY-NUMBER-TO-DATE THRU 3869-EXIT
           MOVE LG-DN-DATE TO LG-QW-EXPIRY.
       3868-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3869-DAY-NUMBER-TO-DATE                                       |
      *|   THE INVERSE OF 3968-DATE-TO-DAY-NUMBER - TURNS THE SERIAL   |
      *|   DAY NUMBER IN LG-DN-DAYNO BACK INTO A YYYY-MM-DD DATE IN    |
      *|   LG-DN-DATE, AGAIN ALL INTEGER DIVISION, SO A DATE PLUS N    |
      *|   DAYS LANDS ON THE RIGHT CALENDAR DAY ACROSS MONTH ENDS AND  |
      *|   LEAP YEARS.                                                 |
      *+---------------------------------------------------------------+
       3869-DAY-NUMBER-TO-DATE.
           ADD 68569 LG-DN-DAYNO GIVING LG-QW-L
           MULTIPLY 4 BY LG-QW-L GIVING LG-QW-WORK
           DIVIDE LG-QW-WORK BY 146097 GIVING LG-QW-N
           MULTIPLY 146097 BY LG-QW-N GIVING LG-QW-WORK
           ADD 3 TO LG-QW-WORK
           DIVIDE LG-QW-WORK BY 4 GIVING LG-QW-WORK
           SUBTRACT LG-QW-WORK FROM LG-QW-L
           ADD 1 LG-QW-L GIVING LG-QW-WORK
           MULTIPLY 4000 BY LG-QW-WORK GIVING LG-QW-WORK
           DIVIDE LG-QW-WORK BY 1461001 GIVING LG-QW-I
           MULTIPLY 1461 BY LG-QW-I GIVING LG-QW-WORK
           DIVIDE LG-QW-WORK BY 4 GIVING LG-QW-WORK
           SUBTRACT LG-QW-WORK FROM LG-QW-L
           ADD 31 TO LG-QW-L
           MULTIPLY 80 BY LG-QW-L GIVING LG-QW-WORK
           DIVIDE LG-QW-WORK BY 2447 GIVING LG-QW-J
           MULTIPLY 2447 BY LG-QW-J GIVING LG-QW-WORK
           DIVIDE LG-QW-WORK BY 80 GIVING LG-QW-WORK
           SUBTRACT LG-QW-WORK FROM LG-QW-L GIVING LG-DN-DAY
           DIVIDE LG-QW-J BY 11 GIVING LG-QW-L
           MULTIPLY 12 BY LG-QW-L GIVING LG-QW-WORK
           ADD 2 TO LG-QW-J
           SUBTRACT LG-QW-WORK FROM LG-QW-J GIVING LG-DN-MONTH
           SUBTRACT 49 FROM LG-QW-N
           MULTIPLY 100 BY LG-QW-N GIVING LG-QW-N
           ADD LG-QW-N LG-QW-I LG-QW-L GIVING LG-DN-YEAR
           MOVE LG-DN-YEAR TO LG-DN-DATE(1:4)
           MOVE '-' TO LG-DN-DATE(5:1)
           MOVE LG-DN-MONTH TO LG-DN-DATE(6:2)
           MOVE '-' TO LG-DN-DATE(8:1)
           MOVE LG-DN-DAY TO LG-DN-DATE(9:2).
       3869-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3870-BIND-QUOTE                                               |
      *|   01BQTE. READS THE QUOTE FOR UPDATE SO TWO TASKS CANNOT BIND |
      *|   IT TWICE, THEN PUTS IT ON COVER (SEE 3872-APPLY-BIND).      |
      *+---------------------------------------------------------------+
       3870-BIND-QUOTE.
           MOVE CA-QT-QUOTE-NUM TO QT-QUOTE-NUM
           EXEC CICS READ
               FILE('QUOTFILE')
               INTO(QUOTE-RECORD)
               RIDFLD(QT-QUOTE-NUM)
               UPDATE
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3872-APPLY-BIND THRU 3872-EXIT
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3870-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3872-APPLY-BIND                                               |
      *|   ONLY AN OPEN QUOTE ON OR BEFORE ITS EXPIRY DATE BINDS, AND  |
      *|   NEVER A COMMERCIAL RISK THE UNDERWRITING DECLINED - ANY     |
      *|   OTHER IS RC 96 WITH NOTHING WRITTEN. THE POLICY IS REBUILT  |
      *|   FROM THE QUOTE AS PRICED; ONLY THE BROKER IS CHECKED AGAIN, |
      *|   SINCE A BROKER SUSPENDED SINCE THE QUOTE MUST NOT TAKE ON   |
      *|   NEW BUSINESS.                                               |
      *+---------------------------------------------------------------+
       3872-APPLY-BIND.
           PERFORM 3867-SET-TODAY THRU 3867-EXIT
           IF NOT QT-STATUS-OPEN OR QT-QUOTE-EXPIRY < LG-QW-TODAY
               SET CA-RC-QUOTE-NOT-BINDABLE TO TRUE
           ELSE
               MOVE CA-QT-POLICY-NUM TO PR-POLICY-NUM
               MOVE QT-CUSTOMER-NUM TO PR-CUSTOMER-NUM
               MOVE QT-POLICY-TYPE TO PR-POLICY-TYPE
               MOVE QT-ISSUE-DATE TO PR-ISSUE-DATE
               MOVE QT-EXPIRY-DATE TO PR-EXPIRY-DATE
               MOVE QT-BROKERID TO PR-BROKERID
               MOVE QT-BROKERSREF TO PR-BROKERSREF
               MOVE QT-PAYMENT TO PR-PAYMENT
               MOVE QT-COVER-DATA
                   TO CA-POLICY-SPECIFIC OF POLICY-RECORD
               IF PR-POLICY-IS-COMMERCIAL
                       AND CA-B-STATUS OF POLICY-RECORD = 2
                   SET CA-RC-QUOTE-NOT-BINDABLE TO TRUE
               END-IF
           END-IF
           IF CA-RETURN-CODE = ZERO AND PR-BROKERID NOT = ZERO
               MOVE PR-BROKERID TO BM-BROKER-NUM
               PERFORM 3832-VALIDATE-BROKER-NUM THRU 3832-EXIT
           END-IF
           IF CA-RETURN-CODE = ZERO
               PERFORM 3874-WRITE-BOUND-POLICY THRU 3874-EXIT
           END-IF.
       3872-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3874-WRITE-BOUND-POLICY                                       |
      *|   THE 3800-ADD-POLICY WRITE FOR A BOUND QUOTE - A ZERO        |
      *|   CA-QT-POLICY-NUM DRAWS THE NUMBER FROM THE POLICY SERIES,   |
      *|   AN ACCEPTED COMMERCIAL RISK CEDES ITS TREATY SHARE AS IT    |
      *|   GOES ON COVER, AND THE QUOTE IS MARKED BOUND TO THE NEW     |
      *|   POLICY SO IT CANNOT BE BOUND AGAIN.                         |
      *+---------------------------------------------------------------+
       3874-WRITE-BOUND-POLICY.
           IF PR-POLICY-NUM = ZERO
               SET CT-POLICY-CONTROL TO TRUE
               PERFORM 3815-ALLOCATE-NEXT-NUMBER THRU 3815-EXIT
               MOVE LG-ASSIGNED-NUMBER TO PR-POLICY-NUM
           END-IF
           MOVE LG-TIMESTAMP TO PR-LASTCHANGED
           PERFORM 3820-SET-POLICY-RECLEN THRU 3820-EXIT
           EXEC CICS WRITE
               FILE('POLYFILE')
               FROM(POLICY-RECORD)
               LENGTH(LG-POLICY-RECLEN)
               RIDFLD(PR-POLICY-NUM)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   IF PR-POLICY-IS-COMMERCIAL
                       PERFORM 3996-CEDE-COMMERCIAL-PREMIUM
                           THRU 3996-EXIT
                   END-IF
                   PERFORM 3876-REWRITE-BOUND-QUOTE THRU 3876-EXIT
                   PERFORM 3825-LOG-POLICY-ADD THRU 3825-EXIT
                   SET LG-DOC-NEW-BUSINESS TO TRUE
                   PERFORM 8300-QUEUE-DOCUMENTS THRU 8300-EXIT
                   MOVE PR-POLICY-NUM TO CA-QT-POLICY-NUM
                   MOVE QT-QUOTE-EXPIRY TO CA-QT-QUOTE-EXPIRY
                   MOVE PR-POLICY-TYPE TO CA-QT-POLICY-TYPE
                   MOVE PR-ISSUE-DATE TO CA-QT-ISSUE-DATE
                   MOVE PR-EXPIRY-DATE TO CA-QT-EXPIRY-DATE
                   MOVE PR-BROKERID TO CA-QT-BROKERID
                   MOVE PR-BROKERSREF TO CA-QT-BROKERSREF
                   MOVE PR-PAYMENT TO CA-QT-PAYMENT
                   MOVE QT-COVER-DATA TO CA-QT-COVER-DATA
                   MOVE PR-CUSTOMER-NUM TO CA-CUSTOMER-NUM
                   SET CA-RC-SUCCESS TO TRUE
               WHEN DFHRESP(DUPREC)
                   SET CA-RC-DUPLICATE-KEY TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3874-EXIT.
           EXIT.
       3876-REWRITE-BOUND-QUOTE.
           SET QT-STATUS-BOUND TO TRUE
           MOVE PR-POLICY-NUM TO QT-BOUND-POLICY-NUM
           MOVE LG-QW-TODAY TO QT-BOUND-DATE
           EXEC CICS REWRITE
               FILE('QUOTFILE')
               FROM(QUOTE-RECORD)
               RESP(LG-RESP)
           END-EXEC
           IF LG-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-IF.
       3876-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
014330*| 3900-INQUIRE-POLICY                                           |
014340*+---------------------------------------------------------------+
014350 3900-INQUIRE-POLICY.
014580             PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
014590     END-EVALUATE.
014600 3900-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3930-ENDORSE-POLICY                                           |
      *|   01ENDP. A MID-TERM CHANGE OF COVER - THE POLICY STAYS ON    |
      *|   ITS TERM, TAKES THE NEW COVER AND FULL-TERM PREMIUM FROM    |
      *|   CA-EN-EFFECTIVE-DATE, AND THE DIFFERENCE IN PREMIUM FOR THE |
      *|   DAYS LEFT TO RUN IS CHARGED (ADDITIONAL PREMIUM) OR         |
      *|   CREDITED (RETURN PREMIUM) THROUGH THE ENDEXT QUEUE. EVERY   |
      *|   ENDORSEMENT IS NUMBERED AND KEPT ON ENDHIST WITH THE COVER  |
      *|   IT PUT IN FORCE, AND THE CHANGE TRAIL GETS AN ENDORSE ROW.  |
      *+---------------------------------------------------------------+
       3930-ENDORSE-POLICY.
           MOVE CA-EN-POLICY-NUM TO PR-POLICY-NUM
           EXEC CICS READ
               FILE('POLYFILE')
               INTO(POLICY-RECORD)
               RIDFLD(PR-POLICY-NUM)
               UPDATE
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3931-APPLY-ENDORSEMENT THRU 3931-EXIT
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3930-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3931-APPLY-ENDORSEMENT                                        |
      *|   A CLAIM RECORD IS NOT COVER AND CANNOT BE ENDORSED - THE    |
      *|   SAME INVALID-CLAIM-STATE 01UPDP HANDS BACK. AN EFFECTIVE    |
      *|   DATE OUTSIDE THE TERM (BEFORE ISSUE, ON OR AFTER EXPIRY),   |
      *|   EARLIER THAN THE POLICY'S LATEST ENDORSEMENT, OR A          |
      *|   NON-NUMERIC NEW PREMIUM IS AN INVALID REQUEST. EITHER WAY   |
      *|   THE RECORD IS LEFT UNTOUCHED. THE ADJUSTMENT IS THE         |
      *|   DIFFERENCE BETWEEN THE OLD AND NEW PREMIUM TIMES THE DAYS   |
      *|   FROM THE EFFECTIVE DATE TO EXPIRY OVER THE TERM'S TOTAL     |
      *|   DAYS, TRUNCATED AS THE 01CNCP REFUND IS.                    |
      *+---------------------------------------------------------------+
       3931-APPLY-ENDORSEMENT.
           IF PR-POLICY-IS-CLAIM
               SET CA-RC-INVALID-CLAIM-STATE TO TRUE
           ELSE
               IF PR-ISSUE-DATE(1:4) NOT NUMERIC
                       OR PR-EXPIRY-DATE(1:4) NOT NUMERIC
                       OR CA-EN-EFFECTIVE-DATE(1:4) NOT NUMERIC
                       OR CA-EN-EFFECTIVE-DATE < PR-ISSUE-DATE
                       OR CA-EN-EFFECTIVE-DATE >= PR-EXPIRY-DATE
                       OR CA-EN-NEW-PAYMENT NOT NUMERIC
                   SET CA-RC-INVALID-REQUEST TO TRUE
               ELSE
                   MOVE PR-ISSUE-DATE TO LG-DN-DATE
                   PERFORM 3968-DATE-TO-DAY-NUMBER THRU 3968-EXIT
                   MOVE LG-DN-DAYNO TO LG-EN-ISSUE-DAYNO
                   MOVE PR-EXPIRY-DATE TO LG-DN-DATE
                   PERFORM 3968-DATE-TO-DAY-NUMBER THRU 3968-EXIT
                   MOVE LG-DN-DAYNO TO LG-EN-EXPIRY-DAYNO
                   MOVE CA-EN-EFFECTIVE-DATE TO LG-DN-DATE
                   PERFORM 3968-DATE-TO-DAY-NUMBER THRU 3968-EXIT
                   MOVE LG-DN-DAYNO TO LG-EN-EFFECT-DAYNO
                   SUBTRACT LG-EN-ISSUE-DAYNO FROM LG-EN-EXPIRY-DAYNO
                       GIVING LG-EN-TOTAL-DAYS
                   SUBTRACT LG-EN-EFFECT-DAYNO FROM LG-EN-EXPIRY-DAYNO
                       GIVING LG-EN-REMAIN-DAYS
                   IF LG-EN-TOTAL-DAYS < 1
                       SET CA-RC-INVALID-REQUEST TO TRUE
                   ELSE
                       PERFORM 3933-FIND-LAST-ENDORSEMENT THRU 3933-EXIT
      *                ENDORSEMENTS STACK IN DATE ORDER - ONE BACKDATED
      *                BEHIND A LATER ONE WOULD PRICE DAYS THE LATER
      *                ONE HAS ALREADY PRICED. THE FOUR-DIGIT NUMBER
      *                SERIES ALSO HAS AN END.
                       IF LG-ENDORSE-WAS-FOUND
                           IF CA-EN-EFFECTIVE-DATE
                                   < LG-EN-LAST-EFFECTIVE
                                   OR LG-EN-LAST-NUM = 9999
                               SET CA-RC-INVALID-REQUEST TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF CA-RETURN-CODE = ZERO
                   MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH)
                       TO LG-CH-BEFORE
                   MOVE PR-PAYMENT TO LG-EN-OLD-PAYMENT
                   MOVE CA-POLICY-SPECIFIC OF POLICY-RECORD
                       TO LG-EN-OLD-COVER
                   MOVE CA-EN-COVER-DATA
                       TO CA-POLICY-SPECIFIC OF POLICY-RECORD
      *            A COMMERCIAL RISK IS RE-RATED AND RE-DECIDED ON ITS
      *            NEW COVER BY THE SAME ENGINE 01ADDC USES - THE PERIL
      *            PREMIUMS AND STATUS ON FILE ARE NEVER WHATEVER THE
      *            CALLER TYPED.
                   IF PR-POLICY-IS-COMMERCIAL
                       PERFORM 3932-RATE-ENDORSED-COVER THRU 3932-EXIT
                   END-IF
               END-IF
               IF CA-RETURN-CODE = ZERO
                   EVALUATE TRUE
                       WHEN CA-EN-NEW-PAYMENT > LG-EN-OLD-PAYMENT
                           MOVE 'A' TO LG-EN-ADJUST-TYPE
                           SUBTRACT LG-EN-OLD-PAYMENT
                               FROM CA-EN-NEW-PAYMENT
                               GIVING LG-EN-DIFFERENCE
                       WHEN CA-EN-NEW-PAYMENT < LG-EN-OLD-PAYMENT
                           MOVE 'R' TO LG-EN-ADJUST-TYPE
                           SUBTRACT CA-EN-NEW-PAYMENT
                               FROM LG-EN-OLD-PAYMENT
                               GIVING LG-EN-DIFFERENCE
                       WHEN OTHER
                           MOVE 'N' TO LG-EN-ADJUST-TYPE
                           MOVE ZERO TO LG-EN-DIFFERENCE
                   END-EVALUATE
                   MULTIPLY LG-EN-DIFFERENCE BY LG-EN-REMAIN-DAYS
                       GIVING LG-EN-ADJUSTMENT
                   DIVIDE LG-EN-ADJUSTMENT BY LG-EN-TOTAL-DAYS
                       GIVING LG-EN-ADJUSTMENT
      *            THE FIRST ENDORSEMENT ALSO FILES THE ORIGINAL TERMS
      *            AS VERSION 0000, EFFECTIVE FROM ISSUE.
                   IF NOT LG-ENDORSE-WAS-FOUND
                       MOVE ZERO TO LG-EN-LAST-NUM
                       MOVE SPACES TO ENDORSE-HISTORY-RECORD
                       MOVE PR-POLICY-NUM TO EH-POLICY-NUM
                       MOVE ZERO TO EH-ENDORSE-NUM
                       MOVE PR-ISSUE-DATE TO EH-EFFECTIVE-DATE
                       MOVE LG-EN-OLD-PAYMENT TO EH-NEW-PAYMENT
                       MOVE LG-EN-OLD-PAYMENT TO EH-OLD-PAYMENT
                       SET EH-ADJUST-NONE TO TRUE
                       MOVE ZERO TO EH-ADJUST-AMOUNT
                       MOVE LG-EN-OLD-COVER TO EH-COVER-DATA
                       PERFORM 3936-WRITE-ENDORSE-HISTORY THRU 3936-EXIT
                   END-IF
                   PERFORM 3935-REWRITE-ENDORSED THRU 3935-EXIT
               END-IF
           END-IF.
       3931-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3932-RATE-ENDORSED-COVER                                      |
      *|   THE 01ADDC DECISION ENGINE RUN OVER THE ENDORSED COMMERCIAL |
      *|   COVER ALREADY IN POLICY-RECORD. NON-NUMERIC PERIL SCORES    |
      *|   CANNOT BE RATED AND FAIL THE ENDORSEMENT AS AN INVALID      |
      *|   REQUEST, AS THEY FAIL AN ADD.                               |
      *+---------------------------------------------------------------+
       3932-RATE-ENDORSED-COVER.
           IF CA-B-FIREPERIL OF POLICY-RECORD NOT NUMERIC
                   OR CA-B-CRIMEPERIL OF POLICY-RECORD NOT NUMERIC
                   OR CA-B-FLOODPERIL OF POLICY-RECORD NOT NUMERIC
                   OR CA-B-WEATHERPERIL OF POLICY-RECORD NOT NUMERIC
               SET CA-RC-INVALID-REQUEST TO TRUE
           ELSE
               PERFORM 3852-RATE-PERILS THRU 3852-EXIT
               PERFORM 3854-DECIDE-RISK THRU 3854-EXIT
           END-IF.
       3932-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3933-FIND-LAST-ENDORSEMENT                                    |
      *|   BROWSES THE POLICY'S ENDHIST ROWS, WHICH COME BACK IN       |
      *|   ENDORSEMENT NUMBER ORDER, AND KEEPS THE NUMBER AND          |
      *|   EFFECTIVE DATE OF THE LAST ONE. NO ROWS MEANS THE POLICY    |
      *|   HAS NEVER BEEN ENDORSED. TWO TASKS CANNOT ENDORSE ONE       |
      *|   POLICY TOGETHER - THE POLYFILE READ FOR UPDATE HOLDS THE    |
      *|   RECORD - SO THE NUMBER FOUND HERE IS STILL THE LAST WHEN    |
      *|   THE NEXT ONE IS WRITTEN.                                    |
      *+---------------------------------------------------------------+
       3933-FIND-LAST-ENDORSEMENT.
           MOVE 'N' TO LG-ENDORSE-FOUND-SWITCH
           MOVE 'N' TO LG-BROWSE-ACTIVE
           SET LG-BROWSE-SWITCH TO SPACES
           MOVE ZERO TO LG-EN-LAST-NUM
           MOVE SPACES TO LG-EN-LAST-EFFECTIVE
           MOVE PR-POLICY-NUM TO LG-EK-POLICY-NUM
           MOVE ZERO TO LG-EK-ENDORSE-NUM
           EXEC CICS STARTBR
               FILE('ENDHIST')
               RIDFLD(LG-ENDHIST-KEY)
               GTEQ
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO LG-BROWSE-ACTIVE
               WHEN DFHRESP(NOTFND)
                   SET LG-BROWSE-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE
           PERFORM 3934-SCAN-ONE-ENDORSEMENT THRU 3934-EXIT
               UNTIL LG-BROWSE-DONE
           IF LG-BROWSE-IS-ACTIVE
               EXEC CICS ENDBR
                   FILE('ENDHIST')
               END-EXEC
           END-IF.
       3933-EXIT.
           EXIT.
       3934-SCAN-ONE-ENDORSEMENT.
           EXEC CICS READNEXT
               FILE('ENDHIST')
               INTO(ENDORSE-HISTORY-RECORD)
               RIDFLD(LG-ENDHIST-KEY)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   IF EH-POLICY-NUM NOT = PR-POLICY-NUM
                       SET LG-BROWSE-DONE TO TRUE
                   ELSE
                       SET LG-ENDORSE-WAS-FOUND TO TRUE
                       MOVE EH-ENDORSE-NUM TO LG-EN-LAST-NUM
                       MOVE EH-EFFECTIVE-DATE TO LG-EN-LAST-EFFECTIVE
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET LG-BROWSE-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3934-EXIT.
           EXIT.
       3935-REWRITE-ENDORSED.
           MOVE CA-EN-NEW-PAYMENT TO PR-PAYMENT
           PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
           MOVE LG-TIMESTAMP TO PR-LASTCHANGED
           PERFORM 3820-SET-POLICY-RECLEN THRU 3820-EXIT
           EXEC CICS REWRITE
               FILE('POLYFILE')
               FROM(POLICY-RECORD)
               LENGTH(LG-POLICY-RECLEN)
               RESP(LG-RESP)
           END-EXEC
           IF LG-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO ENDORSE-HISTORY-RECORD
               MOVE PR-POLICY-NUM TO EH-POLICY-NUM
               ADD 1 LG-EN-LAST-NUM GIVING EH-ENDORSE-NUM
               MOVE CA-EN-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
               MOVE LG-EN-OLD-PAYMENT TO EH-OLD-PAYMENT
               MOVE PR-PAYMENT TO EH-NEW-PAYMENT
               MOVE LG-EN-ADJUST-TYPE TO EH-ADJUST-TYPE
               MOVE LG-EN-ADJUSTMENT TO EH-ADJUST-AMOUNT
               MOVE CA-POLICY-SPECIFIC OF POLICY-RECORD TO EH-COVER-DATA
               PERFORM 3936-WRITE-ENDORSE-HISTORY THRU 3936-EXIT
               MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH)
                   TO LG-CH-AFTER
      *        THE EFFECTIVE DATE, ENDORSEMENT NUMBER, ADJUSTMENT TYPE
      *        AND AMOUNT RIDE THE AFTER IMAGE BEHIND THE COMMON PORTION
      *        (BYTES 94-103, 104-107, 108 AND 109-118 - SEE CACHGHST),
      *        AS THE 01CNCP REASON AND REFUND DO.
               MOVE CA-EN-EFFECTIVE-DATE TO LG-CH-AFTER(94:10)
               MOVE EH-ENDORSE-NUM TO LG-CH-AFTER(104:4)
               MOVE LG-EN-ADJUST-TYPE TO LG-CH-AFTER(108:1)
               MOVE LG-EN-ADJUSTMENT TO LG-CH-AFTER(109:10)
               MOVE 'P' TO LG-CH-ENTITY
               MOVE 'E' TO LG-CH-ACTION
               MOVE PR-POLICY-NUM TO LG-CH-KEY
               PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT
               IF LG-EN-ADJUSTMENT > ZERO
                   PERFORM 3937-WRITE-ENDORSE-EXTRACT THRU 3937-EXIT
               END-IF
      *        HAND BACK WHAT WAS ASSIGNED AND CHARGED, AND THE COVER AS
      *        STORED - FOR A COMMERCIAL RISK THAT INCLUDES THE RE-RATED
      *        PREMIUMS AND DECISION.
               MOVE EH-ENDORSE-NUM TO CA-EN-ENDORSE-NUM
               MOVE LG-EN-ADJUST-TYPE TO CA-EN-ADJUST-TYPE
               MOVE LG-EN-ADJUSTMENT TO CA-EN-ADJUST-AMOUNT
               MOVE EH-COVER-DATA TO CA-EN-COVER-DATA
               MOVE PR-CUSTOMER-NUM TO CA-CUSTOMER-NUM
               SET CA-RC-SUCCESS TO TRUE
           ELSE
               PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-IF.
       3935-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3936-WRITE-ENDORSE-HISTORY                                    |
      *|   THE CALLER STAGES ENDORSE-HISTORY-RECORD. A DUPREC CANNOT   |
      *|   HAPPEN WHILE THE POLICY IS HELD FOR UPDATE (SEE 3933), SO   |
      *|   ONE IS A SYSTEM ERROR AND ABENDS.                           |
      *+---------------------------------------------------------------+
       3936-WRITE-ENDORSE-HISTORY.
           MOVE PR-CUSTOMER-NUM TO EH-CUSTOMER-NUM
           MOVE PR-POLICY-TYPE TO EH-POLICY-TYPE
           PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
           MOVE LG-TIMESTAMP TO EH-TIMESTAMP
           EXEC CICS WRITE
               FILE('ENDHIST')
               FROM(ENDORSE-HISTORY-RECORD)
               RIDFLD(EH-ENDORSE-KEY)
               RESP(LG-RESP)
           END-EXEC
           IF LG-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-IF.
       3936-EXIT.
           EXIT.
       3937-WRITE-ENDORSE-EXTRACT.
           MOVE SPACES TO ENDORSE-EXTRACT-RECORD
           MOVE PR-POLICY-NUM TO EX-POLICY-NUM
           MOVE PR-CUSTOMER-NUM TO EX-CUSTOMER-NUM
           MOVE PR-POLICY-TYPE TO EX-POLICY-TYPE
           MOVE EH-ENDORSE-NUM TO EX-ENDORSE-NUM
           MOVE CA-EN-EFFECTIVE-DATE TO EX-EFFECTIVE-DATE
           MOVE LG-TIMESTAMP TO EX-TIMESTAMP
           MOVE LG-EN-OLD-PAYMENT TO EX-OLD-PAYMENT
           MOVE PR-PAYMENT TO EX-NEW-PAYMENT
           MOVE LG-EN-ADJUST-TYPE TO EX-ADJUST-TYPE
           MOVE LG-EN-ADJUSTMENT TO EX-ADJUST-AMOUNT
           EXEC CICS WRITEQ TD
               QUEUE('ENDEXT')
               FROM(ENDORSE-EXTRACT-RECORD)
               LENGTH(LENGTH OF ENDORSE-EXTRACT-RECORD)
               RESP(LG-RESP)
           END-EXEC
           IF LG-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-IF.
       3937-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3940-INQUIRE-ENDORSEMENTS                                     |
      *|   01IEND. READS THE POLICY FIRST - A NUMBER NOT ON POLYFILE   |
      *|   IS NOT-FOUND AND A CLAIM RECORD, WHICH HAS NO COVER TO      |
      *|   VERSION, IS INVALID-CLAIM-STATE - THEN LISTS THE ENDHIST    |
      *|   ROWS IN CA-EI-VERSION-TABLE. A POLICY NEVER ENDORSED HAS    |
      *|   ONLY ITS CURRENT TERMS, RETURNED AS VERSION 0000 STRAIGHT   |
      *|   FROM POLYFILE SO EVERY POLICY ANSWERS THE SAME WAY.         |
      *+---------------------------------------------------------------+
       3940-INQUIRE-ENDORSEMENTS.
           MOVE CA-EI-POLICY-NUM TO PR-POLICY-NUM
           EXEC CICS READ
               FILE('POLYFILE')
               INTO(POLICY-RECORD)
               RIDFLD(PR-POLICY-NUM)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   IF PR-POLICY-IS-CLAIM
                       SET CA-RC-INVALID-CLAIM-STATE TO TRUE
                   ELSE
                       PERFORM 3941-BROWSE-ENDORSEMENTS THRU 3941-EXIT
                       IF CA-EI-VERSION-COUNT = ZERO
                           MOVE 1 TO CA-EI-VERSION-COUNT
                           MOVE ZERO TO CA-EI-ENDORSE-NUM(1)
                           MOVE PR-ISSUE-DATE TO CA-EI-EFFECTIVE-DATE(1)
                           MOVE PR-LASTCHANGED TO CA-EI-TIMESTAMP(1)
                           MOVE PR-PAYMENT TO CA-EI-PAYMENT(1)
                           MOVE 'N' TO CA-EI-ADJUST-TYPE(1)
                           MOVE ZERO TO CA-EI-ADJUST-AMOUNT(1)
                           IF CA-EI-VERSION-NUM = ZERO
                               MOVE CA-POLICY-SPECIFIC OF POLICY-RECORD
                                   TO CA-EI-COVER-DATA
                           END-IF
                       END-IF
                       MOVE PR-CUSTOMER-NUM TO CA-CUSTOMER-NUM
                       SET CA-RC-SUCCESS TO TRUE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET CA-RC-NOT-FOUND TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3940-EXIT.
           EXIT.
       3941-BROWSE-ENDORSEMENTS.
           MOVE ZERO TO CA-EI-VERSION-COUNT
           MOVE SPACES TO CA-EI-COVER-DATA
           MOVE 'N' TO LG-BROWSE-ACTIVE
           SET LG-BROWSE-SWITCH TO SPACES
           MOVE CA-EI-POLICY-NUM TO LG-EK-POLICY-NUM
           MOVE ZERO TO LG-EK-ENDORSE-NUM
           EXEC CICS STARTBR
               FILE('ENDHIST')
               RIDFLD(LG-ENDHIST-KEY)
               GTEQ
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO LG-BROWSE-ACTIVE
               WHEN DFHRESP(NOTFND)
                   SET LG-BROWSE-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE
           PERFORM 3942-BUILD-ENDORSE-ENTRY THRU 3942-EXIT
               UNTIL LG-BROWSE-DONE OR CA-EI-VERSION-COUNT = 500
           IF LG-BROWSE-IS-ACTIVE
               EXEC CICS ENDBR
                   FILE('ENDHIST')
               END-EXEC
           END-IF.
       3941-EXIT.
           EXIT.
       3942-BUILD-ENDORSE-ENTRY.
           EXEC CICS READNEXT
               FILE('ENDHIST')
               INTO(ENDORSE-HISTORY-RECORD)
               RIDFLD(LG-ENDHIST-KEY)
               RESP(LG-RESP)
           END-EXEC
           EVALUATE LG-RESP
               WHEN DFHRESP(NORMAL)
                   IF EH-POLICY-NUM NOT = CA-EI-POLICY-NUM
                       SET LG-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO CA-EI-VERSION-COUNT
                       MOVE EH-ENDORSE-NUM TO
                           CA-EI-ENDORSE-NUM(CA-EI-VERSION-COUNT)
                       MOVE EH-EFFECTIVE-DATE TO
                           CA-EI-EFFECTIVE-DATE(CA-EI-VERSION-COUNT)
                       MOVE EH-TIMESTAMP TO
                           CA-EI-TIMESTAMP(CA-EI-VERSION-COUNT)
                       MOVE EH-NEW-PAYMENT TO
                           CA-EI-PAYMENT(CA-EI-VERSION-COUNT)
                       MOVE EH-ADJUST-TYPE TO
                           CA-EI-ADJUST-TYPE(CA-EI-VERSION-COUNT)
                       MOVE EH-ADJUST-AMOUNT TO
                           CA-EI-ADJUST-AMOUNT(CA-EI-VERSION-COUNT)
                       IF EH-ENDORSE-NUM = CA-EI-VERSION-NUM
                           MOVE EH-COVER-DATA TO CA-EI-COVER-DATA
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET LG-BROWSE-DONE TO TRUE
               WHEN OTHER
                   PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-EVALUATE.
       3942-EXIT.
014610     EXIT.
014620*+---------------------------------------------------------------+
014630*| 3950-UPDATE-POLICY                                            |
016780         MOVE PR-POLICY-NUM TO LG-CH-KEY
016790         PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT
016800         PERFORM 3969-WRITE-CANCEL-EXTRACT THRU 3969-EXIT
016803         SET LG-DOC-CANCELLATION TO TRUE
016806         PERFORM 8300-QUEUE-DOCUMENTS THRU 8300-EXIT
016810         MOVE LG-CN-REFUND TO CA-CN-REFUND-AMOUNT
016820         MOVE PR-CUSTOMER-NUM TO CA-CUSTOMER-NUM
016830         SET CA-RC-SUCCESS TO TRUE
017900         MOVE POLICY-RECORD(1:CA-POLICY-BASE-LENGTH)
017910             TO LG-CH-BEFORE
017920         PERFORM 3975-ROLL-POLICY-DATES THRU 3975-EXIT
017925         MOVE PR-PAYMENT TO LG-DOC-OLD-PAYMENT
017930         PERFORM 3976-REPRICE-PREMIUM THRU 3976-EXIT
017940         PERFORM 8100-BUILD-TIMESTAMP THRU 8100-EXIT
017950         MOVE LG-TIMESTAMP TO PR-LASTCHANGED
018070             MOVE 'R' TO LG-CH-ACTION
018080             MOVE PR-POLICY-NUM TO LG-CH-KEY
018090             PERFORM 8200-WRITE-CHANGE-HISTORY THRU 8200-EXIT
018093             SET LG-DOC-RENEWAL TO TRUE
018096             PERFORM 8300-QUEUE-DOCUMENTS THRU 8300-EXIT
018100             MOVE PR-CUSTOMER-NUM TO CA-CUSTOMER-NUM
018110             MOVE PR-ISSUE-DATE TO CA-ISSUE-DATE
018120             MOVE PR-EXPIRY-DATE TO CA-EXPIRY-DATE
019770*|   INTO AN OVERWRITTEN CA-C-PAID TOTAL.                        |
019780*+---------------------------------------------------------------+
019790 3980-PROCESS-CLAIM-ACTION.
019792*    A CLAIM STORED BEFORE THE PAYEE FIELDS EXISTED IS SHORTER
019794*    ON DISK - CLEAR THE AREA FIRST SO ITS PAYEE FIELDS READ
019796*    BACK BLANK RATHER THAN LEFT OVER FROM AN EARLIER RECORD.
019798     MOVE SPACES TO POLICY-RECORD
019800     MOVE CA-POLICY-NUM TO PR-POLICY-NUM
019810     EXEC CICS READ
019820         FILE('POLYFILE')
020450             SET CA-C-STATUS-REJECTED OF POLICY-RECORD TO TRUE
020460         END-IF
020470         PERFORM 3984-REWRITE-CLAIM THRU 3984-EXIT
020472         IF CA-RC-SUCCESS
020474             SET LG-DOC-CLAIM-DECISION TO TRUE
020476             PERFORM 8300-QUEUE-DOCUMENTS THRU 8300-EXIT
020478         END-IF
020480*        AN APPROVED CLAIM OVER THE TREATY'S PER-RISK LIMIT
020490*        PUTS THE REINSURER ON NOTICE FOR THEIR SHARE OF THE
020500*        EXCESS.
020840*|   ALREADY-SETTLED ONE, SO A SETTLEMENT PAID IN INSTALMENTS    |
020850*|   CAN TAKE FURTHER PAYMENTS, EACH ON ITS OWN CLMPAY HISTORY   |
020860*|   ROW. THE AMOUNT ACCUMULATES INTO THE STORED PAID-TO-DATE    |
020870*|   TOTAL AND THE CLAIM (RE)SETTLES. THE MONEY ITSELF GOES OUT  |
020873*|   THROUGH LGCLMDSB'S BANK FILE, SO THE CLAIM MUST HOLD PAYEE  |
020876*|   BANK DETAILS - SEE 3988-SET-CLAIM-PAYEE.                    |
020880*+---------------------------------------------------------------+
020890 3986-PAY-CLAIM.
020900     IF (CA-C-STATUS-APPROVED OF POLICY-RECORD
020910             OR CA-C-STATUS-SETTLED OF POLICY-RECORD)
020920             AND CA-C-PAID OF CA-POLICY-REQUEST NUMERIC
020930         PERFORM 3988-SET-CLAIM-PAYEE THRU 3988-EXIT
020940         IF CA-RETURN-CODE = ZERO
020950             ADD CA-C-PAID OF CA-POLICY-REQUEST
020960                 TO CA-C-PAID OF POLICY-RECORD
020970             SET CA-C-STATUS-SETTLED OF POLICY-RECORD TO TRUE
020980             PERFORM 3984-REWRITE-CLAIM THRU 3984-EXIT
020990             IF CA-RC-SUCCESS
021000                 PERFORM 3987-WRITE-CLAIM-PAYMENT THRU 3987-EXIT
021010*                EACH PAYMENT AGAINST A CLAIM OVER THE PER-RISK
021012*                LIMIT CARRIES THE REINSURER'S RECOVERY SHARE.
021014                 PERFORM 3998-CEDE-CLAIM-PAYMENT THRU 3998-EXIT
021016             END-IF
021020         END-IF
021030     ELSE
021040         SET CA-RC-INVALID-CLAIM-STATE TO TRUE
021220     MOVE LG-TASK-NUMBER TO PY-TIMESTAMP(18:9)
021230     MOVE CA-C-PAID OF CA-POLICY-REQUEST TO PY-PAYMENT-AMOUNT
021240     MOVE CA-C-PAID OF POLICY-RECORD TO PY-PAID-TO-DATE
021241     MOVE CA-C-PAYEE-NAME OF POLICY-RECORD TO PY-PAYEE-NAME
021242     MOVE CA-C-PAYEE-SORT-CODE OF POLICY-RECORD
021243         TO PY-PAYEE-SORT-CODE
021244     MOVE CA-C-PAYEE-ACCOUNT OF POLICY-RECORD TO PY-PAYEE-ACCOUNT
021245     SET PY-DISBURSE-PENDING TO TRUE
021250     EXEC CICS WRITE
021260         FILE('CLMPAY')
021270         FROM(CLAIM-PAYMENT-RECORD)
021320         PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
021330     END-IF.
021340 3987-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3988-SET-CLAIM-PAYEE                                          |
      *|   PAYEE DETAILS SENT WITH THE 01PAYC REPLACE THE CLAIM'S, SO  |
      *|   A HANDLER CAN CORRECT AN ACCOUNT (AFTER A RETURNED PAYMENT, |
      *|   SAY) AS THEY PAY. EITHER WAY THE CLAIM MUST END UP WITH A   |
      *|   NAME AND A NUMERIC SORT CODE AND ACCOUNT NUMBER, OR THE     |
      *|   PAYMENT IS REFUSED AS AN INVALID REQUEST BEFORE ANYTHING IS |
      *|   CHANGED - A PAYMENT THE BANK FILE CANNOT CARRY WOULD ONLY   |
      *|   GO BACK TO BEING RE-KEYED BY HAND.                          |
      *+---------------------------------------------------------------+
       3988-SET-CLAIM-PAYEE.
           IF CA-C-PAYEE-NAME OF CA-POLICY-REQUEST NOT = SPACES
               MOVE CA-C-PAYEE-NAME OF CA-POLICY-REQUEST
                   TO CA-C-PAYEE-NAME OF POLICY-RECORD
               MOVE CA-C-PAYEE-SORT-CODE OF CA-POLICY-REQUEST
                   TO CA-C-PAYEE-SORT-CODE OF POLICY-RECORD
               MOVE CA-C-PAYEE-ACCOUNT OF CA-POLICY-REQUEST
                   TO CA-C-PAYEE-ACCOUNT OF POLICY-RECORD
           END-IF
           IF CA-C-PAYEE-NAME OF POLICY-RECORD = SPACES
                   OR CA-C-PAYEE-SORT-CODE OF POLICY-RECORD NOT NUMERIC
                   OR CA-C-PAYEE-ACCOUNT OF POLICY-RECORD NOT NUMERIC
               SET CA-RC-INVALID-REQUEST TO TRUE
           END-IF.
       3988-EXIT.
021350     EXIT.
021360*+---------------------------------------------------------------+
021370*| 3990-INQUIRE-PAYMENTS                                         |
022150                     CA-PH-PAYMENT-AMOUNT(CA-PH-PAYMENT-COUNT)
022160                 MOVE PY-PAID-TO-DATE TO
022170                     CA-PH-PAID-TO-DATE(CA-PH-PAYMENT-COUNT)
022172                 MOVE PY-DISBURSE-STATUS TO
022174                     CA-PH-DISBURSE-STATUS(CA-PH-PAYMENT-COUNT)
022176                 MOVE PY-RETURN-REASON TO
022178                     CA-PH-RETURN-REASON(CA-PH-PAYMENT-COUNT)
022180             END-IF
022190         WHEN DFHRESP(ENDFILE)
022200             SET LG-BROWSE-DONE TO TRUE
024310     EXIT.
024320*+---------------------------------------------------------------+
024330*| 8200-WRITE-CHANGE-HISTORY                                     |
024340*|   ONE CHGHIST ROW PER ADD, UPDATE, RENEWAL OR DELETE THIS     |
024350*|   MODULE APPLIES - BEFORE AND AFTER IMAGES, TIMESTAMP AND THE |
024360*|   EIBTRNID/EIBTRMID OF THE TASK THAT MADE THE CHANGE, THE     |
024370*|   SAME PATTERN THE SECRAUD SECURITY AUDIT USES. THE CALLER    |
024380*|   FILLS LG-CHANGE-WORK FIRST.                                 |
024600 8200-EXIT.
024610     EXIT.
024620*+---------------------------------------------------------------+
      *| 8300-QUEUE-DOCUMENTS                                          |
      *|   PUTS THE DOCUMENTS THE EVENT IN LG-DOC-EVENT OWES THE       |
      *|   CUSTOMER ON THE DOCREQ QUEUE FOR THE LGDOCGEN OVERNIGHT     |
      *|   RUN - SEE CADOCREQ. POLICY-RECORD HOLDS THE POLICY AS JUST  |
      *|   WRITTEN AND LG-TIMESTAMP THE TIME ITS CHGHIST ROW CARRIES.  |
      *|   A COMMERCIAL RISK UNDERWRITING REFERRED OR DECLINED IS NOT  |
      *|   ON COVER, SO IT GETS A DECISION LETTER QUOTING THE REASON   |
      *|   INSTEAD OF A SCHEDULE. A MOTOR POLICY GOING ON COVER OR     |
      *|   RENEWING ALSO GETS ITS CERTIFICATE.                         |
      *+---------------------------------------------------------------+
       8300-QUEUE-DOCUMENTS.
           MOVE SPACES TO DOCUMENT-REQUEST-RECORD
           MOVE LG-TIMESTAMP TO DQ-TIMESTAMP
           MOVE EIBTRNID TO DQ-TRNID
           MOVE PR-POLICY-NUM TO DQ-POLICY-NUM
           MOVE PR-CUSTOMER-NUM TO DQ-CUSTOMER-NUM
           MOVE PR-POLICY-TYPE TO DQ-POLICY-TYPE
           MOVE PR-ISSUE-DATE TO DQ-ISSUE-DATE
           MOVE PR-EXPIRY-DATE TO DQ-EXPIRY-DATE
           MOVE PR-BROKERID TO DQ-BROKERID
           MOVE PR-BROKERSREF TO DQ-BROKERSREF
           MOVE PR-PAYMENT TO DQ-PAYMENT
           EVALUATE TRUE
               WHEN LG-DOC-NEW-BUSINESS
                   IF PR-POLICY-IS-COMMERCIAL
                           AND CA-B-STATUS OF POLICY-RECORD NOT = ZERO
                       PERFORM 8320-SET-RISK-DECISION THRU 8320-EXIT
                   ELSE
                       SET DQ-DOC-SCHEDULE TO TRUE
                       PERFORM 8310-SET-COVER-DETAIL THRU 8310-EXIT
                   END-IF
               WHEN LG-DOC-RENEWAL
                   SET DQ-DOC-RENEWAL TO TRUE
                   PERFORM 8310-SET-COVER-DETAIL THRU 8310-EXIT
                   MOVE LG-DOC-OLD-PAYMENT TO DQ-CV-OLD-PAYMENT
               WHEN LG-DOC-CANCELLATION
                   SET DQ-DOC-CANCELLATION TO TRUE
                   MOVE CA-CN-CANCEL-DATE TO DQ-CN-CANCEL-DATE
                   MOVE CA-CN-REASON-CODE TO DQ-CN-REASON-CODE
                   MOVE LG-CN-REFUND TO DQ-CN-REFUND-AMOUNT
               WHEN LG-DOC-CLAIM-DECISION
                   SET DQ-DOC-DECISION TO TRUE
                   SET DQ-DC-CLAIM TO TRUE
                   MOVE CA-C-STATUS OF POLICY-RECORD TO DQ-DC-STATUS
                   MOVE CA-C-NUM OF POLICY-RECORD TO DQ-DC-CLAIM-NUM
                   MOVE CA-C-DATE OF POLICY-RECORD TO DQ-DC-CLAIM-DATE
                   MOVE CA-C-VALUE OF POLICY-RECORD TO DQ-DC-CLAIM-VALUE
           END-EVALUATE
           PERFORM 8350-WRITE-DOCUMENT-REQUEST THRU 8350-EXIT
           IF DQ-DOC-SCHEDULE OR DQ-DOC-RENEWAL
               IF PR-POLICY-IS-MOTOR
                   SET DQ-DOC-MOTOR-CERT TO TRUE
                   PERFORM 8350-WRITE-DOCUMENT-REQUEST THRU 8350-EXIT
               END-IF
           END-IF.
       8300-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8310-SET-COVER-DETAIL                                         |
      *|   THE VEHICLE A MOTOR SCHEDULE, RENEWAL OR CERTIFICATE NAMES. |
      *|   OTHER TYPES CARRY NO COVER DETAIL BEYOND THE COMMON FIELDS. |
      *+---------------------------------------------------------------+
       8310-SET-COVER-DETAIL.
           MOVE ZERO TO DQ-CV-OLD-PAYMENT
           MOVE ZERO TO DQ-CV-CC
           IF PR-POLICY-IS-MOTOR
               MOVE CA-M-MAKE OF POLICY-RECORD TO DQ-CV-MAKE
               MOVE CA-M-MODEL OF POLICY-RECORD TO DQ-CV-MODEL
               MOVE CA-M-REGNUMBER OF POLICY-RECORD TO DQ-CV-REGNUMBER
               MOVE CA-M-COLOUR OF POLICY-RECORD TO DQ-CV-COLOUR
               MOVE CA-M-CC OF POLICY-RECORD TO DQ-CV-CC
               MOVE CA-M-MANUFACTURED OF POLICY-RECORD
                   TO DQ-CV-MANUFACTURED
           END-IF.
       8310-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 8320-SET-RISK-DECISION                                        |
      *|   CA-B-STATUS 1 IS A REFERRAL AND ANYTHING ELSE NONZERO A     |
      *|   DECLINE - SEE 3854-DECIDE-RISK.                             |
      *+---------------------------------------------------------------+
       8320-SET-RISK-DECISION.
           SET DQ-DOC-DECISION TO TRUE
           SET DQ-DC-UNDERWRITING TO TRUE
           IF CA-B-STATUS OF POLICY-RECORD = 1
               SET DQ-DC-RISK-REFERRED TO TRUE
           ELSE
               SET DQ-DC-RISK-DECLINED TO TRUE
           END-IF
           MOVE ZERO TO DQ-DC-CLAIM-NUM
           MOVE ZERO TO DQ-DC-CLAIM-VALUE
           MOVE CA-B-REJECTREASON OF POLICY-RECORD TO DQ-DC-REASON.
       8320-EXIT.
           EXIT.
       8350-WRITE-DOCUMENT-REQUEST.
           EXEC CICS WRITEQ TD
               QUEUE('DOCREQ')
               FROM(DOCUMENT-REQUEST-RECORD)
               LENGTH(LENGTH OF DOCUMENT-REQUEST-RECORD)
               RESP(LG-RESP)
           END-EXEC
           IF LG-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8900-ABEND-ON-CICS-ERROR THRU 8900-EXIT
           END-IF.
       8350-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
024630*| 8900-ABEND-ON-CICS-ERROR                                      |
024640*|   ANY RESP OTHER THAN NORMAL AND THE HANDFUL OF BUSINESS       |
024650*|   CONDITIONS EACH CALLER ALREADY EVALUATES (NOTFND, DUPREC,    |
