               88 CA-REQ-ADD-BROKER VALUE '01ABRK'.
               88 CA-REQ-UPDATE-BROKER VALUE '01UBRK'.
               88 CA-REQ-INQUIRE-BROKER VALUE '01IBRK'.
      *        01IBPL LISTS EVERY POLICY ON FILE UNDER ONE BROKER
      *        NUMBER - SUSPENDED BROKERS INCLUDED, SINCE THOSE ARE THE
      *        BOOKS THAT NEED MOVING - BROWSING POLYFILE BY ITS
      *        PR-BROKERID ALTERNATE-INDEX PATH, POLBRKR. SEE
      *        CA-BRKPOL-REQUEST. THE LGBRKTRF BATCH RUN MOVES A BOOK
      *        FROM ONE BROKER TO ANOTHER.
               88 CA-REQ-INQUIRE-BROKER-POLICIES VALUE '01IBPL'.
               88 CA-REQ-ADD-ENDOWMENT VALUE '01ADDE'.
               88 CA-REQ-ADD-HOUSE VALUE '01ADDH'.
               88 CA-REQ-ADD-MOTOR VALUE '01ADDM'.
      *        RECEIVABLES LEDGER - WHERE 01DELP ERASES THE RECORD
      *        WITH NO REFUND AND NO TRACE. SEE CA-CANCEL-REQUEST.
               88 CA-REQ-CANCEL-POLICY VALUE '01CNCP'.
      *        01ENDP CHANGES A POLICY'S COVER AND PREMIUM MID-TERM
      *        FROM AN EFFECTIVE DATE - THE PRO-RATA ADDITIONAL OR
      *        RETURN PREMIUM FOR THE REST OF THE TERM IS COMPUTED THE
      *        WAY 01CNCP COMPUTES ITS REFUND AND FED TO THE BILLING
      *        RUN, AND THE NEW VERSION OF COVER IS NUMBERED ON THE
      *        ENDHIST ENDORSEMENT HISTORY FILE. 01IEND LISTS THAT
      *        HISTORY. SEE CA-ENDORSE-REQUEST AND CA-ENDHIST-REQUEST.
               88 CA-REQ-ENDORSE-POLICY VALUE '01ENDP'.
               88 CA-REQ-INQUIRE-ENDORSEMENTS VALUE '01IEND'.
      *        01QPOL PRICES A POLICY WITHOUT WRITING IT - THE SAME
      *        COMMERCIAL UNDERWRITING 01ADDC RUNS, OR THE RATEFILE
      *        CLAIMS LOADING FOR THE OTHER TYPES - AND STORES THE
      *        PRICE ON THE QUOTFILE QUOTE FILE UNDER A QUOTE NUMBER
      *        WITH AN EXPIRY DATE. NOTHING REACHES POLYFILE, THE
      *        CESSION QUEUE OR THE CNTLFIL POLICY SERIES. 01BQTE
      *        BINDS AN UNEXPIRED QUOTE, PUTTING THE POLICY ON COVER
      *        AT THE QUOTED PRICE. SEE CA-QUOTE-REQUEST.
               88 CA-REQ-QUOTE-POLICY VALUE '01QPOL'.
               88 CA-REQ-BIND-QUOTE VALUE '01BQTE'.
      *        CLAIM LIFECYCLE. 01APRC/01REJC MOVE AN OPEN CLAIM TO
      *        APPROVED OR REJECTED; 01PAYC RECORDS A SETTLEMENT
      *        PAYMENT (THE AMOUNT TRAVELS IN CA-C-PAID) AGAINST AN
      *        APPROVED CLAIM AND WRITES IT TO THE CLMPAY PAYMENT
      *        HISTORY FILE, SO A CLAIM'S PAID FIGURE IS AUDITABLE
      *        INSTEAD OF A TOTAL BLINDLY OVERWRITTEN VIA 01UPDP.
      *        THE MONEY GOES OUT THROUGH THE BANK FILE, SO 01PAYC
      *        NEEDS PAYEE BANK DETAILS ON THE CLAIM (CA-C-PAYEE-*)
      *        - EITHER STORED FROM 01ADDL OR SENT WITH THE PAYMENT,
      *        WHICH THEN REPLACE THE STORED ONES. A PAYMENT WITH
      *        NEITHER, OR WITH A NON-NUMERIC SORT CODE OR ACCOUNT
      *        NUMBER, IS AN INVALID REQUEST (12).
               88 CA-REQ-APPROVE-CLAIM VALUE '01APRC'.
               88 CA-REQ-REJECT-CLAIM VALUE '01REJC'.
               88 CA-REQ-PAY-CLAIM VALUE '01PAYC'.
      *        NOT ACTIVE. A CA-BROKERID OF ZERO MEANS DIRECT
      *        BUSINESS WITH NO BROKER AND IS NOT VALIDATED.
               88 CA-RC-INVALID-BROKER VALUE 95.
      *        AN 01BQTE AGAINST A QUOTE THAT IS PAST ITS EXPIRY
      *        DATE, IS ALREADY BOUND, OR IS A COMMERCIAL RISK THE
      *        UNDERWRITING DECLINED. RE-QUOTE INSTEAD.
               88 CA-RC-QUOTE-NOT-BINDABLE VALUE 96.
      *        A BATCH JOB HAS THE FILES THE REQUEST NEEDS CLOSED, OR
      *        READ-ONLY AND THE REQUEST WOULD CHANGE THEM (SVCCTL -
      *        SEE CASVCCTL). NOTHING WAS DONE; RETRY LATER.
               88 CA-RC-SERVICE-UNAVAILABLE VALUE 97.
           05 CA-CUSTOMER-NUM PIC 9(10).
           05 CA-REQUEST-SPECIFIC PIC X(32482).
           05 CA-CUSTOMER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *        IN CA-PH-PAYMENT-COUNT. A CLAIM WITH NO PAYMENTS YET
      *        COMES BACK SUCCESSFUL WITH A COUNT OF ZERO; A NUMBER
      *        NOT ON POLYFILE IS NOT-FOUND (04) AND A RECORD THAT
      *        IS NOT A CLAIM IS INVALID-CLAIM-STATE (94). EACH ROW
      *        CARRIES ITS BANK DISBURSEMENT STATE (PENDING, SENT,
      *        CONFIRMED OR RETURNED - SEE CACLMPAY) AND, FOR A
      *        RETURNED PAYMENT, THE BANK'S REASON CODE.
           05 CA-CLMPAY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               07 CA-PH-POLICY-NUM PIC 9(10).
               07 CA-PH-PAYMENT-COUNT PIC 9(3).
                   09 CA-PH-TIMESTAMP PIC X(26).
                   09 CA-PH-PAYMENT-AMOUNT PIC 9(8).
                   09 CA-PH-PAID-TO-DATE PIC 9(8).
                   09 CA-PH-DISBURSE-STATUS PIC X.
                       88 CA-PH-PAYMENT-RETURNED VALUE 'R'.
                   09 CA-PH-RETURN-REASON PIC X(4).
               07 CA-PH-FILLER PIC X(8969).
      *        MID-TERM CANCELLATION (01CNCP). THE CALLER SENDS THE
      *        POLICY NUMBER, THE DATE COVER ENDS AND A REASON CODE;
      *        LGICDB01 COMPUTES THE PRO-RATA RETURN PREMIUM FROM THE
               07 CA-BROKER-NUM PIC 9(10).
               COPY CABRKFLD REPLACING LEV BY 07.
               07 CA-BROKER-DATA PIC X(32269).
      *        POLICIES-BY-BROKER INQUIRY (01IBPL). THE CALLER NAMES
      *        THE BROKER; LGICDB01 HANDS BACK THE BROKER'S NAME AND
      *        STATUS FROM THE BROKER MASTER AND UP TO 500 OF THEIR
      *        POLICIES IN POLICY NUMBER ORDER, COUNT IN
      *        CA-BP-POLICY-COUNT - THE SAME FIXED-TABLE PATTERN 01ICAP
      *        AND 01SCUS USE. A BROKER NOT ON BRKFILE IS NOT-FOUND
      *        (04); ONE ON FILE WITH NO POLICIES COMES BACK SUCCESSFUL
      *        WITH A COUNT OF ZERO.
           05 CA-BRKPOL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               07 CA-BP-BROKER-NUM PIC 9(10).
               07 CA-BP-BROKER-NAME PIC X(30).
               07 CA-BP-BROKER-STATUS PIC X.
               07 CA-BP-POLICY-COUNT PIC 9(3).
               07 CA-BP-POLICY-TABLE OCCURS 500 TIMES.
                   09 CA-BP-POLICY-NUM PIC 9(10).
                   09 CA-BP-CUSTOMER-NUM PIC 9(10).
                   09 CA-BP-POLICY-TYPE PIC X.
                   09 CA-BP-ISSUE-DATE PIC X(10).
                   09 CA-BP-EXPIRY-DATE PIC X(10).
                   09 CA-BP-BROKERSREF PIC X(10).
                   09 CA-BP-PAYMENT PIC 9(6).
               07 CA-BP-FILLER PIC X(3938).
           05 CA-CUSTSRCH-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               07 CA-CS-SEARCH-LAST-NAME PIC X(20).
               07 CA-CS-SEARCH-POSTCODE PIC X(8).
                   09 CA-CS-DOB PIC X(10).
                   09 CA-CS-POSTCODE PIC X(8).
               07 CA-CS-FILLER PIC X(3451).
      *        MID-TERM ADJUSTMENT (01ENDP). THE CALLER SENDS THE
      *        POLICY NUMBER, THE DATE THE CHANGE TAKES EFFECT, THE
      *        NEW FULL-TERM PREMIUM AND THE NEW COVER (LAID OUT AS
      *        THE POLICY TYPE'S CAPOLSPC REDEFINITION); LGICDB01
      *        HANDS BACK THE ENDORSEMENT NUMBER IT ASSIGNED, THE
      *        ADJUSTMENT TYPE AND THE PRO-RATA AMOUNT. A COMMERCIAL
      *        RISK IS RE-RATED ON THE NEW COVER AND THE RESULTING
      *        PREMIUMS AND DECISION COME BACK IN CA-EN-COVER-DATA.
           05 CA-ENDORSE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               07 CA-EN-POLICY-NUM PIC 9(10).
               07 CA-EN-EFFECTIVE-DATE PIC X(10).
               07 CA-EN-NEW-PAYMENT PIC 9(6).
               07 CA-EN-ENDORSE-NUM PIC 9(4).
               07 CA-EN-ADJUST-TYPE PIC X.
                   88 CA-EN-ADJUST-ADDITIONAL VALUE 'A'.
                   88 CA-EN-ADJUST-RETURN VALUE 'R'.
                   88 CA-EN-ADJUST-NONE VALUE 'N'.
               07 CA-EN-ADJUST-AMOUNT PIC 9(6).
               07 CA-EN-COVER-DATA PIC X(1102).
               07 CA-EN-FILLER PIC X(31343).
      *        ENDORSEMENT HISTORY INQUIRY (01IEND). THE CALLER NAMES
      *        THE POLICY AND THE VERSION WHOSE COVER IT WANTS TO SEE;
      *        LGICDB01 RETURNS EVERY VERSION ON ENDHIST IN
      *        ENDORSEMENT ORDER (UP TO 500, COUNT IN
      *        CA-EI-VERSION-COUNT) AND THE REQUESTED VERSION'S COVER
      *        IN CA-EI-COVER-DATA (SPACES WHEN THERE IS NO SUCH
      *        VERSION). A POLICY NEVER ENDORSED COMES BACK WITH ITS
      *        CURRENT TERMS AS VERSION 0000. THE SAME FIXED-TABLE
      *        PATTERN 01ICAP AND 01IPYH USE.
           05 CA-ENDHIST-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               07 CA-EI-POLICY-NUM PIC 9(10).
               07 CA-EI-VERSION-NUM PIC 9(4).
               07 CA-EI-COVER-DATA PIC X(1102).
               07 CA-EI-VERSION-COUNT PIC 9(3).
               07 CA-EI-VERSION-TABLE OCCURS 500 TIMES.
                   09 CA-EI-ENDORSE-NUM PIC 9(4).
                   09 CA-EI-EFFECTIVE-DATE PIC X(10).
                   09 CA-EI-TIMESTAMP PIC X(26).
                   09 CA-EI-PAYMENT PIC 9(6).
                   09 CA-EI-ADJUST-TYPE PIC X.
                   09 CA-EI-ADJUST-AMOUNT PIC 9(6).
               07 CA-EI-FILLER PIC X(4863).
      *        QUOTE AND BIND (01QPOL/01BQTE). ON 01QPOL THE CALLER
      *        SENDS THE POLICY TYPE, THE COMMON POLICY FIELDS AND THE
      *        COVER (LAID OUT AS THE TYPE'S CAPOLSPC REDEFINITION),
      *        WITH THE CUSTOMER IN CA-CUSTOMER-NUM; LGICDB01 HANDS
      *        BACK THE QUOTE NUMBER, ITS EXPIRY DATE, THE QUOTED
      *        PREMIUM AND - FOR A COMMERCIAL RISK - THE RATED COVER
      *        WITH ITS UNDERWRITING DECISION. ON 01BQTE THE CALLER
      *        SENDS THE QUOTE NUMBER AND EITHER A POLICY NUMBER OR
      *        ZERO TO HAVE ONE ALLOCATED; THE BOUND POLICY'S NUMBER
      *        AND TERMS COME BACK IN THE SAME FIELDS.
           05 CA-QUOTE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               07 CA-QT-QUOTE-NUM PIC 9(10).
               07 CA-QT-QUOTE-EXPIRY PIC X(10).
               07 CA-QT-POLICY-NUM PIC 9(10).
               07 CA-QT-POLICY-TYPE PIC X.
      *            CLAIM RECORDS ARE NOT SOLD AND CANNOT BE QUOTED.
                   88 CA-QT-TYPE-QUOTABLE VALUES 'E' 'H' 'M' 'B' 'T'.
               07 CA-QT-ISSUE-DATE PIC X(10).
               07 CA-QT-EXPIRY-DATE PIC X(10).
               07 CA-QT-BROKERID PIC 9(10).
               07 CA-QT-BROKERSREF PIC X(10).
               07 CA-QT-PAYMENT PIC 9(6).
               07 CA-QT-COVER-DATA PIC X(1102).
               07 CA-QT-FILLER PIC X(31303).
