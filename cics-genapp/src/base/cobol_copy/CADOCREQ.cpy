      *+---------------------------------------------------------------+
      *| CADOCREQ                                                      |
      *|   CUSTOMER DOCUMENT REQUEST RECORD (DOCREQ, A SEQUENTIAL FILE |
      *|   - AN EXTRAPARTITION TRANSIENT DATA QUEUE ON THE CICS SIDE,  |
      *|   LIKE CANEXT). LGICDB01 APPENDS ONE ROW PER DOCUMENT AN      |
      *|   EVENT OWES THE CUSTOMER:                                    |
      *|     S  NEW-BUSINESS SCHEDULE - A POLICY ADD OR BOUND QUOTE    |
      *|     R  RENEWAL CONFIRMATION AT THE REPRICED PREMIUM - 01RENP  |
      *|     M  MOTOR CERTIFICATE - ALONGSIDE THE S OR R OF A MOTOR    |
      *|        POLICY                                                 |
      *|     C  CANCELLATION LETTER QUOTING THE REFUND - 01CNCP        |
      *|     D  DECISION LETTER - A CLAIM APPROVED OR REJECTED BY      |
      *|        01APRC/01REJC, QUOTING THE CLAIM STATUS, OR A          |
      *|        COMMERCIAL RISK 01ADDC REFERRED OR DECLINED, QUOTING   |
      *|        CA-B-REJECTREASON (SUCH A RISK GETS NO SCHEDULE)       |
      *|   LGDOCGEN READS THE QUEUE'S BATCH SIDE OVERNIGHT, ADDS THE   |
      *|   CUSTOMER AND BROKER DETAILS AND WRITES THE PRINT-VENDOR     |
      *|   FILE AND THE DOCUMENT REGISTER - THE QUEUE IS DRAINED TO A  |
      *|   FRESH DATASET PER CYCLE, THE SAME WAY RCLOG IS, SO EACH     |
      *|   DOCUMENT IS PRODUCED EXACTLY ONCE.                          |
      *|                                                               |
      *|   THE POLICY FIELDS ARE AS THEY STOOD WHEN THE EVENT          |
      *|   HAPPENED, SO A LETTER SAYS WHAT WAS DONE EVEN IF THE        |
      *|   POLICY CHANGES AGAIN BEFORE THE OVERNIGHT RUN.              |
      *|   DQ-DETAIL IS LAID OUT BY DOCUMENT TYPE.                     |
      *+---------------------------------------------------------------+
       01 DOCUMENT-REQUEST-RECORD.
           05 DQ-DOC-TYPE PIC X.
               88 DQ-DOC-SCHEDULE VALUE 'S'.
               88 DQ-DOC-RENEWAL VALUE 'R'.
               88 DQ-DOC-MOTOR-CERT VALUE 'M'.
               88 DQ-DOC-CANCELLATION VALUE 'C'.
               88 DQ-DOC-DECISION VALUE 'D'.
           05 DQ-TIMESTAMP PIC X(26).
           05 DQ-TRNID PIC X(4).
           05 DQ-POLICY-NUM PIC 9(10).
           05 DQ-CUSTOMER-NUM PIC 9(10).
           05 DQ-POLICY-TYPE PIC X.
           05 DQ-ISSUE-DATE PIC X(10).
           05 DQ-EXPIRY-DATE PIC X(10).
           05 DQ-BROKERID PIC 9(10).
           05 DQ-BROKERSREF PIC X(10).
           05 DQ-PAYMENT PIC 9(6).
           05 DQ-DETAIL PIC X(300).
      *    S, R AND M - THE PREMIUM BEFORE THE RENEWAL REPRICED IT
      *    (ZERO ON A NEW POLICY) AND, FOR A MOTOR POLICY, THE
      *    VEHICLE THE CERTIFICATE COVERS.
           05 DQ-COVER-DETAIL REDEFINES DQ-DETAIL.
               10 DQ-CV-OLD-PAYMENT PIC 9(6).
               10 DQ-CV-MAKE PIC X(15).
               10 DQ-CV-MODEL PIC X(15).
               10 DQ-CV-REGNUMBER PIC X(7).
               10 DQ-CV-COLOUR PIC X(8).
               10 DQ-CV-CC PIC 9(4).
               10 DQ-CV-MANUFACTURED PIC X(10).
               10 FILLER PIC X(235).
      *    C - DQ-EXPIRY-DATE ABOVE IS ALREADY THE CANCELLATION DATE,
      *    AND DQ-PAYMENT THE FULL-TERM PREMIUM IT WAS CANCELLED AT.
           05 DQ-CANCEL-DETAIL REDEFINES DQ-DETAIL.
               10 DQ-CN-CANCEL-DATE PIC X(10).
               10 DQ-CN-REASON-CODE PIC X(3).
               10 DQ-CN-REFUND-AMOUNT PIC 9(6).
               10 FILLER PIC X(281).
      *    D - A CLAIM DECISION CARRIES THE CLAIM'S NEW STATUS (CA-C-
      *    STATUS, A OR R) AND ITS FIGURES; AN UNDERWRITING DECISION
      *    CARRIES CA-B-STATUS (1 REFERRED, 2 DECLINED) IN
      *    DQ-DC-STATUS AND CA-B-REJECTREASON IN DQ-DC-REASON.
           05 DQ-DECISION-DETAIL REDEFINES DQ-DETAIL.
               10 DQ-DC-SUBJECT PIC X.
                   88 DQ-DC-CLAIM VALUE 'L'.
                   88 DQ-DC-UNDERWRITING VALUE 'B'.
               10 DQ-DC-STATUS PIC X.
                   88 DQ-DC-CLAIM-APPROVED VALUE 'A'.
                   88 DQ-DC-CLAIM-REJECTED VALUE 'R'.
                   88 DQ-DC-RISK-REFERRED VALUE '1'.
                   88 DQ-DC-RISK-DECLINED VALUE '2'.
               10 DQ-DC-CLAIM-NUM PIC 9(10).
               10 DQ-DC-CLAIM-DATE PIC X(10).
               10 DQ-DC-CLAIM-VALUE PIC 9(8).
               10 DQ-DC-REASON PIC X(255).
               10 FILLER PIC X(15).
