      *+---------------------------------------------------------------+
      *| CARDOCOT                                                      |
      *|   CUSTOMER DOCUMENT RECORD FOR THE PRINT AND E-MAIL VENDOR    |
      *|   (DOCOUT, A SEQUENTIAL FILE) WRITTEN BY LGDOCGEN. ONE ROW    |
      *|   PER DOCUMENT PRODUCED - A REQUEST FROM DOCREQ (CADOCREQ)    |
      *|   WITH THE CUSTOMER'S NAME AND ADDRESS FROM CUSTFILE AND THE  |
      *|   BROKER'S FROM BRKFILE ADDED, SO THE VENDOR NEEDS NOTHING    |
      *|   ELSE TO ADDRESS IT. HELD DOCUMENTS GET NO ROW HERE.         |
      *|                                                               |
      *|   DO-DOCUMENT-ID IS THE RUN DATE AND A SEQUENCE WITHIN THE    |
      *|   RUN, AND IS PRINTED ON THE DOCUMENT REGISTER (CARDOCRG).    |
      *|   DO-DETAIL IS THE REQUEST'S DQ-DETAIL BYTE FOR BYTE, LAID    |
      *|   OUT BY DO-DOC-TYPE AS CADOCREQ DESCRIBES.                   |
      *+---------------------------------------------------------------+
       01 DOCOUT-RECORD.
           05 DO-DOCUMENT-ID.
      *        YYYYMMDD.
               10 DO-RUN-DATE PIC X(08).
               10 DO-SEQUENCE PIC 9(06).
           05 DO-DOC-TYPE PIC X(01).
               88 DO-DOC-SCHEDULE VALUE 'S'.
               88 DO-DOC-RENEWAL VALUE 'R'.
               88 DO-DOC-MOTOR-CERT VALUE 'M'.
               88 DO-DOC-CANCELLATION VALUE 'C'.
               88 DO-DOC-DECISION VALUE 'D'.
      *    E-MAIL WHEN THE CUSTOMER HAS AN ADDRESS ON FILE, ELSE POST.
           05 DO-DELIVERY PIC X(01).
               88 DO-DELIVER-EMAIL VALUE 'E'.
               88 DO-DELIVER-POST VALUE 'P'.
           05 DO-REQUESTED PIC X(26).
           05 DO-TRNID PIC X(04).
           05 DO-POLICY-NUM PIC 9(10).
           05 DO-POLICY-TYPE PIC X(01).
           05 DO-ISSUE-DATE PIC X(10).
           05 DO-EXPIRY-DATE PIC X(10).
           05 DO-PAYMENT PIC 9(06).
           05 DO-CUSTOMER-NUM PIC 9(10).
           05 DO-FIRST-NAME PIC X(10).
           05 DO-LAST-NAME PIC X(20).
           05 DO-HOUSE-NAME PIC X(20).
           05 DO-HOUSE-NUM PIC X(04).
           05 DO-POSTCODE PIC X(08).
           05 DO-EMAIL-ADDRESS PIC X(100).
      *    ZERO, AND THE BROKER FIELDS SPACES, FOR A DIRECT POLICY OR
      *    ONE WHOSE BROKER IS NOT ON BRKFILE.
           05 DO-BROKERID PIC 9(10).
           05 DO-BROKERSREF PIC X(10).
           05 DO-BROKER-NAME PIC X(30).
           05 DO-BROKER-HOUSE-NAME PIC X(20).
           05 DO-BROKER-HOUSE-NUM PIC X(04).
           05 DO-BROKER-POSTCODE PIC X(08).
           05 DO-BROKER-PHONE PIC X(20).
           05 DO-BROKER-EMAIL PIC X(100).
           05 DO-DETAIL PIC X(300).
