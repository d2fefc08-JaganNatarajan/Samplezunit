      *+---------------------------------------------------------------+
      *| CARDOCRG                                                      |
      *|   DETAIL LINE FOR THE CUSTOMER DOCUMENT REGISTER (DOCREG, A   |
      *|   132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGDOCGEN. ONE |
      *|   LINE PER DOCUMENT REQUEST - THE DOCUMENT ID AND HOW IT WAS  |
      *|   SENT, OR HELD AND WHY - SO THE REGISTER SHOWS WHAT WAS SENT |
      *|   TO WHOM AND WHEN. THE HEADINGS AND TOTALS ARE BUILT IN THE  |
      *|   PROGRAM AND WRITTEN THROUGH THIS SAME RECORD.               |
      *+---------------------------------------------------------------+
       01 DOCREG-RECORD.
      *    SPACES WHEN THE DOCUMENT WAS HELD.
           05 DG-DOCUMENT-ID.
               10 DG-RUN-DATE PIC X(08).
               10 DG-SEQUENCE PIC 9(06).
           05 FILLER PIC X(02).
           05 DG-DOC-NAME PIC X(12).
           05 FILLER PIC X(02).
           05 DG-POLICY-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 DG-CUSTOMER-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 DG-BROKERID PIC 9(10).
           05 FILLER PIC X(02).
      *    E-MAIL, POST OR HELD.
           05 DG-DELIVERY PIC X(06).
           05 FILLER PIC X(02).
           05 DG-REQUESTED PIC X(26).
           05 FILLER PIC X(02).
           05 DG-NOTE PIC X(30).
