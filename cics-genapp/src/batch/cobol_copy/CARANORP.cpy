      *+---------------------------------------------------------------+
      *| CARANORP                                                      |
      *|   DETAIL LINE FOR THE CUSTOMER ANONYMISATION REPORT (ANORPT,  |
      *|   A 132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGANONYM.   |
      *|   ONE LINE PER CUSTOMER ON CUSTFILE - ANONYMISED OR SKIPPED,  |
      *|   WHY IT WAS SKIPPED, THE LAST DATED ACTIVITY FOUND FOR IT    |
      *|   AND WHAT HAPPENED TO ITS SECRFILE ROW. THE HEADINGS AND     |
      *|   TOTALS ARE BUILT IN THE PROGRAM AND WRITTEN THROUGH THIS    |
      *|   SAME RECORD.                                                |
      *+---------------------------------------------------------------+
       01 ANORPT-RECORD.
           05 AR-CUSTOMER-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 AR-RESULT PIC X(10).
           05 FILLER PIC X(02).
           05 AR-REASON PIC X(30).
           05 FILLER PIC X(02).
      *    YYYY-MM-DD, OR SPACES WHEN NOTHING DATED WAS FOUND.
           05 AR-LAST-ACTIVITY PIC X(10).
           05 FILLER PIC X(02).
           05 AR-SECURITY-ROW PIC X(08).
           05 FILLER PIC X(56).
