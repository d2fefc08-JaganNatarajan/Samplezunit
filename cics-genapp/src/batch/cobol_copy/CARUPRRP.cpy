      *+---------------------------------------------------------------+
      *| CARUPRRP                                                      |
      *|   PRINT LINE FOR THE UNEARNED PREMIUM VALUATION REPORT        |
      *|   (UPRRPT, A 132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY    |
      *|   LGUPRVAL. THE PROGRAM BUILDS ITS HEADING, TOTAL, MOVEMENT   |
      *|   AND VERDICT LINES IN WORKING STORAGE AND WRITES THEM        |
      *|   THROUGH THIS ONE RECORD, THE WAY LGDAYBAL DOES WITH         |
      *|   CARBALRP.                                                   |
      *+---------------------------------------------------------------+
       01 UPRRPT-RECORD PIC X(132).
