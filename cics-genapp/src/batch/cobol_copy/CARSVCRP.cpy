      *+---------------------------------------------------------------+
      *| CARSVCRP                                                      |
      *|   PRINT LINE FOR THE SERVICE WINDOW REPORT (SVCRPT, A         |
      *|   132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGSVCRPT.     |
      *|   THE PROGRAM BUILDS ITS HEADING, WINDOW, CURRENT-STATE AND   |
      *|   TOTAL LINES IN WORKING STORAGE AND WRITES THEM THROUGH THIS |
      *|   ONE RECORD, THE WAY LGDAYBAL DOES WITH CARBALRP.            |
      *+---------------------------------------------------------------+
       01 SVCRPT-RECORD PIC X(132).
