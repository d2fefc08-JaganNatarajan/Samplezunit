      *+---------------------------------------------------------------+
      *| CARSARRP                                                      |
      *|   PRINT LINE FOR THE SUBJECT ACCESS REPORT (SARRPT, A         |
      *|   132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGSUBACC.     |
      *|   ONE SECTION PER FILE SEARCHED - A HEADING, THE RECORDS      |
      *|   HELD FOR THE CUSTOMER AND A COUNT, OR A LINE SAYING THE     |
      *|   FILE WAS NOT PRESENT IN THE RUN. THE PROGRAM BUILDS THE     |
      *|   LINES IN WORKING STORAGE AND WRITES THEM THROUGH THIS ONE   |
      *|   RECORD, AS LGCHGRPT DOES WITH CARCHGRP.                     |
      *+---------------------------------------------------------------+
       01 SARRPT-RECORD PIC X(132).
