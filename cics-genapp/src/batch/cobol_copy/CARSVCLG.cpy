      *+---------------------------------------------------------------+
      *| CARSVCLG                                                      |
      *|   SERVICE WINDOW LOG RECORD (SVCLOG, A SEQUENTIAL FILE        |
      *|   EXTENDED BY EVERY BATCH JOB THAT SETS OR CLEARS AN SVCCTL   |
      *|   SERVICE STATE - SEE CASVCCTL). ONE ROW WHEN A JOB OPENS A   |
      *|   WINDOW ON A FILE GROUP (EVENT S), ONE EACH TIME A RESTART   |
      *|   AFTER AN ABEND TAKES ITS OWN WINDOW BACK (EVENT R), AND ONE |
      *|   WHEN THE JOB COMPLETES AND THE GROUP RETURNS TO OPEN        |
      *|   (EVENT E). LGSVCRPT PAIRS THEM UP INTO WINDOWS FOR THE      |
      *|   OPERATORS. SL-SERVICE-STATE IS THE STATE THE GROUP WAS LEFT |
      *|   IN BY THE EVENT.                                            |
      *+---------------------------------------------------------------+
       01 SERVICE-LOG-RECORD.
           05 SL-TIMESTAMP PIC X(26).
           05 SL-FILE-GROUP PIC X(8).
           05 SL-EVENT PIC X.
               88 SL-EVENT-START VALUE 'S'.
               88 SL-EVENT-RESTART VALUE 'R'.
               88 SL-EVENT-END VALUE 'E'.
           05 SL-SERVICE-STATE PIC X.
           05 SL-JOB-NAME PIC X(8).
