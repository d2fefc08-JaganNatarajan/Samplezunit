      *+---------------------------------------------------------------+
      *| CASVCCTL                                                      |
      *|   ONLINE SERVICE CONTROL RECORD (SVCCTL, A KSDS KEYED ON      |
      *|   SC-FILE-GROUP, ONE ROW PER GROUP OF MASTER FILES THAT A     |
      *|   BATCH JOB UPDATES TOGETHER). A BATCH JOB THAT OWNS A        |
      *|   GROUP'S FILES SETS SC-SERVICE-STATE WHEN IT STARTS AND      |
      *|   PUTS IT BACK TO OPEN WHEN IT FINISHES; LGICDB01 READS THE   |
      *|   ROW BEFORE EVERY REQUEST THAT TOUCHES THE GROUP AND REFUSES |
      *|   IT WITH RC 97 WHILE THE GROUP IS CLOSED, OR WHILE IT IS     |
      *|   READ-ONLY AND THE REQUEST WOULD CHANGE SOMETHING. A GROUP   |
      *|   WITH NO ROW IS OPEN.                                        |
      *|                                                               |
      *|   GROUPS:                                                     |
      *|     CUSTOMER - CUSTFILE AND ITS SECRFILE SECURITY ROWS        |
      *|     POLICY   - POLYFILE                                       |
      *|     CLMPAY   - THE CLAIM PAYMENT HISTORY                      |
      *|                                                               |
      *|   SC-JOB-NAME AND SC-WINDOW-START SAY WHICH JOB SET THE       |
      *|   STATE AND WHEN; THEY STAY ON THE ROW AFTER THE WINDOW       |
      *|   CLOSES AS A RECORD OF THE LAST ONE. A JOB THAT ABENDS       |
      *|   LEAVES ITS STATE IN PLACE - THE FILES MAY BE HALF-UPDATED - |
      *|   AND THE RESTART RECOGNISES ITS OWN ROW, COUNTS THE RESTART  |
      *|   AND CLEARS THE STATE WHEN IT COMPLETES. EVERY CHANGE IS     |
      *|   ALSO LOGGED ON SVCLOG (CARSVCLG) FOR THE LGSVCRPT REPORT.   |
      *+---------------------------------------------------------------+
       01 SERVICE-CONTROL-RECORD.
           05 SC-FILE-GROUP PIC X(8).
               88 SC-GROUP-CUSTOMER VALUE 'CUSTOMER'.
               88 SC-GROUP-POLICY VALUE 'POLICY  '.
               88 SC-GROUP-CLMPAY VALUE 'CLMPAY  '.
           05 SC-SERVICE-STATE PIC X.
               88 SC-SERVICE-OPEN VALUES 'O' ' '.
               88 SC-SERVICE-READ-ONLY VALUE 'R'.
               88 SC-SERVICE-CLOSED VALUE 'C'.
           05 SC-JOB-NAME PIC X(8).
           05 SC-WINDOW-START PIC X(26).
           05 SC-RESTART-COUNT PIC 9(3).
