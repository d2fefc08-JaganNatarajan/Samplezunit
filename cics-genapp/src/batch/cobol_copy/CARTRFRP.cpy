      *+---------------------------------------------------------------+
      *| CARTRFRP                                                      |
      *|   DETAIL LINE FOR THE BROKER BOOK TRANSFER COMMISSION IMPACT  |
      *|   REPORT (TRFRPT, A 132-COLUMN SEQUENTIAL PRINT FILE)         |
      *|   PRODUCED BY LGBRKTRF. ONE LINE PER POLICY MOVED - ITS       |
      *|   PREMIUM, THE COMMISSION IT EARNED THE OLD BROKER AND WILL   |
      *|   EARN THE NEW ONE AT EACH BROKER'S RATE FOR THE POLICY TYPE  |
      *|   (CABRKFLD), AND THE DIFFERENCE. THE PER-MAPPING TOTALS AND  |
      *|   HEADINGS ARE BUILT IN THE PROGRAM AND WRITTEN THROUGH THIS  |
      *|   SAME RECORD.                                                |
      *+---------------------------------------------------------------+
       01 TRFRPT-RECORD.
           05 TR-POLICY-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 TR-POLICY-TYPE PIC X(01).
           05 FILLER PIC X(02).
           05 TR-CUSTOMER-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 TR-PAYMENT PIC ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 TR-OLD-BROKER PIC 9(10).
           05 FILLER PIC X(01).
           05 TR-OLD-RATE PIC Z9.99.
           05 FILLER PIC X(01).
           05 TR-OLD-COMMISSION PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(02).
           05 TR-NEW-BROKER PIC 9(10).
           05 FILLER PIC X(01).
           05 TR-NEW-RATE PIC Z9.99.
           05 FILLER PIC X(01).
           05 TR-NEW-COMMISSION PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(02).
      *    NEGATIVE WHEN THE NEW BROKER'S RATE FOR THE TYPE IS LOWER.
           05 TR-COMM-CHANGE PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(27).
