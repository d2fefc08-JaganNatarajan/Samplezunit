      *+---------------------------------------------------------------+
      *| CARQCVRP                                                      |
      *|   DETAIL LINE FOR THE WEEKLY QUOTE CONVERSION REPORT (QCVRPT, |
      *|   A 132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGQTCONV.   |
      *|   ONE LINE PER BROKER AND POLICY TYPE WITH QUOTES GIVEN IN    |
      *|   THE WEEK - HOW MANY WERE QUOTED, HOW MANY HAVE BEEN BOUND,  |
      *|   HOW MANY LAPSED UNBOUND AND HOW MANY ARE STILL OPEN, THE    |
      *|   CONVERSION RATE (BOUND AS A PERCENTAGE OF QUOTED) AND THE   |
      *|   PREMIUM QUOTED AND BOUND. DIRECT BUSINESS (BROKER ZERO)     |
      *|   PRINTS AS ITS OWN BROKER LINE, AND THE FINAL LINE CARRIES   |
      *|   THE TOTALS FOR ALL BROKERS WITH THE BROKER NUMBER BLANK.    |
      *+---------------------------------------------------------------+
       01 QCVRPT-RECORD.
           05 QC-BROKERID PIC 9(10).
           05 FILLER PIC X(02).
           05 QC-BROKER-NAME PIC X(30).
           05 FILLER PIC X(02).
           05 QC-POLICY-TYPE PIC X.
           05 FILLER PIC X(03).
      *    WIDE ENOUGH FOR THE TABLE'S PIC 9(07) COMP COUNTS.
           05 QC-QUOTED-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 QC-BOUND-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 QC-LAPSED-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 QC-OPEN-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 QC-CONVERSION-PCT PIC ZZ9.9.
           05 FILLER PIC X(02).
      *    WIDE ENOUGH FOR THE TABLE'S PIC 9(12) COMP-3 TOTALS.
           05 QC-QUOTED-PREMIUM PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 QC-BOUND-PREMIUM PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(09).
