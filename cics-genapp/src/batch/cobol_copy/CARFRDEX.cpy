      *+---------------------------------------------------------------+
      *| CARFRDEX                                                      |
      *|   CLAIMS FRAUD REFERRAL EXTRACT RECORD (FRDEXT, A SEQUENTIAL  |
      *|   FILE) PRODUCED BY LGCLMFRD. ONE ROW PER OPEN OR APPROVED    |
      *|   CLAIM THAT RAISED AT LEAST ONE FRAUD INDICATOR, FOR THE     |
      *|   CLAIMS INVESTIGATION TEAM'S CASE SYSTEM. FX-CLAIM-STATUS    |
      *|   TELLS THEM WHETHER THE CLAIM IS STILL OPEN OR ALREADY       |
      *|   APPROVED - AN APPROVED CLAIM CAN BE SETTLED BY 01PAYC AT    |
      *|   ANY TIME, SO THOSE ARE THE ONES TO STOP FIRST.              |
      *|                                                               |
      *|   FX-INDICATOR HOLDS THE CODES RAISED, LEFT-JUSTIFIED, WITH   |
      *|   UNUSED SLOTS SPACES:                                        |
      *|     NC - CA-C-DATE OUTSIDE EVERY POLICY THE CUSTOMER HOLDS    |
      *|     EC - CLAIM WITHIN 30 DAYS OF THE COVER STARTING           |
      *|     MC - ANOTHER CLAIM BY THE CUSTOMER WITHIN 12 MONTHS       |
      *|     SI - CA-C-VALUE AT OR ABOVE THE SUM INSURED               |
      *|     SB - BROKER ON THE CLAIM OR COVER SUSPENDED ON BRKFILE    |
      *|   FX-SCORE IS THE SUM OF THE RAISED INDICATORS' WEIGHTS.      |
      *|   FX-COVER-POLICY-NUM IS THE LONGEST-STANDING POLICY WHOSE    |
      *|   TERM COVERS THE CLAIM DATE (ZERO UNDER NC) AND FX-BROKERID  |
      *|   THE SUSPENDED BROKER WHEN SB IS RAISED, OTHERWISE ZERO.     |
      *+---------------------------------------------------------------+
       01 FRDEXT-RECORD.
           05 FX-POLICY-NUM PIC 9(10).
           05 FX-CUSTOMER-NUM PIC 9(10).
           05 FX-CLAIM-NUM PIC 9(10).
           05 FX-CLAIM-DATE PIC X(10).
           05 FX-CLAIM-VALUE PIC 9(8).
           05 FX-CLAIM-PAID PIC 9(8).
           05 FX-CLAIM-STATUS PIC X.
               88 FX-CLAIM-IS-OPEN VALUES 'O' ' '.
               88 FX-CLAIM-IS-APPROVED VALUE 'A'.
           05 FX-COVER-POLICY-NUM PIC 9(10).
           05 FX-BROKERID PIC 9(10).
           05 FX-SCORE PIC 9(3).
           05 FX-INDICATOR-COUNT PIC 9.
           05 FX-INDICATOR PIC X(2) OCCURS 5 TIMES.
           05 FX-SCREEN-DATE PIC X(10).
