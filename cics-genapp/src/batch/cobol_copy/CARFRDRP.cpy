      *+---------------------------------------------------------------+
      *| CARFRDRP                                                      |
      *|   DETAIL LINE FOR THE CLAIMS FRAUD REFERRAL REPORT (FRDRPT, A |
      *|   132-COLUMN SEQUENTIAL PRINT FILE) PRODUCED BY LGCLMFRD. ONE |
      *|   LINE PER REFERRED CLAIM, THE PRINTED COUNTERPART OF ITS     |
      *|   FRDEXT ROW - SEE CARFRDEX FOR THE INDICATOR CODES.          |
      *+---------------------------------------------------------------+
       01 FRDRPT-RECORD.
           05 FR-CLAIM-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 FR-POLICY-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 FR-CUSTOMER-NUM PIC 9(10).
           05 FILLER PIC X(02).
           05 FR-CLAIM-DATE PIC X(10).
           05 FILLER PIC X(02).
      *    WIDE ENOUGH TO TAKE CA-C-VALUE'S FULL PIC 9(8) WITHOUT
      *    TRUNCATION.
           05 FR-CLAIM-VALUE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 FR-CLAIM-STATUS PIC X(08).
           05 FILLER PIC X(02).
           05 FR-SCORE PIC ZZ9.
           05 FILLER PIC X(02).
      *    UP TO FIVE TWO-CHARACTER CODES, EACH FOLLOWED BY A SPACE.
           05 FR-INDICATORS PIC X(15).
           05 FILLER PIC X(02).
           05 FR-COVER-POLICY-NUM PIC Z(9)9 BLANK WHEN ZERO.
           05 FILLER PIC X(02).
           05 FR-BROKERID PIC Z(9)9 BLANK WHEN ZERO.
           05 FILLER PIC X(18).
