      *+---------------------------------------------------------------+
      *| CAENDEXT                                                      |
      *|   POLICY ENDORSEMENT EXTRACT RECORD (ENDEXT, A SEQUENTIAL     |
      *|   FILE - AN EXTRAPARTITION TRANSIENT DATA QUEUE ON THE CICS   |
      *|   SIDE, LIKE CANEXT). LGICDB01 APPENDS ONE ROW PER 01ENDP     |
      *|   MID-TERM ADJUSTMENT THAT MOVES THE PREMIUM, CARRYING THE    |
      *|   PRO-RATA ADDITIONAL PREMIUM (TYPE A) OR RETURN PREMIUM      |
      *|   (TYPE R) IT COMPUTED. LGPRMBIL READS THE QUEUE'S BATCH SIDE |
      *|   EACH BILLING RUN, ADDING A CHARGE TO WHAT THE CUSTOMER      |
      *|   OWES OR NETTING A CREDIT OFF IT THE SAME WAY IT NETS A      |
      *|   CANEXT REFUND - THE QUEUE IS DRAINED TO A FRESH DATASET PER |
      *|   CYCLE, SO EACH ADJUSTMENT BILLS EXACTLY ONCE. AN            |
      *|   ENDORSEMENT THAT LEAVES THE PREMIUM UNCHANGED WRITES NO     |
      *|   ROW HERE.                                                   |
      *+---------------------------------------------------------------+
       01 ENDORSE-EXTRACT-RECORD.
           05 EX-POLICY-NUM PIC 9(10).
           05 EX-CUSTOMER-NUM PIC 9(10).
           05 EX-POLICY-TYPE PIC X.
           05 EX-ENDORSE-NUM PIC 9(4).
           05 EX-EFFECTIVE-DATE PIC X(10).
           05 EX-TIMESTAMP PIC X(26).
      *    THE FULL-TERM PREMIUM BEFORE AND AFTER THE ENDORSEMENT, AND
      *    THE PRO-RATA SHARE OF THE DIFFERENCE BEING CHARGED OR
      *    RETURNED.
           05 EX-OLD-PAYMENT PIC 9(6).
           05 EX-NEW-PAYMENT PIC 9(6).
           05 EX-ADJUST-TYPE PIC X.
               88 EX-ADJUST-ADDITIONAL VALUE 'A'.
               88 EX-ADJUST-RETURN VALUE 'R'.
           05 EX-ADJUST-AMOUNT PIC 9(6).
