      *|   EXTRAPARTITION TRANSIENT DATA QUEUE ON THE CICS SIDE, LIKE  |
      *|   SECRAUD). LGICDB01 APPENDS ONE ROW FOR EVERY UPDATE,        |
      *|   RENEWAL, CANCELLATION OR DELETE IT APPLIES TO A CUSTOMER    |
      *|   OR POLICY (AND EVERY MID-TERM ENDORSEMENT AND POLICY ADD),  |
      *|   CARRYING THE BEFORE AND AFTER IMAGES, THE TIMESTAMP AND     |
      *|   THE EIBTRNID/EIBTRMID OF THE TASK THAT MADE THE CHANGE -    |
      *|   THE TRAIL THE REGULATOR ASKED FOR. LGCHGRPT READS THIS      |
               88 CH-ENTITY-CUSTOMER VALUE 'C'.
               88 CH-ENTITY-POLICY VALUE 'P'.
           05 CH-ACTION PIC X.
      *        A NEW POLICY (01ADDX, OR 01BQTE BINDING A QUOTE) - SPACES
      *        FOR THE BEFORE IMAGE, THE MIRROR OF A DELETE. THE AFTER
      *        IMAGE'S PAYMENT IS THE NEW-BUSINESS WRITTEN PREMIUM THE
      *        LGGLPOST LEDGER RUN POSTS, AS IT POSTS A RENEWAL'S.
               88 CH-ACTION-ADD VALUE 'A'.
               88 CH-ACTION-UPDATE VALUE 'U'.
               88 CH-ACTION-RENEW VALUE 'R'.
      *        A MID-TERM CANCELLATION (01CNCP) - THE RECORD STAYS ON
      *        POLICY CAME OFF COVER AND WHAT WENT BACK, AFTER THE
      *        CANEXT CREDIT ROW IS CONSUMED BY THE BILLING RUN.
               88 CH-ACTION-CANCEL VALUE 'C'.
      *        A DUPLICATE-CUSTOMER MERGE APPLIED BY LGDUPMRG, ONE OF
      *        THE KINDS OF ROW ON THIS FILE WRITTEN FROM BATCH. A
      *        POLICY ROW CARRIES THE REASSIGNMENT'S BEFORE/AFTER
      *        IMAGES; A CUSTOMER ROW CARRIES THE REMOVED DUPLICATE'S
      *        IMAGE WITH SPACES AFTER, LIKE A DELETE.
               88 CH-ACTION-MERGE VALUE 'M'.
      *        A BROKER BOOK TRANSFER APPLIED BY LGBRKTRF - A POLICY
      *        ROW WITH BOTH IMAGES, THE ONLY DIFFERENCE BETWEEN THEM
      *        BEING PR-BROKERID. ANOTHER KIND OF BATCH ROW.
               88 CH-ACTION-TRANSFER VALUE 'T'.
      *        A CUSTOMER ANONYMISED BY LGANONYM, ALSO FROM BATCH - A
      *        CUSTOMER ROW WHOSE AFTER IMAGE CARRIES THE CACUSANO
      *        PLACEHOLDERS. THE BEFORE IMAGE IS LEFT AS SPACES, LIKE
      *        AN ADD: LOGGING THE ERASED DETAILS WOULD KEEP THEM.
               88 CH-ACTION-ANONYMISE VALUE 'X'.
      *        A MID-TERM ADJUSTMENT (01ENDP) - BOTH IMAGES PRESENT,
      *        LIKE AN UPDATE. THE AFTER IMAGE ALSO CARRIES, BEHIND
      *        THE 93-BYTE COMMON PORTION, THE EFFECTIVE DATE (BYTES
      *        94-103), THE ENDORSEMENT NUMBER (104-107), THE
      *        ADJUSTMENT TYPE A/R/N (108) AND THE PRO-RATA AMOUNT,
      *        TEN DIGITS (109-118). THE COVER ITSELF IS ON ENDHIST.
               88 CH-ACTION-ENDORSE VALUE 'E'.
               88 CH-ACTION-DELETE VALUE 'D'.
      *    CM-CUSTOMER-NUM FOR A CUSTOMER ROW, PR-POLICY-NUM FOR A
      *    POLICY ROW.
