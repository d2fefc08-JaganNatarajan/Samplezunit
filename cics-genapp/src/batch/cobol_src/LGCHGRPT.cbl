000240*                   SPANNING YEARS STILL ANSWERS AFTER LGLOGARC
000250*                   HAS CYCLED THE LIVE LOG SHORT. NO ARCHIVE
000260*                   DD MEANS NOTHING HAS BEEN CYCLED YET.
000261*   15/10/2026 IAG  01ENDP MID-TERM ENDORSEMENT ROWS (ACTION E)
000262*                   NOW PRINT AS ENDORSE.
000263*   15/10/2026 IAG  POLICY ADD ROWS (ACTION A) NOW PRINT AS ADD,
000264*                   WITH NO BEFORE IMAGE.
000265*   15/10/2026 IAG  LGBRKTRF BROKER BOOK TRANSFER ROWS (ACTION T)
000266*                   NOW PRINT AS TRANSFR.
000267*   15/10/2026 IAG  LGANONYM CUSTOMER ANONYMISATION ROWS (ACTION
000268*                   X) NOW PRINT AS ANONYM, WITH NO BEFORE IMAGE.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
001040 01 DTL-LINE-1.
001050     05 DTL-TIMESTAMP PIC X(26).
001060     05 FILLER PIC X(02) VALUE SPACES.
001070     05 DTL-ACTION PIC X(07).
001080     05 FILLER PIC X(01) VALUE SPACES.
001090     05 DTL-TRNID PIC X(04).
001100     05 FILLER PIC X(02) VALUE SPACES.
001110     05 DTL-TRMID PIC X(04).
002240     ADD 1 TO LH-CHANGES-PRINTED
002250     MOVE CH-TIMESTAMP TO DTL-TIMESTAMP
002260     EVALUATE TRUE
002262         WHEN CH-ACTION-ANONYMISE
002264             MOVE 'ANONYM' TO DTL-ACTION
002266         WHEN CH-ACTION-ADD
002268             MOVE 'ADD' TO DTL-ACTION
002270         WHEN CH-ACTION-UPDATE
002280             MOVE 'UPDATE' TO DTL-ACTION
002290         WHEN CH-ACTION-RENEW
002320             MOVE 'CANCEL' TO DTL-ACTION
002321         WHEN CH-ACTION-MERGE
002322             MOVE 'MERGE' TO DTL-ACTION
002323         WHEN CH-ACTION-ENDORSE
002324             MOVE 'ENDORSE' TO DTL-ACTION
002325         WHEN CH-ACTION-TRANSFER
002326             MOVE 'TRANSFR' TO DTL-ACTION
002330         WHEN CH-ACTION-DELETE
002340             MOVE 'DELETE' TO DTL-ACTION
002350         WHEN OTHER
002380     MOVE CH-TRNID TO DTL-TRNID
002390     MOVE CH-TRMID TO DTL-TRMID
002400     PERFORM 2300-WRITE-REPORT-LINE-D1 THRU 2300-EXIT
002410*    A NEW POLICY HAS NOTHING BEFORE IT, AND AN ANONYMISATION
002420*    DELIBERATELY LOGS NOTHING BEFORE IT - SEE CACHGHST.
002430     IF NOT CH-ACTION-ADD
002431             AND NOT CH-ACTION-ANONYMISE
002432         MOVE CH-BEFORE-IMAGE TO LH-IMG-SOURCE
002433         MOVE 'BEFORE' TO LH-IMG-LABEL
002434         PERFORM 2200-PRINT-IMAGE THRU 2200-EXIT
002435     END-IF
002440     IF NOT CH-ACTION-DELETE
002450         MOVE CH-AFTER-IMAGE TO LH-IMG-SOURCE
002460         MOVE 'AFTER' TO LH-IMG-LABEL
