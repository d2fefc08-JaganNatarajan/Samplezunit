000090*|   BE APPLIED GO TO A SUSPENSE REPORT FOR FINANCE TO WORK,    |
000100*|   AND EVERY ROW STILL UNPAID 30 OR MORE DAYS PAST ITS DUE    |
000110*|   DATE GOES TO AN AGED-DEBT EXTRACT FOR COLLECTIONS.         |
000113*|   EVERY RECEIPT, APPLIED OR NOT, IS WRITTEN TO A CASH        |
000116*|   POSTING EXTRACT FOR THE GENERAL LEDGER RUN.                |
000120*+---------------------------------------------------------------+
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.              LGCSHAPP.
000210*   02/09/2026 IAG  INITIAL VERSION - CASH APPLICATION AGAINST
000220*                   THE RECEIVABLES LEDGER, WITH SUSPENSE REPORT
000230*                   AND 30/60/90 AGED-DEBT EXTRACT.
000232*   15/10/2026 IAG  EVERY RECEIPT NOW ALSO GOES TO THE CSHEXT CASH
000234*                   POSTING EXTRACT, MARKED APPLIED OR SUSPENDED,
000236*                   FOR THE LGGLPOST GENERAL LEDGER RUN.
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000400     SELECT AGDEXT ASSIGN TO AGDEXT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS LC-AGDEXT-STATUS.
000422     SELECT CSHEXT ASSIGN TO CSHEXT
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS LC-CSHEXT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  BANKRCP.
000570 COPY CARSUSRP.
000580 FD  AGDEXT.
000590 COPY CARAGDEX.
000593 FD  CSHEXT.
000596 COPY CARCSHEX.
000600 WORKING-STORAGE SECTION.
000610 COPY CARRCVLG.
000620*-----------------------------------------------------------------
000670 77 LC-RCVLOUT-STATUS      PIC X(02).
000680 77 LC-SUSRPT-STATUS       PIC X(02).
000690 77 LC-AGDEXT-STATUS       PIC X(02).
000695 77 LC-CSHEXT-STATUS       PIC X(02).
000700 77 LC-LEDGER-EOF-SWITCH   PIC X(01) VALUE 'N'.
000710     88 LC-LEDGER-END-OF-FILE  VALUE 'Y'.
000720 77 LC-RECEIPT-EOF-SWITCH  PIC X(01) VALUE 'N'.
002110             LC-AGDEXT-STATUS
002120         PERFORM 9900-ABEND THRU 9900-EXIT
002130     END-IF
002131     OPEN OUTPUT CSHEXT
002132     IF LC-CSHEXT-STATUS NOT = '00'
002133         DISPLAY 'LGCSHAPP: OPEN CSHEXT FAILED, STATUS='
002134             LC-CSHEXT-STATUS
002135         PERFORM 9900-ABEND THRU 9900-EXIT
002136     END-IF
002140     ACCEPT LC-RUN-DATE FROM SYSIN
002150     ACCEPT LC-CUTOFF-30-DATE FROM SYSIN
002160     ACCEPT LC-CUTOFF-60-DATE FROM SYSIN
002760         VARYING LC-SEARCH-INDEX FROM 1 BY 1
002770         UNTIL LC-SEARCH-INDEX > LG-COUNT-USED
002780         OR LC-MATCH-INDEX > ZERO
002785     MOVE SPACES TO CASH-EXTRACT-RECORD
002790     EVALUATE TRUE
002800         WHEN LC-MATCH-INDEX > ZERO
002810             SET LG-ROW-PAID(LC-MATCH-INDEX) TO TRUE
002820             ADD 1 TO LC-APPLIED-COUNT
002825             SET CS-RECEIPT-APPLIED TO TRUE
002830         WHEN LC-CUSTOMER-WAS-SEEN
002840             ADD 1 TO LC-PARTIAL-COUNT
002850             MOVE 'PARTIAL' TO SU-REASON
002860             PERFORM 3200-WRITE-SUSPENSE THRU 3200-EXIT
002865             SET CS-RECEIPT-SUSPENDED TO TRUE
002870         WHEN OTHER
002880             ADD 1 TO LC-UNMATCHED-COUNT
002890             MOVE 'UNMATCHED' TO SU-REASON
002900             PERFORM 3200-WRITE-SUSPENSE THRU 3200-EXIT
002910             SET CS-RECEIPT-SUSPENDED TO TRUE
002913     END-EVALUATE
002916     PERFORM 3300-WRITE-CASH-EXTRACT THRU 3300-EXIT.
002920 3100-EXIT.
002930     EXIT.
002940 3110-SEARCH-LEDGER.
003140     END-IF
003150     MOVE SPACES TO SUSRPT-RECORD.
003160 3200-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
      *| 3300-WRITE-CASH-EXTRACT                                       |
      *|   ONE ROW PER RECEIPT FOR THE LEDGER RUN - THE CASH IS IN THE |
      *|   BANK EITHER WAY; THE OUTCOME SAYS WHETHER IT CLEARED A      |
      *|   RECEIVABLE OR IS SITTING IN SUSPENSE.                       |
      *+---------------------------------------------------------------+
       3300-WRITE-CASH-EXTRACT.
           MOVE BK-RECEIPT-DATE TO CS-RECEIPT-DATE
           MOVE BK-CUSTOMER-NUM TO CS-CUSTOMER-NUM
           MOVE BK-AMOUNT TO CS-AMOUNT
           MOVE BK-BANK-REF TO CS-BANK-REF
           WRITE CASH-EXTRACT-RECORD
           IF LC-CSHEXT-STATUS NOT = '00'
               DISPLAY 'LGCSHAPP: WRITE CSHEXT FAILED, STATUS='
                   LC-CSHEXT-STATUS
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF.
       3300-EXIT.
003170     EXIT.
003180*+---------------------------------------------------------------+
003190*| 4000-WRITE-LEDGER-BACK                                        |
004110     IF LC-LEDGER-IS-PRESENT
004120         CLOSE RCVLIN
004130     END-IF
004140     CLOSE BANKRCP RCVLOUT SUSRPT AGDEXT CSHEXT
004150     GOBACK.
004160 9999-EXIT-EXIT.
004170     EXIT.
