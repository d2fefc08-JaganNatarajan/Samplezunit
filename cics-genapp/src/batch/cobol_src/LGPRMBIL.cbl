000320*                   THE BILLING DATE (EXPIRED OR CANCELLED), SO
000330*                   A CANCELLED POLICY DOES NOT RE-BILL EVERY
000340*                   CYCLE AFTER ITS REFUND IS NETTED.
000341*   15/10/2026 IAG  THE RUN NOW ALSO READS THE ENDEXT
000342*                   ENDORSEMENT EXTRACT LGICDB01'S 01ENDP
000343*                   WRITES - A PRO-RATA ADDITIONAL PREMIUM IS
000344*                   ADDED TO WHAT THE CUSTOMER OWES THIS CYCLE,
000345*                   A RETURN PREMIUM IS NETTED OFF IT EXACTLY
000346*                   AS A CANCELLATION REFUND IS.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000580     SELECT CANEXT ASSIGN TO CANEXT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS LP-CANEXT-STATUS.
000602     SELECT ENDEXT ASSIGN TO ENDEXT
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS LP-ENDEXT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  POLYFILE
000850*    DATASET AT ALL.
000860 FD  CANEXT.
000870 01  CANEXT-RECORD PIC X(72).
000872*    LIKEWISE THE ENDORSEMENT EXTRACT RECORD (CAENDEXT) - A CYCLE
000874*    WITH NO PREMIUM-MOVING ENDORSEMENTS MAY HAVE NO ENDEXT.
000876 FD  ENDEXT.
000878 01  ENDEXT-RECORD PIC X(80).
000880 WORKING-STORAGE SECTION.
000890 COPY CARRCVLG.
000900 COPY CACANEXT.
000905 COPY CAENDEXT.
000910*-----------------------------------------------------------------
000920* FILE STATUS AND END-OF-FILE CONTROL.
000930*-----------------------------------------------------------------
001070 77 LP-CANEXT-IN-SWITCH    PIC X(01) VALUE 'Y'.
001080     88 LP-CANEXT-IS-PRESENT   VALUE 'Y'.
001090     88 LP-CANEXT-IS-ABSENT    VALUE 'N'.
001091 77 LP-ENDEXT-STATUS       PIC X(02).
001092 77 LP-ENDORSE-EOF-SWITCH  PIC X(01) VALUE 'N'.
001093     88 LP-ENDORSE-END-OF-FILE VALUE 'Y'.
001094*    NOR IS A CYCLE WITH NO PREMIUM-MOVING ENDORSEMENTS.
001095 77 LP-ENDEXT-IN-SWITCH    PIC X(01) VALUE 'Y'.
001096     88 LP-ENDEXT-IS-PRESENT   VALUE 'Y'.
001097     88 LP-ENDEXT-IS-ABSENT    VALUE 'N'.
001100 77 LP-POLY-EOF-SWITCH     PIC X(01) VALUE 'N'.
001110     88 LP-POLY-END-OF-FILE    VALUE 'Y'.
001120 77 LP-LEDGER-EOF-SWITCH   PIC X(01) VALUE 'N'.
001340         10 CU-CUSTOMER-NUM   PIC 9(10).
001350         10 CU-POLICY-COUNT   PIC 9(08) COMP.
001360         10 CU-TOTAL-PREMIUM  PIC 9(12) COMP-3.
001370*        PRO-RATA CANCELLATION REFUNDS ACCUMULATED FROM CANEXT
001380*        AND ENDORSEMENT RETURN PREMIUMS FROM ENDEXT, NETTED
001382*        OFF THE CUSTOMER'S BILL IN 4000-BILL-CUSTOMER.
001384*        ENDORSEMENT ADDITIONAL PREMIUMS GO STRAIGHT INTO
001386*        CU-TOTAL-PREMIUM.
001390         10 CU-CREDIT-AMOUNT  PIC 9(12) COMP-3.
001400 77 CU-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
001410 77 LP-SEARCH-INDEX         PIC 9(04) COMP.
001490 77 LP-BILLED-COUNT         PIC 9(08) COMP VALUE ZERO.
001500 77 LP-MISSING-CUST-COUNT   PIC 9(08) COMP VALUE ZERO.
001510 77 LP-CANCEL-COUNT         PIC 9(08) COMP VALUE ZERO.
001515 77 LP-ENDORSE-COUNT        PIC 9(08) COMP VALUE ZERO.
001520*    THE AMOUNT ACTUALLY BILLED AFTER THE CUSTOMER'S
001530*    CANCELLATION CREDITS COME OFF - FLOORED AT ZERO, NEVER A
001540*    NEGATIVE INVOICE.
001670         UNTIL LP-POLY-END-OF-FILE
001680     PERFORM 3500-PROCESS-CANCELLATION THRU 3500-EXIT
001690         UNTIL LP-CANCEL-END-OF-FILE
001693     PERFORM 3700-PROCESS-ENDORSEMENT THRU 3700-EXIT
001696         UNTIL LP-ENDORSE-END-OF-FILE
001700     PERFORM 4000-BILL-CUSTOMER THRU 4000-EXIT
001710         VARYING LP-BILL-INDEX FROM 1 BY 1
001720         UNTIL LP-BILL-INDEX > CU-COUNT-USED
002240         WHEN OTHER
002250             DISPLAY 'LGPRMBIL: OPEN CANEXT FAILED, STATUS='
002260                 LP-CANEXT-STATUS
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-EVALUATE
           OPEN INPUT ENDEXT
           EVALUATE LP-ENDEXT-STATUS
               WHEN '00'
                   SET LP-ENDEXT-IS-PRESENT TO TRUE
               WHEN '35'
                   SET LP-ENDEXT-IS-ABSENT TO TRUE
                   SET LP-ENDORSE-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'LGPRMBIL: OPEN ENDEXT FAILED, STATUS='
                       LP-ENDEXT-STATUS
002270             PERFORM 9900-ABEND THRU 9900-EXIT
002280     END-EVALUATE
002290     ACCEPT LP-BILLING-DATE FROM SYSIN
003750 3610-EXIT.
003760     EXIT.
003770*+---------------------------------------------------------------+
      *| 3700-PROCESS-ENDORSEMENT                                      |
      *|   ONE ENDEXT ROW PER PASS. AN ADDITIONAL PREMIUM (TYPE A)     |
      *|   ADDS TO WHAT THE CUSTOMER IS BILLED THIS CYCLE; A RETURN    |
      *|   PREMIUM (TYPE R) JOINS THE CANCELLATION REFUNDS IN THE      |
      *|   CUSTOMER'S CREDIT AND IS NETTED OFF THE BILL THE SAME WAY.  |
      *|   A CUSTOMER SEEN ONLY ON ENDEXT GETS A ZERO-PREMIUM ENTRY,   |
      *|   AS ONE SEEN ONLY ON CANEXT DOES.                            |
      *+---------------------------------------------------------------+
       3700-PROCESS-ENDORSEMENT.
           READ ENDEXT NEXT RECORD INTO ENDORSE-EXTRACT-RECORD
               AT END
                   SET LP-ENDORSE-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO LP-ENDORSE-COUNT
                   PERFORM 3800-APPLY-ENDORSE-ADJUSTMENT THRU 3800-EXIT
           END-READ.
       3700-EXIT.
           EXIT.
       3800-APPLY-ENDORSE-ADJUSTMENT.
           MOVE ZERO TO LP-MATCH-INDEX
           PERFORM 3810-SEARCH-ENDORSE-CUSTOMER THRU 3810-EXIT
               VARYING LP-SEARCH-INDEX FROM 1 BY 1
               UNTIL LP-SEARCH-INDEX > CU-COUNT-USED
           IF LP-MATCH-INDEX = ZERO
               IF CU-COUNT-USED < LP-MAX-CUSTOMERS
                   ADD 1 TO CU-COUNT-USED
                   MOVE CU-COUNT-USED TO LP-MATCH-INDEX
                   MOVE EX-CUSTOMER-NUM
                       TO CU-CUSTOMER-NUM(LP-MATCH-INDEX)
                   MOVE ZERO TO CU-POLICY-COUNT(LP-MATCH-INDEX)
                   MOVE ZERO TO CU-TOTAL-PREMIUM(LP-MATCH-INDEX)
                   MOVE ZERO TO CU-CREDIT-AMOUNT(LP-MATCH-INDEX)
               END-IF
           END-IF
           IF LP-MATCH-INDEX > ZERO
               IF EX-ADJUST-ADDITIONAL
                   ADD EX-ADJUST-AMOUNT
                       TO CU-TOTAL-PREMIUM(LP-MATCH-INDEX)
               ELSE
                   ADD EX-ADJUST-AMOUNT
                       TO CU-CREDIT-AMOUNT(LP-MATCH-INDEX)
               END-IF
           ELSE
      *        A FULL TABLE MEANS AN UNBILLED CHARGE OR UNAPPLIED
      *        CREDIT - SAY SO LOUDLY RATHER THAN LET IT EVAPORATE.
               DISPLAY 'LGPRMBIL: CUSTOMER TABLE FULL, ENDORSEMENT FOR '
                   EX-CUSTOMER-NUM ' POLICY ' EX-POLICY-NUM
                   ' NOT BILLED'
           END-IF.
       3800-EXIT.
           EXIT.
       3810-SEARCH-ENDORSE-CUSTOMER.
           IF EX-CUSTOMER-NUM = CU-CUSTOMER-NUM(LP-SEARCH-INDEX)
               MOVE LP-SEARCH-INDEX TO LP-MATCH-INDEX
           END-IF.
       3810-EXIT.
           EXIT.
      *+---------------------------------------------------------------+
003780*| 4000-BILL-CUSTOMER                                            |
003790*|   ONE INVOICE EXTRACT ROW AND ONE UNPAID LEDGER ROW PER       |
003800*|   CUSTOMER ACCUMULATED FROM THE POLICY SCAN. A CUSTOMER       |
004740         ' SETTLED=' LP-SETTLED-COUNT
004750         ' MISSING CUSTOMERS=' LP-MISSING-CUST-COUNT
004760         ' CANCELLATIONS=' LP-CANCEL-COUNT
004765         ' ENDORSEMENTS=' LP-ENDORSE-COUNT
004770     IF LP-LEDGER-IS-PRESENT
004780         CLOSE RCVLIN
004790     END-IF
004800     IF LP-CANEXT-IS-PRESENT
004810         CLOSE CANEXT
004820     END-IF
004822     IF LP-ENDEXT-IS-PRESENT
004824         CLOSE ENDEXT
004826     END-IF
004830     CLOSE POLYFILE CUSTFILE RCVLOUT INVEXT
004840     GOBACK.
004850 9999-EXIT-EXIT.
