000010*+---------------------------------------------------------------+
000020*| LGCPYCNV                                                      |
000030*|   ONE-OFF CONVERSION OF THE CLAIM PAYMENT HISTORY TO THE      |
000040*|   141-BYTE CACLMPAY LAYOUT THAT CARRIES THE PAYEE BANK        |
000050*|   DETAILS AND DISBURSEMENT STATE. READS A FLAT UNLOAD OF THE  |
000060*|   OLD 72-BYTE ROWS (CLMOLD) AND WRITES EVERY ROW OUT AGAIN AT |
000070*|   THE NEW LENGTH (CLMNEW), THE ORIGINAL 72 BYTES UNCHANGED    |
000080*|   AND THE NEW FIELDS SPACES - SO EACH CONVERTED ROW READS AS  |
000090*|   PAID BY HAND THROUGH THE BANK'S PORTAL, AS IT WAS, AND IS   |
000100*|   NEVER PICKED UP BY LGCLMDSB.                                |
000110*|                                                               |
000120*|   RUN ONCE, WITH CLMPAY CLOSED TO CICS, BEFORE ANY PROGRAM    |
000130*|   BUILT WITH THE WIDER CACLMPAY OPENS THE FILE: IDCAMS REPRO  |
000140*|   UNLOADS CLMPAY TO CLMOLD, DELETE/DEFINE RECREATES THE KSDS  |
000150*|   WITH 141-BYTE RECORDS, AND REPRO RELOADS IT FROM CLMNEW.    |
000160*|   EVERY CLMARCH GENERATION LGLOGARC HAS ALREADY WRITTEN IS    |
000170*|   PUT THROUGH THE SAME STEP INTO A NEW 141-BYTE GENERATION,   |
000180*|   SO LGSUBACC CAN STILL READ THE ARCHIVE. A ROW THAT IS NOT   |
000190*|   72 BYTES, OR DOES NOT START WITH A POLICY NUMBER AND        |
000200*|   TIMESTAMP, STOPS THE RUN - THE INPUT IS NOT AN UNLOAD OF    |
000210*|   THE OLD LAYOUT, OR HAS BEEN CONVERTED ALREADY.              |
000220*+---------------------------------------------------------------+
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.              LGCPYCNV.
000250 AUTHOR.                  INSURANCE APPLICATIONS GROUP.
000260 INSTALLATION.            GENAPP INSURANCE DEMONSTRATOR.
000270 DATE-WRITTEN.            15/10/2026.
000280 DATE-COMPILED.           15/10/2026.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   15/10/2026 IAG  INITIAL VERSION - WIDEN CLMPAY AND CLMARCH
000320*                   UNLOADS FROM 72 TO 141 BYTES.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CLMOLD ASSIGN TO CLMOLD
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS LI-CLMOLD-STATUS.
000400     SELECT CLMNEW ASSIGN TO CLMNEW
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS LI-CLMNEW-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*    THE CLMPAY ROW AS IT WAS BEFORE THE BANK FILE - KEY,
000460*    CUSTOMER, CLAIM, PAYMENT AMOUNT AND PAID-TO-DATE, THE FIRST
000470*    72 BYTES OF TODAY'S CACLMPAY.
000480 FD  CLMOLD.
000490 01  CLMOLD-RECORD PIC X(72).
000500 FD  CLMNEW.
000510 COPY CACLMPAY.
000520 WORKING-STORAGE SECTION.
000530*-----------------------------------------------------------------
000540* FILE STATUS AND END-OF-FILE CONTROL.
000550*-----------------------------------------------------------------
000560 77 LI-CLMOLD-STATUS       PIC X(02).
000570 77 LI-CLMNEW-STATUS       PIC X(02).
000580 77 LI-EOF-SWITCH          PIC X(01) VALUE 'N'.
000590     88 LI-END-OF-FILE     VALUE 'Y'.
000600*-----------------------------------------------------------------
000610* RUN TOTALS - THE TWO MUST AGREE WITH EACH OTHER AND WITH THE
000620* RECORD COUNT IDCAMS REPORTED FOR THE UNLOAD.
000630*-----------------------------------------------------------------
000640 77 LI-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
000650 77 LI-WRITTEN-COUNT       PIC 9(08) COMP VALUE ZERO.
000660*+---------------------------------------------------------------+
000670*| 0000-MAINLINE                                                 |
000680*+---------------------------------------------------------------+
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000720     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
000730         UNTIL LI-END-OF-FILE
000740     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
000750*+---------------------------------------------------------------+
000760*| 1000-INITIALIZE                                               |
000770*+---------------------------------------------------------------+
000780 1000-INITIALIZE.
000790     OPEN INPUT CLMOLD
000800     IF LI-CLMOLD-STATUS NOT = '00'
000810         DISPLAY 'LGCPYCNV: OPEN CLMOLD FAILED, STATUS='
000820             LI-CLMOLD-STATUS
000830         PERFORM 9900-ABEND THRU 9900-EXIT
000840     END-IF
000850     OPEN OUTPUT CLMNEW
000860     IF LI-CLMNEW-STATUS NOT = '00'
000870         DISPLAY 'LGCPYCNV: OPEN CLMNEW FAILED, STATUS='
000880             LI-CLMNEW-STATUS
000890         PERFORM 9900-ABEND THRU 9900-EXIT
000900     END-IF.
000910 1000-EXIT.
000920     EXIT.
000930*+---------------------------------------------------------------+
000940*| 2000-PROCESS-ROW                                              |
000950*|   A READ THAT IS NOT CLEAN - STATUS 04 IS A ROW OF THE        |
000960*|   WRONG LENGTH - STOPS THE RUN RATHER THAN PASS A PARTLY      |
000970*|   CONVERTED FILE TO THE RELOAD.                               |
000980*+---------------------------------------------------------------+
000990 2000-PROCESS-ROW.
001000     READ CLMOLD
001010         AT END
001020             SET LI-END-OF-FILE TO TRUE
001030         NOT AT END
001040             IF LI-CLMOLD-STATUS NOT = '00'
001050                 DISPLAY 'LGCPYCNV: READ CLMOLD FAILED, STATUS='
001060                     LI-CLMOLD-STATUS ' AFTER ROW ' LI-READ-COUNT
001070                 PERFORM 9900-ABEND THRU 9900-EXIT
001080             END-IF
001090             ADD 1 TO LI-READ-COUNT
001100             PERFORM 2100-CONVERT-ROW THRU 2100-EXIT
001110     END-READ.
001120 2000-EXIT.
001130     EXIT.
001140*+---------------------------------------------------------------+
001150*| 2100-CONVERT-ROW                                              |
001160*|   THE GROUP MOVE PADS THE NEW FIELDS WITH SPACES, LEAVING     |
001170*|   PY-DISBURSE-STATUS AT PY-DISBURSE-MANUAL.                   |
001180*+---------------------------------------------------------------+
001190 2100-CONVERT-ROW.
001200     MOVE CLMOLD-RECORD TO CLAIM-PAYMENT-RECORD
001210     IF PY-POLICY-NUM NOT NUMERIC
001220             OR PY-TIMESTAMP = SPACES
001230         DISPLAY 'LGCPYCNV: ROW ' LI-READ-COUNT
001240             ' IS NOT AN OLD-LAYOUT CLMPAY ROW'
001250         PERFORM 9900-ABEND THRU 9900-EXIT
001260     END-IF
001270     WRITE CLAIM-PAYMENT-RECORD
001280     IF LI-CLMNEW-STATUS NOT = '00'
001290         DISPLAY 'LGCPYCNV: WRITE CLMNEW FAILED, STATUS='
001300             LI-CLMNEW-STATUS ' POLICY=' PY-POLICY-NUM
001310         PERFORM 9900-ABEND THRU 9900-EXIT
001320     END-IF
001330     ADD 1 TO LI-WRITTEN-COUNT.
001340 2100-EXIT.
001350     EXIT.
001360*+---------------------------------------------------------------+
001370*| 9900-ABEND                                                    |
001380*|   CLMNEW IS INCOMPLETE AND MUST NOT BE RELOADED. CLMOLD IS    |
001390*|   UNTOUCHED, SO THE STEP IS SIMPLY RUN AGAIN.                 |
001400*+---------------------------------------------------------------+
001410 9900-ABEND.
001420     MOVE 16 TO RETURN-CODE
001430     STOP RUN.
001440 9900-EXIT.
001450     EXIT.
001460*+---------------------------------------------------------------+
001470*| 9999-EXIT                                                     |
001480*+---------------------------------------------------------------+
001490 9999-EXIT.
001500     DISPLAY 'LGCPYCNV: READ=' LI-READ-COUNT
001510         ' WRITTEN=' LI-WRITTEN-COUNT
001520     CLOSE CLMOLD CLMNEW
001530     GOBACK.
001540 9999-EXIT-EXIT.
001550     EXIT.
