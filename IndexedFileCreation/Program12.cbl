000320*                  PRODUCED AND TOTAL AMOUNT BILLED.  REPLACES
000330*                  THE SERVICE DESK READING PROGRAM2'S SCREEN
000340*                  OUTPUT OVER THE PHONE.
000341* 2026-09-14 JWH   EACH STATEMENT NOW CLOSES WITH THE BALANCE
000342*                  OWED FROM THE AR LEDGER (ARLEDGR), AND ANY
000343*                  UNAPPLIED CREDIT, UNDER THE MONTH TOTAL.
000344* 2026-09-21 JWH   EACH STATEMENT NOW SHOWS NET SALES AFTER
000345*                  RETURNS.  A RETURN PRINTS AS A CREDIT LINE
000346*                  "RETURN OF NNN" AGAINST THE PURCHASE IT
000347*                  REFUNDS, IN THE MONTH IT POSTED (PH-RUN-DATE),
000348*                  AND THE MONTH TOTAL AND AMOUNT BILLED ARE NET
000349*                  OF IT.  THE SUMMARY PAGE COUNTS RETURNS
000350*                  CREDITED AND THEIR AMOUNT ON THEIR OWN LINES.
000351* ------------------------------------------------------------
000360*
000370*-----------------------------------------------------------------
000380* PROGRAM12 READS PURCHHST FRONT TO BACK - THE KEY IS CUSTOMER
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-STATEMENT-STATUS.
000700
000701     SELECT OPTIONAL AR-LEDGER-FILE
000702         ASSIGN TO ARLEDGR
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS RANDOM
000705         RECORD KEY IS AR-LEDGER-KEY
000706         FILE STATUS IS WS-AR-LEDGER-STATUS.
000707
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  INDEXEDFILE.
000790 FD  STATEMENT-FILE.
000800 01  STATEMENT-RECORD              PIC X(80).
000810
000811 FD  AR-LEDGER-FILE.
000812     COPY ARLEDGER.
000813
000820 WORKING-STORAGE SECTION.
000830 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
000840 77  WS-PURCH-HIST-STATUS       PIC X(02) VALUE "00".
000850 77  WS-STATEMENT-STATUS        PIC X(02) VALUE "00".
000851 77  WS-AR-LEDGER-STATUS        PIC X(02) VALUE "00".
000860
000870 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
000880     88  WS-EOF                 VALUE "Y".
001080                                PIC X(06).
001090
001100*-----------------------------------------------------------------
001101* RETURN RUN DATE - A RETURN ROW IS KEYED UNDER ITS ORIGINAL
001102* PURCHASE DATE BUT STATEMENTS IN THE MONTH THE REFUND POSTED.
001103*-----------------------------------------------------------------
001104 01  WS-RETURN-RUN-DATE         PIC 9(08) VALUE ZERO.
001105 01  WS-RETURN-RUN-DATE-R REDEFINES WS-RETURN-RUN-DATE.
001106     05  WS-RRD-CCYY            PIC 9(04).
001107     05  WS-RRD-MONTH           PIC 9(02).
001108     05  WS-RRD-DAY             PIC 9(02).
001109
001110*-----------------------------------------------------------------
001111* DATE PARTS OF THE HISTORY DATE OF PURCHASE (MM/DD/CCYY) FOR
001120* THE MONTH SELECTION TEST.
001130*-----------------------------------------------------------------
001140 01  WS-DATE-WORK.
001200
001210 77  WS-CURRENT-CUSTOMER-NO     PIC X(05) VALUE SPACES.
001220 77  WS-CUSTOMER-LINE-COUNT     PIC 9(05) COMP VALUE ZERO.
001230 77  WS-CUSTOMER-MONTH-TOTAL    PIC S9(09)V99 COMP-3 VALUE ZERO.
001240
001250*-----------------------------------------------------------------
001260* SUMMARY COUNTERS - THE SUMMARY PAGE MUST PROVE THE RUN THE WAY
001290 77  WS-HISTORY-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001300 77  WS-STATEMENTS-COUNT        PIC 9(07) COMP VALUE ZERO.
001310 77  WS-PURCHASES-BILLED-COUNT  PIC 9(07) COMP VALUE ZERO.
001311 77  WS-AMOUNT-BILLED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
001312 77  WS-RETURNS-CREDITED-COUNT  PIC 9(07) COMP VALUE ZERO.
001313 77  WS-RETURNS-CREDITED-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.
001330
001340 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001350
001850     05  FILLER PIC X(07) VALUE SPACES.
001860     05  STMT-DTL-SEQ PIC 9(03).
001870     05  FILLER PIC X(02) VALUE SPACES.
001871     05  STMT-DTL-AMOUNT PIC ZZZ,ZZ9.99-.
001872     05  FILLER PIC X(02) VALUE SPACES.
001873     05  STMT-DTL-RETURN-NOTE PIC X(10).
001874     05  STMT-DTL-ORIG-SEQ PIC X(03).
001875     05  FILLER PIC X(30) VALUE SPACES.
001900
001910 01  WS-STMT-TOTAL-LINE.
001920     05  FILLER PIC X(22) VALUE "NET FOR MONTH . . . : ".
001930     05  STMT-MONTH-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
001940     05  FILLER PIC X(43) VALUE SPACES.
001950
001951 01  WS-STMT-BALANCE-LINE.
001952     05  FILLER PIC X(22) VALUE "BALANCE OWED. . . . : ".
001953     05  STMT-BALANCE-OWED PIC ZZZ,ZZZ,ZZ9.99.
001954     05  FILLER PIC X(44) VALUE SPACES.
001955
001956 01  WS-STMT-CREDIT-LINE.
001957     05  FILLER PIC X(22) VALUE "CREDIT ON ACCOUNT . : ".
001958     05  STMT-CREDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
001959     05  FILLER PIC X(44) VALUE SPACES.
001960
001961 01  WS-SUM-TITLE-LINE.
001970     05  FILLER PIC X(80) VALUE
001980         "STATEMENT RUN SUMMARY - PROGRAM12".
001990
002220     05  SUM-PURCHASES-COUNT PIC ZZZ,ZZZ,ZZ9.
002230     05  FILLER PIC X(19) VALUE SPACES.
002240
002241 01  WS-SUM-RETURNS-LINE.
002242     05  FILLER PIC X(50) VALUE
002243         "RETURNS CREDITED . . . . . . . . . . . . . . . :".
002244     05  SUM-RETURNS-COUNT PIC ZZZ,ZZZ,ZZ9.
002245     05  FILLER PIC X(19) VALUE SPACES.
002246
002247 01  WS-SUM-RETURN-AMOUNT-LINE.
002248     05  FILLER PIC X(50) VALUE
002249         "TOTAL AMOUNT OF RETURNS CREDITED . . . . . . . :".
002250     05  SUM-RETURN-AMOUNT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
002251     05  FILLER PIC X(09) VALUE SPACES.
002252
002253 01  WS-SUM-AMOUNT-LINE.
002260     05  FILLER PIC X(50) VALUE
002270         "NET AMOUNT BILLED AFTER RETURNS. . . . . . . . :".
002280     05  SUM-AMOUNT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
002290     05  FILLER PIC X(08) VALUE SPACES.
002300
002310 PROCEDURE DIVISION.
002320*-----------------------------------------------------------------
003010     IF WS-STATEMENT-STATUS NOT = "00"
003020         DISPLAY "UNABLE TO OPEN STATEMENT-FILE - FILE STATUS "
003030             WS-STATEMENT-STATUS
003031         MOVE 16 TO RETURN-CODE
003032         STOP RUN
003033     END-IF.
003034
003035     OPEN INPUT AR-LEDGER-FILE.
003036     IF WS-AR-LEDGER-STATUS NOT = "00"
003037         AND WS-AR-LEDGER-STATUS NOT = "05"
003038         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - STATUS "
003039             WS-AR-LEDGER-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003110* 2000-PROCESS-HISTORY - READ ONE HISTORY ROW.  A ROW OUTSIDE
003120* THE STATEMENT MONTH IS SKIPPED; A ROW INSIDE IT OPENS A
003130* STATEMENT FOR ITS CUSTOMER IF ONE IS NOT ALREADY OPEN AND
003131* PRINTS AS A PURCHASE LINE.  A RETURN ROW IS PLACED IN A MONTH
003132* BY THE RUN DATE IT POSTED ON, NOT THE ORIGINAL PURCHASE DATE,
003133* SO A REFUND LANDS ON THE NEXT STATEMENT OUT.
003150*-----------------------------------------------------------------
003160 2000-PROCESS-HISTORY.
003170     READ PURCHASE-HISTORY-FILE
003220
003230     ADD 1 TO WS-HISTORY-READ-COUNT.
003240
003241     IF PH-TRANSACTION-CODE = "R"
003242         MOVE PH-RUN-DATE  TO WS-RETURN-RUN-DATE
003243         MOVE WS-RRD-MONTH TO WS-DW-MONTH
003244         MOVE WS-RRD-DAY   TO WS-DW-DAY
003245         MOVE WS-RRD-CCYY  TO WS-DW-YEAR
003246     ELSE
003247         MOVE PH-DATE-OF-PURCHASE TO WS-DATE-WORK
003248     END-IF.
003260
003270     IF WS-DW-MONTH IS NOT NUMERIC
003280         OR WS-DW-YEAR IS NOT NUMERIC
003980*-----------------------------------------------------------------
003990* 2200-PRINT-PURCHASE-LINE - ONE PURCHASE LINE ON THE OPEN
004000* STATEMENT, ACCUMULATED INTO THE MONTH TOTAL AND THE RUN'S
004001* AMOUNT BILLED.  A RETURN ROW CARRIES A NEGATIVE AMOUNT, SO IT
004002* PRINTS AS A CREDIT NAMING THE PURCHASE IT REFUNDS AND NETS
004003* THE TOTALS DOWN.
004020*-----------------------------------------------------------------
004030 2200-PRINT-PURCHASE-LINE.
004040     MOVE PH-DATE-OF-PURCHASE TO STMT-DTL-DATE.
004050     MOVE PH-SEQUENCE-NO      TO STMT-DTL-SEQ.
004060     MOVE PH-AMT-OF-PURCHASE  TO STMT-DTL-AMOUNT.
004061
004062     IF PH-TRANSACTION-CODE = "R"
004063         MOVE "RETURN OF "        TO STMT-DTL-RETURN-NOTE
004064         MOVE PH-ORIG-SEQUENCE-NO TO STMT-DTL-ORIG-SEQ
004065         ADD 1 TO WS-RETURNS-CREDITED-COUNT
004066         SUBTRACT PH-AMT-OF-PURCHASE
004067             FROM WS-RETURNS-CREDITED-TOTAL
004068     ELSE
004069         MOVE SPACES              TO STMT-DTL-RETURN-NOTE
004070                                     STMT-DTL-ORIG-SEQ
004071         ADD 1 TO WS-PURCHASES-BILLED-COUNT
004072     END-IF.
004073
004074     WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE.
004080
004090     ADD 1 TO WS-CUSTOMER-LINE-COUNT.
004110     ADD PH-AMT-OF-PURCHASE TO WS-CUSTOMER-MONTH-TOTAL.
004120     ADD PH-AMT-OF-PURCHASE TO WS-AMOUNT-BILLED-TOTAL.
004130 2200-PRINT-PURCHASE-LINE-EXIT.
004160*-----------------------------------------------------------------
004170* 3000-CLOSE-STATEMENT - PRINT THE MONTH TOTAL FOR THE OPEN
004180* STATEMENT, IF ONE IS OPEN.  PERFORMED ON EVERY CUSTOMER BREAK
004181* AND ONCE MORE AT END OF FILE.  THE BALANCE OWED COMES FROM THE
004182* CUSTOMER'S AR LEDGER BALANCE RECORD AS IT STANDS TODAY; A
004183* CUSTOMER WITH NO BALANCE RECORD OWES NOTHING.
004200*-----------------------------------------------------------------
004210 3000-CLOSE-STATEMENT.
004220     IF WS-STATEMENT-CLOSED
004250
004260     MOVE WS-CUSTOMER-MONTH-TOTAL TO STMT-MONTH-TOTAL.
004270     WRITE STATEMENT-RECORD FROM WS-STMT-TOTAL-LINE.
004271
004272     MOVE WS-CURRENT-CUSTOMER-NO TO AR-CUSTOMER-NO.
004273     MOVE ZERO                   TO AR-ITEM-DATE
004274                                    AR-ITEM-SEQ.
004275     READ AR-LEDGER-FILE
004276         INVALID KEY
004277             MOVE ZERO TO AR-BAL-BALANCE-OWED
004278                          AR-BAL-UNAPPLIED-CREDIT
004279     END-READ.
004280
004281     MOVE AR-BAL-BALANCE-OWED TO STMT-BALANCE-OWED.
004282     WRITE STATEMENT-RECORD FROM WS-STMT-BALANCE-LINE.
004283
004284     IF AR-BAL-UNAPPLIED-CREDIT > ZERO
004285         MOVE AR-BAL-UNAPPLIED-CREDIT TO STMT-CREDIT-AMOUNT
004286         WRITE STATEMENT-RECORD FROM WS-STMT-CREDIT-LINE
004287     END-IF.
004288
004290     ADD 1 TO WS-STATEMENTS-COUNT.
004300     SET WS-STATEMENT-CLOSED TO TRUE.
004310     MOVE SPACES TO WS-CURRENT-CUSTOMER-NO.
004330     EXIT.
004340
004350*-----------------------------------------------------------------
004360* 8000-PRODUCE-SUMMARY - THE SUMMARY PAGE - STATEMENTS PRODUCED,
004370* RETURNS CREDITED AND NET AMOUNT BILLED, FOR BALANCING THE RUN.
004380*-----------------------------------------------------------------
004390 8000-PRODUCE-SUMMARY.
004400     WRITE STATEMENT-RECORD FROM WS-STMT-BREAK-LINE.
004510
004520     MOVE WS-PURCHASES-BILLED-COUNT TO SUM-PURCHASES-COUNT.
004530     WRITE STATEMENT-RECORD FROM WS-SUM-PURCHASES-LINE.
004531
004532     MOVE WS-RETURNS-CREDITED-COUNT TO SUM-RETURNS-COUNT.
004533     WRITE STATEMENT-RECORD FROM WS-SUM-RETURNS-LINE.
004534
004535     MOVE WS-RETURNS-CREDITED-TOTAL TO SUM-RETURN-AMOUNT-TOTAL.
004536     WRITE STATEMENT-RECORD FROM WS-SUM-RETURN-AMOUNT-LINE.
004540
004550     MOVE WS-AMOUNT-BILLED-TOTAL TO SUM-AMOUNT-TOTAL.
004560     WRITE STATEMENT-RECORD FROM WS-SUM-AMOUNT-LINE.
004660 9000-TERMINATE.
004670     CLOSE PURCHASE-HISTORY-FILE
004680           INDEXEDFILE
004681           STATEMENT-FILE
004682           AR-LEDGER-FILE.
004700 9000-TERMINATE-EXIT.
004710     EXIT.
