000320*                  DELETED.  ENDS WITH RETURN-CODE 8 WHEN
000330*                  ANYTHING HAD TO BE CORRECTED, SO THE
000340*                  NUMBERS PROGRAM2 SHOWS CAN BE TRUSTED.
000341* 2026-09-21 JWH   RETURNS - A RETURN ROW ("R", NEGATIVE AMOUNT)
000342*                  TAKES ITS REFUND BACK OUT OF THE LIFETIME
000343*                  AMOUNT, AND OUT OF YTD WHEN IT FALLS IN THE YTD
000344*                  YEAR, WITHOUT COUNTING AS A PURCHASE OR MOVING
000345*                  THE FIRST/LAST DATES - EXACTLY AS THE LOADS
000346*                  BACK A RETURN OUT.  RETURN ROWS ARE COUNTED ON
000347*                  THEIR OWN REPORT LINE.
000350* ------------------------------------------------------------
000360*
000370*-----------------------------------------------------------------
001120 77  WS-VER-LAST-DATE           PIC X(10) VALUE SPACES.
001130 77  WS-VER-FIRST-DATE-KEY      PIC 9(08) COMP VALUE ZERO.
001140 77  WS-VER-LAST-DATE-KEY       PIC 9(08) COMP VALUE ZERO.
001141 77  WS-VER-REFUND              PIC 9(07)V99 VALUE ZERO.
001150
001160*-----------------------------------------------------------------
001170* DATE-KEY WORK FIELDS - AS THE LOADS BUILD THEIR CCYYMMDD KEYS.
001340*-----------------------------------------------------------------
001350 77  WS-ROWS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001360 77  WS-ROWS-EXCLUDED-COUNT     PIC 9(07) COMP VALUE ZERO.
001361 77  WS-RETURN-ROWS-COUNT       PIC 9(07) COMP VALUE ZERO.
001370 77  WS-CUSTOMERS-COUNT         PIC 9(07) COMP VALUE ZERO.
001380 77  WS-IN-BALANCE-COUNT        PIC 9(07) COMP VALUE ZERO.
001390 77  WS-REBUILT-COUNT           PIC 9(07) COMP VALUE ZERO.
001730     05  FILLER PIC X(50) VALUE
001740         "ROWS EXCLUDED - DATE DID NOT PARSE . . . . . . :".
001750     05  RPT-EXCLUDED-COUNT PIC ZZZ,ZZZ,ZZ9.
001751     05  FILLER PIC X(19) VALUE SPACES.
001752
001753 01  WS-RPT-RETURNS-LINE.
001754     05  FILLER PIC X(50) VALUE
001755         "RETURN ROWS BACKED OUT OF THE TOTALS . . . . . :".
001756     05  RPT-RETURNS-COUNT PIC ZZZ,ZZZ,ZZ9.
001760     05  FILLER PIC X(19) VALUE SPACES.
001770
001780 01  WS-RPT-CUSTOMERS-LINE.
003030         GO TO 2000-PROCESS-HISTORY-ROW-EXIT
003040     END-IF.
003050
003051     IF PH-TRANSACTION-CODE = "R"
003052         PERFORM 2200-BACK-OUT-RETURN-ROW
003053             THRU 2200-BACK-OUT-RETURN-ROW-EXIT
003054         GO TO 2000-PROCESS-HISTORY-ROW-EXIT
003055     END-IF.
003056
003060     IF WS-DK-YEAR > WS-VER-YTD-YEAR
003070         MOVE WS-DK-YEAR TO WS-VER-YTD-YEAR
003080         MOVE ZERO TO WS-VER-YTD-AMOUNT
003480         MOVE WS-DW-DAY   TO WS-DK-DAY
003490     END-IF.
003500 2100-BUILD-DATE-KEY-EXIT.
003501     EXIT.
003502
003503*-----------------------------------------------------------------
003504* 2200-BACK-OUT-RETURN-ROW - AS PROGRAM1 2412.  A RETURN ROW
003505* CARRIES ITS REFUND AS A NEGATIVE AMOUNT; TAKE IT OUT OF THE
003506* LIFETIME AMOUNT AND, WHEN THE ORIGINAL PURCHASE FELL IN THE YTD
003507* YEAR, OUT OF YTD.  COUNTS AND DATES ARE LEFT ALONE AND NEITHER
003508* AMOUNT GOES BELOW ZERO.
003509*-----------------------------------------------------------------
003510 2200-BACK-OUT-RETURN-ROW.
003511     ADD 1 TO WS-RETURN-ROWS-COUNT.
003512     SUBTRACT PH-AMT-OF-PURCHASE FROM ZERO GIVING WS-VER-REFUND.
003513
003514     IF WS-DK-YEAR = WS-VER-YTD-YEAR
003515         IF WS-VER-REFUND < WS-VER-YTD-AMOUNT
003516             SUBTRACT WS-VER-REFUND FROM WS-VER-YTD-AMOUNT
003517         ELSE
003518             MOVE ZERO TO WS-VER-YTD-AMOUNT
003519         END-IF
003520     END-IF.
003521
003522     IF WS-VER-REFUND < WS-VER-LIFE-AMOUNT
003523         SUBTRACT WS-VER-REFUND FROM WS-VER-LIFE-AMOUNT
003524     ELSE
003525         MOVE ZERO TO WS-VER-LIFE-AMOUNT
003526     END-IF.
003527 2200-BACK-OUT-RETURN-ROW-EXIT.
003528     EXIT.
003529
003530*-----------------------------------------------------------------
003540* 3000-CLOSE-CUSTOMER - THE RECOMPUTE FOR ONE CUSTOMER IS DONE;
003550* VERIFY IT AGAINST THE SUMMARY ON FILE AND PUT THE RECOMPUTED
005450     MOVE WS-ROWS-EXCLUDED-COUNT TO RPT-EXCLUDED-COUNT.
005460     WRITE VERIFY-REPORT-LINE FROM WS-RPT-EXCLUDED-LINE.
005470
005471     MOVE WS-RETURN-ROWS-COUNT TO RPT-RETURNS-COUNT.
005472     WRITE VERIFY-REPORT-LINE FROM WS-RPT-RETURNS-LINE.
005473
005480     MOVE WS-CUSTOMERS-COUNT TO RPT-CUSTOMERS-COUNT.
005490     WRITE VERIFY-REPORT-LINE FROM WS-RPT-CUSTOMERS-LINE.
005500
