000350*                  FOUND SO OPERATIONS CATCHES IT ON THE
000360*                  MORNING CHECKLIST INSTEAD OF A STATEMENT
000370*                  TRIPPING OVER IT.
000371* 2026-09-21 JWH   RETURNS - A RETURN ROW ("R") IS NOT A PURCHASE
000372*                  AND NEVER REACHES THE MASTER, SO IT IS LEFT OUT
000373*                  WHEN PICKING THE NEWEST HISTORY ROW TO PROVE
000374*                  THE MASTER AMOUNT AGAINST.
000380* ------------------------------------------------------------
000390*
000400*-----------------------------------------------------------------
003920* 2200-CHECK-NEWEST-HISTORY - SCAN THE CUSTOMER'S HISTORY ROWS
003930* AND PROVE THE MASTER'S LATEST PURCHASE AMOUNT AGAINST THE
003940* NEWEST ONE (LATEST DATE KEY, TIES TO THE HIGHER SEQUENCE).
003941* RETURN ROWS ARE NOT PURCHASES AND ARE PASSED OVER.
003950* NO HISTORY AT ALL COUNTS ON THE INFORMATIONAL LINE - SEE THE
003960* HEADER FOR THE ARCHIVE CAVEAT.  A MERGED SURVIVOR CAN
003970* LEGITIMATELY MISMATCH - RESEARCH BEFORE ASSUMING CORRUPTION.
004460     END-IF.
004470
004480     ADD 1 TO WS-HISTORY-ROWS-FOUND.
004481
004482     IF PH-TRANSACTION-CODE = "R"
004483         GO TO 2210-SCAN-ONE-HISTORY-ROW-EXIT
004484     END-IF.
004490
004500     MOVE PH-DATE-OF-PURCHASE TO WS-DATE-WORK.
004510     PERFORM 2100-BUILD-DATE-KEY
