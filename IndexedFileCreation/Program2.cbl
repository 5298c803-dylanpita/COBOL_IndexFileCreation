000440*                  FIELDS AND THE PURCHASE HISTORY, SO "HOW
000450*                  MUCH HAS THIS CUSTOMER SPENT THIS YEAR" IS
000460*                  ANSWERED WITHOUT ADDING UP THE SCROLL.
000461* 2026-09-14 JWH   DISPLAYS THE BALANCE OWED, UNAPPLIED CREDIT
000462*                  AND LAST PAYMENT FROM THE AR LEDGER (ARLEDGR)
000463*                  AFTER THE CUSTOMER SUMMARY.
000464* 2026-09-21 JWH   A RETURN ROW IN THE PURCHASE HISTORY SHOWS ITS
000465*                  NEGATIVE AMOUNT AND THE SEQUENCE OF THE
000466*                  PURCHASE IT REFUNDS.
000470* ------------------------------------------------------------
000480*
000490*-----------------------------------------------------------------
000760         RECORD KEY IS CS-CUSTOMER-NO
000770         FILE STATUS IS WS-SUMMARY-STATUS.
000780
000781     SELECT OPTIONAL AR-LEDGER-FILE
000782         ASSIGN TO ARLEDGR
000783         ORGANIZATION IS INDEXED
000784         ACCESS MODE IS RANDOM
000785         RECORD KEY IS AR-LEDGER-KEY
000786         FILE STATUS IS WS-AR-LEDGER-STATUS.
000787
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  INDEXEDFILE.
000870 FD  CUSTOMER-SUMMARY-FILE.
000880     COPY CUSTSUMM.
000890
000891 FD  AR-LEDGER-FILE.
000892     COPY ARLEDGER.
000893
000900 WORKING-STORAGE SECTION.
000910 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
000920 77  WS-PURCH-HIST-STATUS       PIC X(02) VALUE "00".
000930 77  WS-SUMMARY-STATUS          PIC X(02) VALUE "00".
000931 77  WS-AR-LEDGER-STATUS        PIC X(02) VALUE "00".
000940
000950 77  WS-DONE-SWITCH             PIC X(01) VALUE "N".
000960     88  WS-DONE                VALUE "Y".
001480         AND WS-SUMMARY-STATUS NOT = "05"
001490         DISPLAY "UNABLE TO OPEN CUSTOMER-SUMMARY-FILE - STATUS "
001500             WS-SUMMARY-STATUS
001501         MOVE 16 TO RETURN-CODE
001502         STOP RUN
001503     END-IF.
001504
001505     OPEN INPUT AR-LEDGER-FILE.
001506     IF WS-AR-LEDGER-STATUS NOT = "00"
001507         AND WS-AR-LEDGER-STATUS NOT = "05"
001508         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - STATUS "
001509             WS-AR-LEDGER-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
002100                 DATE-LAST-MAINT-INDEXED
002110             PERFORM 2250-DISPLAY-CUSTOMER-SUMMARY
002120                 THRU 2250-DISPLAY-CUSTOMER-SUMMARY-EXIT
002121             PERFORM 2260-DISPLAY-BALANCE-OWED
002122                 THRU 2260-DISPLAY-BALANCE-OWED-EXIT
002130             PERFORM 2300-DISPLAY-PURCHASE-HISTORY
002140                 THRU 2300-DISPLAY-PURCHASE-HISTORY-EXIT
002150     END-READ.
002420                 CS-LAST-PURCHASE-DATE
002430     END-READ.
002440 2250-DISPLAY-CUSTOMER-SUMMARY-EXIT.
002441     EXIT.
002442
002443*-----------------------------------------------------------------
002444* 2260-DISPLAY-BALANCE-OWED - ONE KEYED READ OF THE CUSTOMER'S
002445* AR LEDGER BALANCE RECORD (ITEM DATE AND SEQUENCE ZERO).  A
002446* CUSTOMER WHO HAS NEVER BEEN BILLED HAS NO BALANCE RECORD AND
002447* SAYS SO RATHER THAN SHOWING ZEROS.
002448*-----------------------------------------------------------------
002449 2260-DISPLAY-BALANCE-OWED.
002450     MOVE WS-INQUIRY-CUSTOMER-NO TO AR-CUSTOMER-NO.
002451     MOVE ZERO                   TO AR-ITEM-DATE
002452                                    AR-ITEM-SEQ.
002453
002454     READ AR-LEDGER-FILE
002455         INVALID KEY
002456             DISPLAY "NO AR BALANCE ON FILE FOR CUSTOMER "
002457                 WS-INQUIRY-CUSTOMER-NO
002458         NOT INVALID KEY
002459             DISPLAY "BALANCE OWED. . . . : "
002460                 AR-BAL-BALANCE-OWED
002461             DISPLAY "UNAPPLIED CREDIT. . : "
002462                 AR-BAL-UNAPPLIED-CREDIT
002463             DISPLAY "LAST PAYMENT. . . . : "
002464                 AR-BAL-LAST-PAYMENT-DATE " "
002465                 AR-BAL-LAST-PAYMENT-AMT
002466     END-READ.
002467 2260-DISPLAY-BALANCE-OWED-EXIT.
002468     EXIT.
002469
002470*-----------------------------------------------------------------
002480* 2300-DISPLAY-PURCHASE-HISTORY - START AT THE FIRST PURCHHST
002490* RECORD FOR THE CUSTOMER JUST DISPLAYED AND READ NEXT UNTIL THE
002890                     " AMT " PH-AMT-OF-PURCHASE
002900                     " TRN " PH-TRANSACTION-CODE
002910                     " RUN " PH-RUN-DATE
002911                 IF PH-TRANSACTION-CODE = "R"
002912                     DISPLAY "    RETURN AGAINST SEQ "
002913                         PH-ORIG-SEQUENCE-NO
002914                 END-IF
002920             ELSE
002930                 SET WS-HISTORY-DONE TO TRUE
002940             END-IF
003020 9000-TERMINATE.
003030     CLOSE INDEXEDFILE
003040           PURCHASE-HISTORY-FILE
003041           CUSTOMER-SUMMARY-FILE
003042           AR-LEDGER-FILE.
003060 9000-TERMINATE-EXIT.
003070     EXIT.
