000313*                  ON THE BEFORE/AFTER LINES.  TRAIL RECORDS
000314*                  WRITTEN BEFORE THE EXTENSION SHOW SPACES IN
000315*                  THE NEW FIELDS.
000316* 2026-09-14 JWH   A "P" PAYMENT RECORD ALSO SHOWS THE DATE AND
000317*                  AMOUNT PAID FROM THE NEW AUDIT FIELDS.
000318* 2026-09-21 JWH   AN "R" RETURN RECORD SHOWS THE ORIGINAL
000319*                  PURCHASE DATE AND THE AMOUNT REFUNDED.
000320* 2026-09-28 JWH   THE OPERATOR WHOSE ACTION PRODUCED THE RECORD
000321*                  (AUD-OPERATOR-ID) IS SHOWN WHEN THERE IS ONE,
000322*                  SO A CHANGE SHOWS WHO MADE IT, NOT JUST WHICH
000323*                  PROGRAM.
000324* 2026-10-01 JWH   READS THE KEYED AUDIT TRAIL AUDITKEY INSTEAD OF
000325*                  RESCANNING AUDITTRL FROM THE TOP - A CUSTOMER'S
000326*                  RECORDS ARE READ STRAIGHT OFF THE CUSTOMER
000327*                  KEY, "ALL" IN RUN ORDER OFF THE RUN KEY, SO
000328*                  THE DESK NO LONGER WAITS ON THE WHOLE TRAIL.
000329* 2026-10-09 JWH   A RECORD FOR A TRANSACTION THAT CAME THROUGH
000330*                  THE FEED CONSOLIDATION SHOWS THE FEED AND ITS
000331*                  POSITION ON THE FEED.
000332* ------------------------------------------------------------
000333*
000340*-----------------------------------------------------------------
000350* PROGRAM6 LETS THE SERVICE DESK OR AN AUDITOR KEY A CUSTOMER
000360* NUMBER (OR ALL FOR THE WHOLE TRAIL) AND SEE EVERY AUDIT RECORD
000370* ON FILE FOR IT, OLDEST FIRST.  ENTER "END" AT THE PROMPT TO
000371* STOP.  EACH INQUIRY READS THE KEYED AUDIT TRAIL AUDITKEY - ONE
000372* CUSTOMER'S RECORDS STRAIGHT OFF THE CUSTOMER KEY, THE WHOLE
000373* TRAIL IN RUN ORDER OFF THE RUN KEY.
000390*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000421     SELECT AUDIT-KEYED-FILE
000422         ASSIGN TO AUDITKEY
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS AK-CUSTOMER-KEY
000426         ALTERNATE RECORD KEY IS AK-RUN-KEY
000427         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUDIT-KEYED-FILE.
000510     COPY AUDITKEY.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
000550
000560 77  WS-DONE-SWITCH             PIC X(01) VALUE "N".
000570     88  WS-DONE                VALUE "Y".
000690* LAYOUT SO THE FIELDS CAN BE SHOWN BY NAME.
000700*-----------------------------------------------------------------
000710     COPY CUSTMAST.
000711
000712*-----------------------------------------------------------------
000713* THE AUDIT RECORD CARRIED IN THE KEYED RECORD, FOR DISPLAY.
000714*-----------------------------------------------------------------
000715     COPY AUDITREC.
000720
000730 PROCEDURE DIVISION.
000740*-----------------------------------------------------------------
000900* 1000-INITIALIZE - CONFIRM THERE IS AN AUDIT TRAIL TO READ.
000910*-----------------------------------------------------------------
000920 1000-INITIALIZE.
000930     OPEN INPUT AUDIT-KEYED-FILE.
000940     IF WS-AUDIT-KEYED-STATUS = "35"
000950         DISPLAY "NO AUDIT TRAIL ON FILE - NOTHING TO SHOW"
000960         STOP RUN
000970     END-IF.
000980     IF WS-AUDIT-KEYED-STATUS NOT = "00"
000990         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
001000             WS-AUDIT-KEYED-STATUS
001010         MOVE 16 TO RETURN-CODE
001020         STOP RUN
001030     END-IF.
001040     CLOSE AUDIT-KEYED-FILE.
001050 1000-INITIALIZE-EXIT.
001060     EXIT.
001070
001080*-----------------------------------------------------------------
001090* 2000-PROCESS-INQUIRIES - ACCEPT ONE CUSTOMER NUMBER (OR ALL)
001100* AND READ THE TRAIL FOR IT, UNTIL THE OPERATOR ASKS TO STOP.
001110*-----------------------------------------------------------------
001120 2000-PROCESS-INQUIRIES.
001130     PERFORM 2100-ACCEPT-CUSTOMER-NUMBER
001320     EXIT.
001330
001340*-----------------------------------------------------------------
001341* 2200-SCAN-AUDIT-TRAIL - POSITION THE KEYED TRAIL ON THE
001342* INQUIRY AND DISPLAY ITS RECORDS OLDEST FIRST - ONE CUSTOMER
001343* FROM THE FIRST RECORD UNDER THE CUSTOMER NUMBER, "ALL" FROM THE
001344* FIRST RUN ON FILE.
001370*-----------------------------------------------------------------
001380 2200-SCAN-AUDIT-TRAIL.
001390     MOVE ZERO TO WS-MATCH-COUNT
001400     SET WS-TRAIL-MORE TO TRUE
001410
001420     OPEN INPUT AUDIT-KEYED-FILE.
001430     IF WS-AUDIT-KEYED-STATUS NOT = "00"
001440         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
001450             WS-AUDIT-KEYED-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001471     END-IF.
001472
001473     IF WS-INQUIRY-CUSTOMER-NO = "ALL"
001474         MOVE ZERO TO AK-RUN-KEY
001475         START AUDIT-KEYED-FILE
001476             KEY IS NOT LESS THAN AK-RUN-KEY
001477             INVALID KEY
001478                 SET WS-TRAIL-EOF TO TRUE
001479         END-START
001480     ELSE
001481         MOVE WS-INQUIRY-CUSTOMER-NO TO AK-CUSTOMER-NO
001482         MOVE ZERO TO AK-CUST-RUN-DATE
001483                      AK-CUST-RUN-TIME
001484                      AK-CUST-TRAIL-RECORD-NO
001485         START AUDIT-KEYED-FILE
001486             KEY IS NOT LESS THAN AK-CUSTOMER-KEY
001487             INVALID KEY
001488                 SET WS-TRAIL-EOF TO TRUE
001489         END-START
001490     END-IF.
001491
001500     PERFORM 2210-READ-NEXT-AUDIT
001510         THRU 2210-READ-NEXT-AUDIT-EXIT
001520         UNTIL WS-TRAIL-EOF.
001530
001540     CLOSE AUDIT-KEYED-FILE.
001550
001560     IF WS-MATCH-COUNT = ZERO
001570         DISPLAY "NO AUDIT RECORDS ON FILE FOR "
001610     EXIT.
001620
001630 2210-READ-NEXT-AUDIT.
001640     READ AUDIT-KEYED-FILE NEXT RECORD
001650         AT END
001660             SET WS-TRAIL-EOF TO TRUE
001670             GO TO 2210-READ-NEXT-AUDIT-EXIT
001680     END-READ.
001690
001691     IF AK-CONTROL-RECORD
001692         GO TO 2210-READ-NEXT-AUDIT-EXIT
001750     END-IF.
001751
001752     IF WS-INQUIRY-CUSTOMER-NO NOT = "ALL"
001753         AND AK-CUSTOMER-NO NOT = WS-INQUIRY-CUSTOMER-NO
001754         SET WS-TRAIL-EOF TO TRUE
001755         GO TO 2210-READ-NEXT-AUDIT-EXIT
001756     END-IF.
001757
001758     MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD.
001759     ADD 1 TO WS-MATCH-COUNT.
001760     PERFORM 2220-DISPLAY-AUDIT-ENTRY
001761         THRU 2220-DISPLAY-AUDIT-ENTRY-EXIT.
001762 2210-READ-NEXT-AUDIT-EXIT.
001770     EXIT.
001780
001790*-----------------------------------------------------------------
001800* 2220-DISPLAY-AUDIT-ENTRY - ONE AUDIT RECORD, DECODED.  A SPACE
001801* BEFORE-IMAGE IS AN ADD; A SPACE AFTER-IMAGE IS A DELETE.  A
001802* PAYMENT LEAVES BOTH IMAGES THE SAME - WHAT WAS PAID IS SHOWN
001803* FROM AUD-TRANSACTION-DATE / -AMOUNT.  THE OPERATOR LINE ONLY
001804* SHOWS FOR A RECORD AN OPERATOR'S ACTION PRODUCED, THE FEED
001805* LINE ONLY FOR ONE THAT CAME THROUGH THE FEED CONSOLIDATION.
001820*-----------------------------------------------------------------
001830 2220-DISPLAY-AUDIT-ENTRY.
001840     DISPLAY "RUN " AUD-RUN-DATE " " AUD-RUN-TIME
002051             " " POSTAL-CODE-INDEXED
002052             " " STATUS-CODE-INDEXED
002060     END-IF.
002061
002062     IF AUD-TRANSACTION-CODE = "P"
002063         DISPLAY "  PAID  : " AUD-TRANSACTION-DATE
002064             " " AUD-TRANSACTION-AMOUNT
002065     END-IF.
002066     IF AUD-TRANSACTION-CODE = "R"
002067         DISPLAY "  REFUND: " AUD-TRANSACTION-DATE
002068             " " AUD-TRANSACTION-AMOUNT
002069     END-IF.
002070     IF AUD-OPERATOR-ID NOT = SPACES
002071         DISPLAY "  OPERATOR: " AUD-OPERATOR-ID
002072     END-IF.
002073     IF AUD-SOURCE-FEED NOT = SPACES
002074         DISPLAY "  FEED  : " AUD-SOURCE-FEED
002075             " POSITION " AUD-FEED-POSITION
002076     END-IF.
002077 2220-DISPLAY-AUDIT-ENTRY-EXIT.
002080     EXIT.
