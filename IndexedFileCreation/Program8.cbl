000300*                  UP), WITH THE SAME PAGE-HEADING TREATMENT
000310*                  THE CUSTOMER LISTING USES.  REPLACES THE
000320*                  MONTH-END ADDING-MACHINE TALLY.
000321* 2026-09-21 JWH   NET SALES AFTER RETURNS.  EACH CUSTOMER'S
000322*                  PURCHASE AMOUNT IS NOW NETTED OF THE RETURNS
000323*                  POSTED AGAINST IT ON PURCHHST (2050) BEFORE IT
000324*                  GOES INTO THE MONTH TOTALS, THE TOP 25 AND THE
000325*                  AMOUNT BANDS, AND THE RETURNS NETTED OUT ARE
000326*                  TOTALLED ON THEIR OWN LINE.
000330* ------------------------------------------------------------
000340*
000350*-----------------------------------------------------------------
000360* PROGRAM8 ANSWERS MANAGEMENT'S MONTH-END QUESTIONS OFF THE
000370* MASTER DIRECTLY.  A MASTER RECORD WHOSE PURCHASE DATE DOES NOT
000380* PARSE IS COUNTED AND FLAGGED ON THE REPORT RATHER THAN
000381* SILENTLY DROPPED.  THE AMOUNT ANALYSED IS THE MASTER'S PURCHASE
000382* AMOUNT LESS ANY RETURNS PURCHHST CARRIES AGAINST THAT PURCHASE.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000480         RECORD KEY IS CUSTOMER-NO-INDEXED
000490         FILE STATUS IS WS-INDEXEDFILE-STATUS.
000500
000501     SELECT OPTIONAL PURCHASE-HISTORY-FILE
000502         ASSIGN TO PURCHHST
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS PURCHASE-HISTORY-KEY
000506         FILE STATUS IS WS-PURCH-HIST-STATUS.
000507
000510     SELECT ANALYSIS-REPORT-FILE
000520         ASSIGN TO ANALYRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000580 FD  INDEXEDFILE.
000590     COPY CUSTMAST.
000600
000601 FD  PURCHASE-HISTORY-FILE.
000602     COPY PURCHHST.
000603
000610 FD  ANALYSIS-REPORT-FILE.
000620 01  ANALYSIS-RECORD               PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 77  WS-INDEXEDFILE-STATUS         PIC X(02) VALUE "00".
000660 77  WS-ANALYSIS-REPORT-STATUS     PIC X(02) VALUE "00".
000661 77  WS-PURCH-HIST-STATUS          PIC X(02) VALUE "00".
000670
000680 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000690     88  WS-EOF                     VALUE "Y".
000760 77  WS-TOTAL-CUSTOMER-COUNT       PIC 9(07) COMP VALUE ZERO.
000770 77  WS-TOTAL-AMOUNT               PIC 9(11)V99 COMP-3 VALUE ZERO.
000780 77  WS-BAD-DATE-COUNT             PIC 9(07) COMP VALUE ZERO.
000781
000782*-----------------------------------------------------------------
000783* NET OF RETURNS - THE MASTER'S PURCHASE AMOUNT LESS THE RETURNS
000784* POSTED AGAINST THE HISTORY ROW IT CAME FROM.  THAT ROW IS THE
000785* LAST NON-RETURN ROW FOR THE CUSTOMER AND DATE OF PURCHASE
000786* CARRYING THE SAME AMOUNT.
000787*-----------------------------------------------------------------
000788 77  WS-NET-AMOUNT                 PIC 9(05)V99 VALUE ZERO.
000789 77  WS-NET-RETURNS                PIC S9(07)V99 VALUE ZERO.
000790 77  WS-NET-MATCH-SEQ              PIC 9(03) VALUE ZERO.
000791 77  WS-NET-SCAN-SWITCH            PIC X(01) VALUE "N".
000792     88  WS-NET-SCAN-DONE           VALUE "Y".
000793     88  WS-NET-SCAN-MORE           VALUE "N".
000794 77  WS-RETURNS-NETTED-COUNT       PIC 9(07) COMP VALUE ZERO.
000795 77  WS-RETURNS-NETTED-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
000796
000800*-----------------------------------------------------------------
000810* MONTH/YEAR SUMMARY TABLE - ONE ENTRY PER CCYYMM SEEN ON THE
000820* MASTER, APPENDED AS FOUND AND SORTED ASCENDING BEFORE PRINT.
001810     05  FILLER                    PIC X(06) VALUE SPACES.
001820     05  FILLER                    PIC X(11) VALUE "CUSTOMERS".
001830     05  FILLER                    PIC X(06) VALUE SPACES.
001840     05  FILLER                    PIC X(14) VALUE "NET AMOUNT".
001850     05  FILLER                    PIC X(33) VALUE SPACES.
001860
001870 01  WS-MONTH-DETAIL-LINE.
001960
001970 01  WS-SECTION-TOP-LINE.
001980     05  FILLER PIC X(80) VALUE
001990         "TOP 25 CUSTOMERS BY NET PURCHASE AMOUNT".
002000
002010 01  WS-TOP-HEAD-LINE.
002020     05  FILLER                    PIC X(06) VALUE "RANK".
002030     05  FILLER                    PIC X(09) VALUE "CUST NO".
002040     05  FILLER                   PIC X(22) VALUE "CUSTOMER NAME".
002050     05  FILLER                    PIC X(14) VALUE "NET AMOUNT".
002060     05  FILLER                    PIC X(29) VALUE SPACES.
002070
002080 01  WS-TOP-DETAIL-LINE.
002170
002180 01  WS-SECTION-BAND-LINE.
002190     05  FILLER PIC X(80) VALUE
002200         "CUSTOMER COUNTS BY NET AMOUNT BAND".
002210
002220 01  WS-BAND-DETAIL-LINE.
002230     05  BDL-CAPTION               PIC X(30).
002260
002270 01  WS-TOTALS-LINE.
002280     05  FILLER                    PIC X(30)
002290                 VALUE "TOTAL CUSTOMERS / NET AMOUNT :".
002300     05  TOT-CUST-COUNT            PIC ZZZ,ZZZ,ZZ9.
002310     05  FILLER                    PIC X(02) VALUE SPACES.
002320     05  TOT-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002321     05  FILLER                    PIC X(19) VALUE SPACES.
002322
002323 01  WS-RETURNS-LINE.
002324     05  FILLER                    PIC X(30)
002325                 VALUE "RETURNS NETTED / AMOUNT. . . :".
002326     05  RET-CUST-COUNT            PIC ZZZ,ZZZ,ZZ9.
002327     05  FILLER                    PIC X(02) VALUE SPACES.
002328     05  RET-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER                    PIC X(19) VALUE SPACES.
002340
002350 01  WS-BAD-DATE-LINE.
002800         STOP RUN
002810     END-IF.
002820
002821     OPEN INPUT PURCHASE-HISTORY-FILE.
002822     IF WS-PURCH-HIST-STATUS NOT = "00"
002823         AND WS-PURCH-HIST-STATUS NOT = "05"
002824         DISPLAY "UNABLE TO OPEN PURCHASE-HISTORY-FILE - STATUS "
002825             WS-PURCH-HIST-STATUS
002826         MOVE 16 TO RETURN-CODE
002827         STOP RUN
002828     END-IF.
002829
002830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002840
002850     MOVE WS-RUN-CCYY TO HDG-RUN-CCYY
002930
002940*-----------------------------------------------------------------
002950* 2000-PROCESS-RECORD - FOLD ONE MASTER RECORD INTO THE MONTH
002960* TABLE, THE TOP-25 TABLE AND THE AMOUNT BANDS, NET OF RETURNS.
002970*-----------------------------------------------------------------
002980 2000-PROCESS-RECORD.
002981     PERFORM 2050-NET-OF-RETURNS
002982         THRU 2050-NET-OF-RETURNS-EXIT.
002983
002990     ADD 1 TO WS-TOTAL-CUSTOMER-COUNT.
003000     ADD WS-NET-AMOUNT TO WS-TOTAL-AMOUNT.
003010
003020     PERFORM 2100-ACCUMULATE-MONTH
003030         THRU 2100-ACCUMULATE-MONTH-EXIT.
003110     PERFORM 2900-READ-NEXT-RECORD
003120         THRU 2900-READ-NEXT-RECORD-EXIT.
003130 2000-PROCESS-RECORD-EXIT.
003131     EXIT.
003132
003133*-----------------------------------------------------------------
003134* 2050-NET-OF-RETURNS - FIND THE HISTORY ROW THE MASTER'S PURCHASE
003135* CAME FROM AND TAKE OFF WHAT RETURNS HAVE REFUNDED AGAINST IT.  A
003136* RETURN ROW ALWAYS FOLLOWS ITS ORIGINAL UNDER THE SAME CUSTOMER
003137* AND DATE, SO ONE PASS OVER THAT DATE'S ROWS DOES (2060).  WITH
003138* NO HISTORY ON HAND THE MASTER AMOUNT STANDS AS IT IS.
003139*-----------------------------------------------------------------
003140 2050-NET-OF-RETURNS.
003141     MOVE AMT-OF-PURCHASE-INDEXED  TO WS-NET-AMOUNT.
003142     MOVE ZERO                     TO WS-NET-RETURNS
003143                                      WS-NET-MATCH-SEQ.
003144     SET WS-NET-SCAN-MORE          TO TRUE.
003145
003146     MOVE CUSTOMER-NO-INDEXED      TO PH-CUSTOMER-NO.
003147     MOVE DATE-OF-PURCHASE-INDEXED TO PH-DATE-OF-PURCHASE.
003148     MOVE ZERO                     TO PH-SEQUENCE-NO.
003149
003150     START PURCHASE-HISTORY-FILE
003151         KEY IS GREATER THAN PURCHASE-HISTORY-KEY
003152         INVALID KEY
003153             GO TO 2050-NET-OF-RETURNS-EXIT
003154     END-START.
003155
003156     PERFORM 2060-SCAN-PURCHASE-ROW
003157         THRU 2060-SCAN-PURCHASE-ROW-EXIT
003158         UNTIL WS-NET-SCAN-DONE.
003159
003160     IF WS-NET-RETURNS > ZERO
003161         ADD 1 TO WS-RETURNS-NETTED-COUNT
003162         IF WS-NET-RETURNS < WS-NET-AMOUNT
003163             SUBTRACT WS-NET-RETURNS FROM WS-NET-AMOUNT
003164         ELSE
003165             MOVE WS-NET-AMOUNT TO WS-NET-RETURNS
003166             MOVE ZERO TO WS-NET-AMOUNT
003167         END-IF
003168         ADD WS-NET-RETURNS TO WS-RETURNS-NETTED-TOTAL
003169     END-IF.
003170 2050-NET-OF-RETURNS-EXIT.
003171     EXIT.
003172
003173*-----------------------------------------------------------------
003174* 2060-SCAN-PURCHASE-ROW - ONE HISTORY ROW FOR THE CUSTOMER AND
003175* DATE.  A PURCHASE ROW FOR THE MASTER'S AMOUNT BECOMES THE
003176* ORIGINAL (A LATER ONE REPLACES AN EARLIER ONE); A RETURN ROW
003177* LINKED TO THE CURRENT ORIGINAL ADDS ITS REFUND.
003178*-----------------------------------------------------------------
003179 2060-SCAN-PURCHASE-ROW.
003180     READ PURCHASE-HISTORY-FILE NEXT RECORD
003181         AT END
003182             SET WS-NET-SCAN-DONE TO TRUE
003183             GO TO 2060-SCAN-PURCHASE-ROW-EXIT
003184     END-READ.
003185
003186     IF PH-CUSTOMER-NO NOT = CUSTOMER-NO-INDEXED
003187         OR PH-DATE-OF-PURCHASE NOT = DATE-OF-PURCHASE-INDEXED
003188         SET WS-NET-SCAN-DONE TO TRUE
003189         GO TO 2060-SCAN-PURCHASE-ROW-EXIT
003190     END-IF.
003191
003192     IF PH-TRANSACTION-CODE = "R"
003193         IF WS-NET-MATCH-SEQ > ZERO
003194             AND PH-ORIG-SEQUENCE-NO = WS-NET-MATCH-SEQ
003195             SUBTRACT PH-AMT-OF-PURCHASE FROM WS-NET-RETURNS
003196         END-IF
003197     ELSE
003198         IF PH-AMT-OF-PURCHASE = AMT-OF-PURCHASE-INDEXED
003199             MOVE PH-SEQUENCE-NO TO WS-NET-MATCH-SEQ
003200             MOVE ZERO           TO WS-NET-RETURNS
003201         END-IF
003202     END-IF.
003203 2060-SCAN-PURCHASE-ROW-EXIT.
003204     EXIT.
003205
003206*-----------------------------------------------------------------
003207* 2100-ACCUMULATE-MONTH - ADD THIS CUSTOMER TO THE CCYYMM ENTRY
003208* FOR ITS PURCHASE DATE, APPENDING A NEW ENTRY THE FIRST TIME A
003209* MONTH IS SEEN.  AN UNREADABLE DATE IS COUNTED AND FLAGGED ON
003210* THE REPORT INSTEAD OF STOPPING THE ANALYSIS.
003211*-----------------------------------------------------------------
003220 2100-ACCUMULATE-MONTH.
003230     MOVE DATE-OF-PURCHASE-INDEXED TO WS-DATE-WORK.
003240
003410
003420     IF WS-FOUND-SUB > ZERO
003430         ADD 1 TO WS-MT-CUST-COUNT (WS-FOUND-SUB)
003440         ADD WS-NET-AMOUNT
003450             TO WS-MT-AMOUNT (WS-FOUND-SUB)
003460     ELSE
003470         IF WS-MONTH-COUNT >= WS-MONTH-TABLE-MAX
003530         MOVE WS-YEAR-MONTH-KEY-N
003540             TO WS-MT-YEAR-MONTH (WS-MONTH-COUNT)
003550         MOVE 1 TO WS-MT-CUST-COUNT (WS-MONTH-COUNT)
003560         MOVE WS-NET-AMOUNT
003570             TO WS-MT-AMOUNT (WS-MONTH-COUNT)
003580     END-IF.
003590 2100-ACCUMULATE-MONTH-EXIT.
003780             TO WS-TOP-CUSTOMER-NO (WS-TOP-COUNT)
003790         MOVE CUSTOMER-NAME-INDEXED
003800             TO WS-TOP-CUSTOMER-NAME (WS-TOP-COUNT)
003810         MOVE WS-NET-AMOUNT
003820             TO WS-TOP-AMOUNT (WS-TOP-COUNT)
003830         GO TO 2200-RANK-TOP-CUSTOMER-EXIT
003840     END-IF.
003890         VARYING WS-ENTRY-SUB FROM 2 BY 1
003900         UNTIL WS-ENTRY-SUB > WS-TOP-COUNT.
003910
003920     IF WS-NET-AMOUNT > WS-TOP-AMOUNT (WS-MIN-SUB)
003930         MOVE CUSTOMER-NO-INDEXED
003940             TO WS-TOP-CUSTOMER-NO (WS-MIN-SUB)
003950         MOVE CUSTOMER-NAME-INDEXED
003960             TO WS-TOP-CUSTOMER-NAME (WS-MIN-SUB)
003970         MOVE WS-NET-AMOUNT
003980             TO WS-TOP-AMOUNT (WS-MIN-SUB)
003990     END-IF.
004000 2200-RANK-TOP-CUSTOMER-EXIT.
004140*-----------------------------------------------------------------
004150 2300-COUNT-AMOUNT-BAND.
004160     EVALUATE TRUE
004170         WHEN WS-NET-AMOUNT < 100.00
004180             ADD 1 TO WS-BAND-UNDER-100-COUNT
004190         WHEN WS-NET-AMOUNT < 1000.00
004200             ADD 1 TO WS-BAND-100-TO-999-COUNT
004210         WHEN OTHER
004220             ADD 1 TO WS-BAND-1000-UP-COUNT
005770
005780*-----------------------------------------------------------------
005790* 3300-PRINT-AMOUNT-BANDS - THE THREE BAND COUNTS AND THE GRAND
005791* TOTALS AND THE RETURNS NETTED OUT OF THEM, PLUS THE
005792* UNREADABLE-DATE COUNT WHEN THERE IS ONE.
005810*-----------------------------------------------------------------
005820 3300-PRINT-AMOUNT-BANDS.
005830     MOVE WS-BLANK-LINE TO WS-REPORT-WORK-LINE.
006120     MOVE WS-TOTAL-CUSTOMER-COUNT TO TOT-CUST-COUNT.
006130     MOVE WS-TOTAL-AMOUNT         TO TOT-AMOUNT.
006140     MOVE WS-TOTALS-LINE TO WS-REPORT-WORK-LINE.
006141     PERFORM 7000-WRITE-REPORT-LINE
006142         THRU 7000-WRITE-REPORT-LINE-EXIT.
006143
006144     MOVE WS-RETURNS-NETTED-COUNT TO RET-CUST-COUNT.
006145     MOVE WS-RETURNS-NETTED-TOTAL TO RET-AMOUNT.
006146     MOVE WS-RETURNS-LINE TO WS-REPORT-WORK-LINE.
006150     PERFORM 7000-WRITE-REPORT-LINE
006160         THRU 7000-WRITE-REPORT-LINE-EXIT.
006170
006600*-----------------------------------------------------------------
006610 9000-TERMINATE.
006620     CLOSE INDEXEDFILE
006621           PURCHASE-HISTORY-FILE
006630           ANALYSIS-REPORT-FILE.
006640 9000-TERMINATE-EXIT.
006650     EXIT.
