000350*                  OF A RESTORE-AND-REKEY EVENING THAT ALSO
000360*                  THROWS AWAY EVERY GOOD TRANSACTION APPLIED
000370*                  SINCE THE BACKUP.
000371* 2026-09-14 JWH   AUDIT RECORD WIDENED FOR THE PAYMENT DATE AND
000372*                  AMOUNT.  A "P" PAYMENT CHANGES THE AR LEDGER,
000373*                  NOT THE MASTER, SO IT IS NOT REVERSED HERE - IT
000374*                  LISTS AS AN EXCEPTION FOR A CORRECTING ENTRY.
000375* 2026-09-21 JWH   AN "R" RETURN IS LISTED THE SAME WAY - IT
000376*                  MOVED HISTORY, SUMMARY AND LEDGER, NOT THE
000377*                  MASTER.
000378* 2026-09-28 JWH   OPERATOR SECURITY - THE OPERATOR SIGNS ON
000379*                  (MAINTOPR ENVIRONMENT NAME OR THE CONSOLE, AS
000380*                  PROGRAM16) AND MUST BE ACTIVE ON THE OPERATOR
000381*                  AUTHORIZATION FILE OPERAUTH WITH RUN BACK-OUT
000382*                  AUTHORITY, OR NOTHING IS REVERSED (1100).  THE
000383*                  SIGN-ON OR REFUSAL GOES TO THE SECURITY LOG
000384*                  SECLOG, THE OPERATOR ID RIDES EVERY BACK-OUT
000385*                  AUDIT RECORD AND PRINTS ON THE REPORT HEADING.
000386*                  THE TABLE ENTRY IS WIDENED FOR THE LONGER AUDIT
000387*                  RECORD.
000388* 2026-10-01 JWH   THE TARGET RUN'S RECORDS ARE READ STRAIGHT OFF
000389*                  THE KEYED AUDIT TRAIL AUDITKEY BY RUN DATE/TIME
000390*                  INSTEAD OF SCANNING AUDITTRL FROM THE TOP
000391*                  (1000/2000).  AUDITTRL NOW OPENS EXTEND AT THE
000392*                  START, AND EVERY BACK-OUT AUDIT RECORD IS ALSO
000393*                  WRITTEN TO AUDITKEY (1200/3210).
000394* 2026-10-09 JWH   THE SELECTED-RECORD TABLE HOLDS THE WIDER AUDIT
000395*                  RECORD (SOURCE FEED FIELDS ADDED), AND A
000396*                  BACK-OUT RECORD CARRIES THOSE FIELDS BLANK.
000397* ------------------------------------------------------------
000398*
000400*-----------------------------------------------------------------
000410* PROGRAM13 READS THE TARGET RUN'S RECORDS OFF THE KEYED AUDIT
000420* TRAIL AUDITKEY BY RUN DATE (AND RUN TIME, WHEN ONE IS GIVEN),
000430* TABLES THEM AS WRITTEN, THEN WORKS THE TABLE FROM THE BOTTOM UP
000440* SO THE LAST TRANSACTION APPLIED IS THE FIRST ONE REVERSED.
000450* THE RUN COMES FROM THE BKOUDATE (CCYYMMDD) AND BKOUTIME
000460* (HHMMSSHH, OPTIONAL - SPACES TAKES EVERY RUN ON THE DATE)
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690
000691     SELECT AUDIT-KEYED-FILE
000692         ASSIGN TO AUDITKEY
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS AK-CUSTOMER-KEY
000696         ALTERNATE RECORD KEY IS AK-RUN-KEY
000697         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000698
000700     SELECT BACKOUT-REPORT-FILE
000710         ASSIGN TO BACKRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-BACKOUT-REPORT-STATUS.
000740
000741     SELECT OPERAUTH-FILE
000742         ASSIGN TO OPERAUTH
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS RANDOM
000745         RECORD KEY IS OA-OPERATOR-ID
000746         FILE STATUS IS WS-OPERAUTH-STATUS.
000747
000748     SELECT OPTIONAL SECURITY-LOG-FILE
000749         ASSIGN TO SECLOG
000750         ORGANIZATION IS LINE SEQUENTIAL
000751         FILE STATUS IS WS-SECLOG-STATUS.
000752
000753 DATA DIVISION.
000760 FILE SECTION.
000770 FD  INDEXEDFILE.
000780     COPY CUSTMAST.
000800 FD  AUDIT-FILE.
000810     COPY AUDITREC.
000820
000821 FD  AUDIT-KEYED-FILE.
000822     COPY AUDITKEY.
000823
000830 FD  BACKOUT-REPORT-FILE.
000840 01  BACKOUT-REPORT-LINE               PIC X(80).
000850
000851 FD  OPERAUTH-FILE.
000852     COPY OPERAUTH.
000853
000854 FD  SECURITY-LOG-FILE.
000855     COPY SECLOG.
000856
000860 WORKING-STORAGE SECTION.
000870 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
000880 77  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000881 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
000890 77  WS-BACKOUT-REPORT-STATUS   PIC X(02) VALUE "00".
000891 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
000892 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
000900
000910 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
000920     88  WS-EOF                 VALUE "Y".
000990 01  WS-TARGET-DATE             PIC 9(08) VALUE ZERO.
001000 01  WS-TARGET-DATE-X REDEFINES WS-TARGET-DATE PIC X(08).
001010 01  WS-TARGET-TIME             PIC X(08) VALUE SPACES.
001011 01  WS-TARGET-TIME-N REDEFINES WS-TARGET-TIME PIC 9(08).
001020
001030*-----------------------------------------------------------------
001031* OPERATOR SECURITY - THE SIGNED-ON OPERATOR AND THE REASON A
001032* BACK-OUT WAS REFUSED, FOR THE SECLOG RECORD.
001033*-----------------------------------------------------------------
001034 77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
001035 77  WS-SL-REASON-TEXT          PIC X(40) VALUE SPACES.
001036
001037*-----------------------------------------------------------------
001038* KEYED AUDIT TRAIL WORKING STORAGE - AS PROGRAM1.
001039*-----------------------------------------------------------------
001040 77  WS-AK-CONTROL-SAVE         PIC X(366) VALUE SPACES.
001041 77  WS-AK-TRAIL-RECORD-NO      PIC 9(09)  VALUE ZERO.
001042*-----------------------------------------------------------------
001043* SELECTED AUDIT RECORDS - THE WHOLE RUN IS TABLED SO IT CAN BE
001050* REVERSED FROM THE BOTTOM UP.  A RUN BIGGER THAN THE TABLE IS
001060* A HARD STOP, AS THE SUSPENSE TABLE IN PROGRAM5 IS.
001070*-----------------------------------------------------------------
001090 01  WS-BACKOUT-TABLE.
001100     05  WS-SELECTED-COUNT      PIC 9(04) COMP VALUE ZERO.
001110     05  WS-BKO-ENTRY OCCURS 2000 TIMES.
001111         10  WS-BKO-RECORD      PIC X(311).
001130
001140 77  WS-ENTRY-SUB               PIC 9(04) COMP VALUE ZERO.
001150
001470     05  RPT-TARGET-DATE PIC X(08).
001480     05  FILLER PIC X(08) VALUE "  TIME: ".
001490     05  RPT-TARGET-TIME PIC X(08).
001491     05  FILLER PIC X(12) VALUE "  OPERATOR: ".
001492     05  RPT-OPERATOR-ID PIC X(08).
001493     05  FILLER PIC X(18) VALUE SPACES.
001510
001520 01  WS-RPT-DETAIL-LINE.
001530     05  FILLER PIC X(01) VALUE SPACES.
002140     EXIT.
002150
002160*-----------------------------------------------------------------
002161* 1000-INITIALIZE - CHECK THE OPERATOR'S AUTHORITY, RESOLVE THE
002162* TARGET RUN, POSITION THE KEYED AUDIT TRAIL ON IT FOR THE
002163* SELECTION PASS, AND OPEN AUDITTRL EXTEND FOR THE REVERSALS'
002164* OWN AUDIT RECORDS, THE MASTER I-O AND THE REPORT.
002190*-----------------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220     ACCEPT WS-RUN-TIME FROM TIME.
002221
002222     PERFORM 1100-CHECK-OPERATOR-AUTHORITY
002223         THRU 1100-CHECK-OPERATOR-AUTHORITY-EXIT.
002230
002240     DISPLAY "BKOUDATE" UPON ENVIRONMENT-NAME.
002250     ACCEPT WS-TARGET-DATE-X FROM ENVIRONMENT-VALUE.
002390     DISPLAY "BKOUTIME" UPON ENVIRONMENT-NAME.
002400     ACCEPT WS-TARGET-TIME FROM ENVIRONMENT-VALUE.
002410
002411     IF WS-TARGET-TIME NOT = SPACES
002412         AND WS-TARGET-TIME-N IS NOT NUMERIC
002413         DISPLAY "INVALID BACK-OUT RUN TIME - "
002414             WS-TARGET-TIME " - MUST BE HHMMSSHH"
002415         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002461
002462     PERFORM 1200-OPEN-AUDIT-KEYED-FILE
002463         THRU 1200-OPEN-AUDIT-KEYED-FILE-EXIT.
002464
002465     MOVE WS-TARGET-DATE TO AK-RUN-DATE.
002466     IF WS-TARGET-TIME = SPACES
002467         MOVE ZERO TO AK-RUN-TIME
002468     ELSE
002469         MOVE WS-TARGET-TIME-N TO AK-RUN-TIME
002470     END-IF.
002471     MOVE ZERO TO AK-RUN-TRAIL-RECORD-NO.
002472
002473     START AUDIT-KEYED-FILE
002474         KEY IS NOT LESS THAN AK-RUN-KEY
002475         INVALID KEY
002476             SET WS-EOF TO TRUE
002477     END-START.
002478
002479     OPEN EXTEND AUDIT-FILE.
002480     IF WS-AUDIT-STATUS NOT = "00"
002481         DISPLAY "UNABLE TO OPEN AUDIT-FILE - FILE STATUS "
002490             WS-AUDIT-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002740     ELSE
002750         MOVE WS-TARGET-TIME TO RPT-TARGET-TIME
002760     END-IF.
002761     MOVE WS-OPERATOR-ID TO RPT-OPERATOR-ID.
002770     WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TARGET-LINE.
002780 1000-INITIALIZE-EXIT.
002781     EXIT.
002782
002783*-----------------------------------------------------------------
002784* 1100-CHECK-OPERATOR-AUTHORITY - THE OPERATOR (MAINTOPR OR THE
002785* CONSOLE) MUST BE ON OPERAUTH, ACTIVE, WITH RUN BACK-OUT
002786* AUTHORITY.  A REFUSAL IS LOGGED TO SECLOG AND ENDS THE RUN
002787* BEFORE THE AUDIT TRAIL OR THE MASTER IS OPENED; A SIGN-ON IS
002788* LOGGED.  BOTH FILES ARE CLOSED AGAIN HERE - NOTHING LATER IN
002789* THE RUN NEEDS THEM.
002790*-----------------------------------------------------------------
002791 1100-CHECK-OPERATOR-AUTHORITY.
002792     DISPLAY "MAINTOPR" UPON ENVIRONMENT-NAME.
002793     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
002794
002795     IF WS-OPERATOR-ID = SPACES
002796         DISPLAY "ENTER OPERATOR ID: "
002797         ACCEPT WS-OPERATOR-ID
002798     END-IF.
002799
002800     IF WS-OPERATOR-ID = SPACES
002801         DISPLAY "NO OPERATOR ID GIVEN - BACK-OUT REFUSED"
002802         MOVE 16 TO RETURN-CODE
002803         STOP RUN
002804     END-IF.
002805
002806     OPEN EXTEND SECURITY-LOG-FILE.
002807     IF WS-SECLOG-STATUS NOT = "00"
002808         AND WS-SECLOG-STATUS NOT = "05"
002809         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
002810             WS-SECLOG-STATUS
002811         MOVE 16 TO RETURN-CODE
002812         STOP RUN
002813     END-IF.
002814
002815     OPEN INPUT OPERAUTH-FILE.
002816     IF WS-OPERAUTH-STATUS NOT = "00"
002817         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
002818             WS-OPERAUTH-STATUS
002819         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002821     END-IF.
002822
002823     MOVE SPACES TO WS-SL-REASON-TEXT.
002824     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002825
002826     READ OPERAUTH-FILE
002827         INVALID KEY
002828             MOVE "OPERATOR NOT ON OPERAUTH" TO WS-SL-REASON-TEXT
002829     END-READ.
002830
002831     IF WS-SL-REASON-TEXT = SPACES
002832         AND NOT OA-OPERATOR-ACTIVE
002833         MOVE "OPERATOR REVOKED" TO WS-SL-REASON-TEXT
002834     END-IF.
002835
002836     IF WS-SL-REASON-TEXT = SPACES
002837         AND NOT OA-CAN-BACK-OUT
002838         MOVE "NO RUN BACK-OUT AUTHORITY" TO WS-SL-REASON-TEXT
002839     END-IF.
002840
002841     MOVE WS-RUN-DATE       TO SL-RUN-DATE.
002842     MOVE WS-RUN-TIME       TO SL-RUN-TIME.
002843     MOVE "BACKOUT"         TO SL-SOURCE-PROGRAM.
002844     MOVE WS-OPERATOR-ID    TO SL-OPERATOR-ID.
002845     MOVE "BO"              TO SL-FUNCTION-CODE.
002846     MOVE SPACES            TO SL-CUSTOMER-NO.
002847     MOVE WS-SL-REASON-TEXT TO SL-REASON-TEXT.
002848     IF WS-SL-REASON-TEXT = SPACES
002849         MOVE "S" TO SL-EVENT-CODE
002850     ELSE
002851         MOVE "R" TO SL-EVENT-CODE
002852     END-IF.
002853
002854     WRITE SECURITY-LOG-RECORD.
002855
002856     CLOSE OPERAUTH-FILE
002857           SECURITY-LOG-FILE.
002858
002859     IF WS-SL-REASON-TEXT NOT = SPACES
002860         DISPLAY "BACK-OUT REFUSED - OPERATOR " WS-OPERATOR-ID
002861             " - " WS-SL-REASON-TEXT
002862         MOVE 16 TO RETURN-CODE
002863         STOP RUN
002864     END-IF.
002865
002866     DISPLAY "BACK-OUT AUTHORIZED FOR OPERATOR " WS-OPERATOR-ID.
002867 1100-CHECK-OPERATOR-AUTHORITY-EXIT.
002868     EXIT.
002869
002870*-----------------------------------------------------------------
002871* 1200-OPEN-AUDIT-KEYED-FILE - OPEN THE KEYED AUDIT TRAIL AUDITKEY
002872* AND HOLD ITS CONTROL RECORD, WHICH CARRIES THE NUMBER OF THE
002873* LAST RECORD ON AUDITTRL.  EVERY AUDIT RECORD THIS RUN APPENDS TO
002874* AUDITTRL ALSO GOES ON AUDITKEY UNDER THE NEXT NUMBER (3210).
002875* A TRAIL WITHOUT A CONTROL RECORD MUST BE BUILT BY PROGRAM24
002876* FIRST, OR THE TWO WOULD NEVER AGREE.
002877*-----------------------------------------------------------------
002878 1200-OPEN-AUDIT-KEYED-FILE.
002879     OPEN I-O AUDIT-KEYED-FILE.
002880     IF WS-AUDIT-KEYED-STATUS = "35"
002881         DISPLAY "NO AUDIT TRAIL ON FILE - NOTHING TO BACK OUT"
002882         STOP RUN
002883     END-IF.
002884     IF WS-AUDIT-KEYED-STATUS NOT = "00"
002885         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
002886             WS-AUDIT-KEYED-STATUS
002887         MOVE 16 TO RETURN-CODE
002888         STOP RUN
002889     END-IF.
002890
002891     MOVE HIGH-VALUES TO AK-CUSTOMER-KEY.
002892     READ AUDIT-KEYED-FILE RECORD
002893         INVALID KEY
002894             CONTINUE
002895     END-READ.
002896
002897     IF WS-AUDIT-KEYED-STATUS = "00"
002898         MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE
002899         GO TO 1200-OPEN-AUDIT-KEYED-FILE-EXIT
002900     END-IF.
002901
002902     DISPLAY "AUDITKEY HAS NO CONTROL RECORD - BUILD IT FROM "
002903         "AUDITTRL WITH PROGRAM24 BEFORE THIS RUN".
002904     MOVE 16 TO RETURN-CODE.
002905     STOP RUN.
002906 1200-OPEN-AUDIT-KEYED-FILE-EXIT.
002907     EXIT.
002908
002909*-----------------------------------------------------------------
002910* 2000-SELECT-AUDIT-RECORDS - THE NEXT AUDITKEY RECORD IN RUN
002911* ORDER (OLDEST FIRST) GOES INTO THE TABLE; THE FIRST RECORD PAST
002912* THE TARGET RUN ENDS THE SELECTION.
002913* BACK-OUT AUDIT RECORDS A PRIOR PROGRAM13 RUN WROTE FOR THE
002914* SAME DATE ARE LEFT OUT - REVERSING A REVERSAL BY ACCIDENT
002915* WOULD REAPPLY THE BAD RUN.
002916*-----------------------------------------------------------------
002917 2000-SELECT-AUDIT-RECORDS.
002918     READ AUDIT-KEYED-FILE NEXT RECORD
002919         AT END
002920             SET WS-EOF TO TRUE
002921             GO TO 2000-SELECT-AUDIT-RECORDS-EXIT
002930     END-READ.
002940
002941     IF AK-CONTROL-RECORD
002942         GO TO 2000-SELECT-AUDIT-RECORDS-EXIT
002943     END-IF.
002960
002961     IF AK-RUN-DATE NOT = WS-TARGET-DATE
002962         SET WS-EOF TO TRUE
002980         GO TO 2000-SELECT-AUDIT-RECORDS-EXIT
002990     END-IF.
003000
003010     IF WS-TARGET-TIME NOT = SPACES
003011         AND AK-RUN-TIME NOT = WS-TARGET-TIME-N
003012         SET WS-EOF TO TRUE
003030         GO TO 2000-SELECT-AUDIT-RECORDS-EXIT
003040     END-IF.
003041
003042     ADD 1 TO WS-AUDIT-READ-COUNT.
003043     MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD.
003050
003060     IF AUD-SOURCE-PROGRAM = "BACKOUT"
003070         GO TO 2000-SELECT-AUDIT-RECORDS-EXIT
003200     EXIT.
003210
003220*-----------------------------------------------------------------
003221* 3000-REVERSE-THE-RUN - THE SELECTION PASS IS DONE.  WORK THE
003250* TABLE FROM THE BOTTOM UP - THE LAST TRANSACTION THE RUN
003260* APPLIED IS THE FIRST ONE REVERSED, SO AN ADD-THEN-CHANGE OF
003270* THE SAME CUSTOMER UNWINDS IN THE RIGHT ORDER.
003280*-----------------------------------------------------------------
003290 3000-REVERSE-THE-RUN.
003320     IF WS-SELECTED-COUNT = ZERO
003330         DISPLAY "NO AUDIT RECORDS ON FILE FOR THE TARGET RUN - "
003340             "NOTHING TO BACK OUT"
003350         GO TO 3000-REVERSE-THE-RUN-EXIT
003450     END-IF.
003460
003470     PERFORM 3100-REVERSE-ONE-RECORD
003580* BACK); BOTH PRESENT WAS A CHANGE OR MERGE SIDE (RESTORE THE
003590* BEFORE-IMAGE).  THE IMAGE TEST COVERS EVERY TRANSACTION CODE
003600* THE LOADS WRITE, MERGES INCLUDED - EACH MERGE SIDE AUDITED
003601* UNDER ITS OWN CUSTOMER NUMBER.  A PAYMENT LEAVES THE MASTER AS
003602* IT WAS (BOTH IMAGES THE SAME) AND MOVED MONEY ON THE AR LEDGER
003603* INSTEAD, SO IT IS LISTED FOR A CORRECTING ENTRY, NOT REVERSED.
003604* A RETURN LEAVES THE MASTER ALONE TOO AND IS LISTED THE SAME.
003620*-----------------------------------------------------------------
003630 3100-REVERSE-ONE-RECORD.
003640     MOVE WS-BKO-RECORD (WS-ENTRY-SUB) TO AUDIT-RECORD.
003670     MOVE AUD-CUSTOMER-NO      TO RPT-DTL-CUSTOMER-NO.
003680
003690     EVALUATE TRUE
003691         WHEN AUD-TRANSACTION-CODE = "P"
003692             MOVE "PAYMENT - POST A CORRECTING ENTRY"
003693                 TO RPT-DTL-ACTION
003694             ADD 1 TO WS-EXCEPTION-COUNT
003695         WHEN AUD-TRANSACTION-CODE = "R"
003696             MOVE "RETURN - POST A CORRECTING ENTRY"
003697                 TO RPT-DTL-ACTION
003698             ADD 1 TO WS-EXCEPTION-COUNT
003700         WHEN AUD-BEFORE-IMAGE = SPACES
003710             AND AUD-AFTER-IMAGE = SPACES
003720             MOVE "UNREADABLE AUDIT IMAGES - NOT REVERSED"
005210     MOVE CUSTOMER-NO-INDEXED  TO AUD-CUSTOMER-NO.
005220     MOVE WS-CURRENT-IMAGE     TO AUD-BEFORE-IMAGE.
005230     MOVE WS-RESTORE-IMAGE     TO AUD-AFTER-IMAGE.
005231     MOVE SPACES               TO AUD-TRANSACTION-DATE.
005232     MOVE ZERO                 TO AUD-TRANSACTION-AMOUNT.
005233     MOVE WS-OPERATOR-ID       TO AUD-OPERATOR-ID.
005234     MOVE SPACES               TO AUD-SOURCE-FEED.
005235     MOVE ZERO                 TO AUD-FEED-POSITION.
005240
005241     PERFORM 3210-WRITE-AUDIT-KEYED-RECORD
005242         THRU 3210-WRITE-AUDIT-KEYED-RECORD-EXIT.
005243
005250     WRITE AUDIT-RECORD.
005260 3200-WRITE-BACKOUT-AUDIT-EXIT.
005261     EXIT.
005262
005263*-----------------------------------------------------------------
005264* 3210-WRITE-AUDIT-KEYED-RECORD - THE AUDIT RECORD 3200 BUILT
005265* IS ABOUT TO APPEND TO AUDITTRL ALSO GOES ON THE KEYED AUDIT
005266* TRAIL AUDITKEY UNDER THE NEXT TRAIL RECORD NUMBER, KEYED BY
005267* CUSTOMER AND BY RUN, AND THE CONTROL RECORD IS REWRITTEN WITH
005268* THAT NUMBER.  A FAILURE IS REPORTED AND THE RUN GOES ON -
005269* AUDITTRL IS STILL THE TRAIL OF RECORD, AND PROGRAM24 VERIFY
005270* SHOWS THE KEYED COPY OUT OF STEP UNTIL IT IS REBUILT.
005271*-----------------------------------------------------------------
005272 3210-WRITE-AUDIT-KEYED-RECORD.
005273     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
005274     ADD 1                       TO AK-CTL-LAST-RECORD-NO.
005275     MOVE AK-CTL-LAST-RECORD-NO  TO WS-AK-TRAIL-RECORD-NO.
005276     MOVE AUD-RUN-DATE           TO AK-CTL-LAST-UPDATE-DATE.
005277     MOVE AUD-RUN-TIME           TO AK-CTL-LAST-UPDATE-TIME.
005278     MOVE AUD-SOURCE-PROGRAM     TO AK-CTL-LAST-UPDATE-BY.
005279     MOVE AUDIT-KEYED-RECORD     TO WS-AK-CONTROL-SAVE.
005280
005281     MOVE AUD-CUSTOMER-NO        TO AK-CUSTOMER-NO.
005282     MOVE AUD-RUN-DATE           TO AK-CUST-RUN-DATE
005283                                    AK-RUN-DATE.
005284     MOVE AUD-RUN-TIME           TO AK-CUST-RUN-TIME
005285                                    AK-RUN-TIME.
005286     MOVE WS-AK-TRAIL-RECORD-NO  TO AK-CUST-TRAIL-RECORD-NO
005287                                    AK-RUN-TRAIL-RECORD-NO.
005288     MOVE AUDIT-RECORD           TO AK-AUDIT-IMAGE.
005289
005290     WRITE AUDIT-KEYED-RECORD
005291         INVALID KEY
005292             DISPLAY "AUDITKEY WRITE FAILED FOR TRAIL RECORD "
005293                 WS-AK-TRAIL-RECORD-NO " - FILE STATUS "
005294                 WS-AUDIT-KEYED-STATUS
005295     END-WRITE.
005296
005297     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
005298     REWRITE AUDIT-KEYED-RECORD
005299         INVALID KEY
005300             DISPLAY "AUDITKEY CONTROL RECORD REWRITE FAILED - "
005301                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
005302     END-REWRITE.
005303 3210-WRITE-AUDIT-KEYED-RECORD-EXIT.
005304     EXIT.
005305
005306*-----------------------------------------------------------------
005307* 8000-PRODUCE-TOTALS - CONTROL TOTALS FOR THE BACK-OUT, FOR
005310* BALANCING AGAINST THE BACKED-OUT RUN'S CONTROL TOTALS REPORT.
005320*-----------------------------------------------------------------
005330 8000-PRODUCE-TOTALS.
005600* 9000-TERMINATE - CLOSE ALL FILES AND END THE RUN.
005610*-----------------------------------------------------------------
005620 9000-TERMINATE.
005621     CLOSE AUDIT-FILE
005622           AUDIT-KEYED-FILE
005623           INDEXEDFILE
005670           BACKOUT-REPORT-FILE.
005680 9000-TERMINATE-EXIT.
005690     EXIT.
