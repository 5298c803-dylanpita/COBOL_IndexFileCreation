000360*                  ROW ON DELTAPND, WHICH PROGRAM1 FOLDS INTO
000370*                  ITS NEXT DELTA EXTRACT SO THE DOWNSTREAM
000380*                  SYSTEMS ARE NOT BLIND TO DESK-KEYED CHANGES.
000381* 2026-09-14 JWH   AUDIT RECORD WIDENED FOR THE PAYMENT DATE AND
000382*                  AMOUNT - A DESK CHANGE CARRIES SPACES/ZERO.
000383* 2026-09-28 JWH   OPERATOR SECURITY - THE OPERATOR ID MUST BE ON
000384*                  THE OPERATOR AUTHORIZATION FILE OPERAUTH,
000385*                  ACTIVE, WITH DESK MAINTENANCE AUTHORITY, OR THE
000386*                  SESSION IS REFUSED (1100).  A STATUS CHANGE TO
000387*                  OR FROM CREDIT HOLD ALSO NEEDS CREDIT-HOLD
000388*                  AUTHORITY (2220).  SIGN-ONS AND REFUSALS GO TO
000389*                  THE SECURITY LOG SECLOG (2900) AND THE OPERATOR
000390*                  ID RIDES EVERY AUDIT RECORD THE SESSION WRITES.
000391* 2026-10-01 JWH   KEYED AUDIT TRAIL - EVERY AUDIT RECORD IS ALSO
000392*                  WRITTEN TO THE KEYED COMPANION AUDITKEY UNDER
000393*                  THE NEXT TRAIL RECORD NUMBER, AS PROGRAM1
000394*                  (1200/2311).
000395* 2026-10-09 JWH   THE AUDIT RECORD'S NEW SOURCE FEED FIELDS ARE
000396*                  WRITTEN BLANK - A DESK CHANGE COMES FROM NO
000397*                  FEED.
000398* ------------------------------------------------------------
000400*
000410*-----------------------------------------------------------------
000420* PROGRAM16 RUNS IN THE PROGRAM2/PROGRAM5 PROMPT STYLE.  THE
000430* OPERATOR IDENTIFIES THEMSELVES FIRST (MAINTOPR ENVIRONMENT
000431* NAME OR THE CONSOLE - A BLANK ID, OR ONE OPERAUTH DOES NOT
000432* AUTHORIZE FOR DESK MAINTENANCE, REFUSES THE SESSION, AND THE
000433* ID GOES TO THE CONSOLE LOG AND THE AUDIT TRAIL WITH EVERY
000434* APPLY).  FOR EACH
000460* CUSTOMER: READ BY NUMBER, SHOW THE RECORD, TAKE FIELD
000470* CORRECTIONS ONE AT A TIME (THE PROGRAM5 FIELD CODES), THEN
000480* A=APPLY REWRITES THE MASTER OR Q=QUIT ABANDONS THE CHANGES.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690
000691     SELECT OPTIONAL AUDIT-KEYED-FILE
000692         ASSIGN TO AUDITKEY
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS AK-CUSTOMER-KEY
000696         ALTERNATE RECORD KEY IS AK-RUN-KEY
000697         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000698
000700     SELECT OPTIONAL DELTA-PENDING-FILE
000710         ASSIGN TO DELTAPND
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PENDING-STATUS.
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
000830 FD  DELTA-PENDING-FILE.
000840 01  PENDING-IO-RECORD                 PIC X(120).
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
000890 77  WS-PENDING-STATUS          PIC X(02) VALUE "00".
000891 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
000892 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
000900
000910 77  WS-DONE-SWITCH             PIC X(01) VALUE "N".
000920     88  WS-DONE                VALUE "Y".
001090 77  WS-VALUE-5                 PIC X(05) VALUE SPACES.
001100 77  WS-VALUE-2                 PIC X(02) VALUE SPACES.
001110 77  WS-VALUE-1                 PIC X(01) VALUE SPACE.
001111
001112*-----------------------------------------------------------------
001113* SECURITY LOG WORKING STORAGE - THE EVENT, FUNCTION, CUSTOMER
001114* AND REASON FOR THE NEXT SECLOG RECORD (2900).
001115*-----------------------------------------------------------------
001116 77  WS-SL-EVENT-CODE           PIC X(01) VALUE SPACE.
001117 77  WS-SL-FUNCTION-CODE        PIC X(02) VALUE SPACES.
001118 77  WS-SL-CUSTOMER-NO          PIC X(05) VALUE SPACES.
001119 77  WS-SL-REASON-TEXT          PIC X(40) VALUE SPACES.
001120
001130 77  WS-CHANGES-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
001140 77  WS-CHANGES-ABANDONED-COUNT PIC 9(05) COMP VALUE ZERO.
001210 77  WS-AUDIT-BEFORE-IMAGE      PIC X(116) VALUE SPACES.
001220 77  WS-AUDIT-AFTER-IMAGE       PIC X(116) VALUE SPACES.
001230
001231*-----------------------------------------------------------------
001232* KEYED AUDIT TRAIL WORKING STORAGE - AS PROGRAM1.
001233*-----------------------------------------------------------------
001234 77  WS-AK-CONTROL-SAVE         PIC X(366) VALUE SPACES.
001235 77  WS-AK-TRAIL-RECORD-NO      PIC 9(09)  VALUE ZERO.
001240 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001250
001260 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001930         STOP RUN
001940     END-IF.
001950
001951     OPEN EXTEND SECURITY-LOG-FILE.
001952     IF WS-SECLOG-STATUS NOT = "00"
001953         AND WS-SECLOG-STATUS NOT = "05"
001954         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
001955             WS-SECLOG-STATUS
001956         MOVE 16 TO RETURN-CODE
001957         STOP RUN
001958     END-IF.
001959
001960     OPEN INPUT OPERAUTH-FILE.
001961     IF WS-OPERAUTH-STATUS NOT = "00"
001962         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
001963             WS-OPERAUTH-STATUS
001964         MOVE 16 TO RETURN-CODE
001965         STOP RUN
001966     END-IF.
001967
001968     PERFORM 1100-CHECK-OPERATOR-AUTHORITY
001969         THRU 1100-CHECK-OPERATOR-AUTHORITY-EXIT.
001970
001971     DISPLAY "MAINTENANCE SESSION OPENED BY OPERATOR "
001972         WS-OPERATOR-ID.
001980
001990     OPEN I-O INDEXEDFILE.
002000     IF WS-INDEXEDFILE-STATUS NOT = "00"
002130         STOP RUN
002140     END-IF.
002150
002151     PERFORM 1200-OPEN-AUDIT-KEYED-FILE
002152         THRU 1200-OPEN-AUDIT-KEYED-FILE-EXIT.
002153
002160     OPEN EXTEND DELTA-PENDING-FILE.
002170     IF WS-PENDING-STATUS NOT = "00"
002180         AND WS-PENDING-STATUS NOT = "05"
002220         STOP RUN
002230     END-IF.
002240 1000-INITIALIZE-EXIT.
002241     EXIT.
002242
002243*-----------------------------------------------------------------
002244* 1100-CHECK-OPERATOR-AUTHORITY - THE OPERATOR MUST BE ON
002245* OPERAUTH, ACTIVE, WITH DESK MAINTENANCE AUTHORITY.  A REFUSAL
002246* IS LOGGED AND ENDS THE SESSION BEFORE THE MASTER IS OPENED; A
002247* SIGN-ON IS LOGGED.  THE OPERAUTH RECORD STAYS IN THE RECORD
002248* AREA FOR THE CREDIT-HOLD CHECK IN 2220 - NOTHING ELSE READS
002249* THE FILE.
002250*-----------------------------------------------------------------
002251 1100-CHECK-OPERATOR-AUTHORITY.
002252     MOVE "DM"   TO WS-SL-FUNCTION-CODE.
002253     MOVE SPACES TO WS-SL-CUSTOMER-NO.
002254     MOVE SPACES TO WS-SL-REASON-TEXT.
002255     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002256
002257     READ OPERAUTH-FILE
002258         INVALID KEY
002259             MOVE "OPERATOR NOT ON OPERAUTH" TO WS-SL-REASON-TEXT
002260     END-READ.
002261
002262     IF WS-SL-REASON-TEXT = SPACES
002263         AND NOT OA-OPERATOR-ACTIVE
002264         MOVE "OPERATOR REVOKED" TO WS-SL-REASON-TEXT
002265     END-IF.
002266
002267     IF WS-SL-REASON-TEXT = SPACES
002268         AND NOT OA-CAN-DESK-MAINT
002269         MOVE "NO DESK MAINTENANCE AUTHORITY" TO WS-SL-REASON-TEXT
002270     END-IF.
002271
002272     IF WS-SL-REASON-TEXT NOT = SPACES
002273         MOVE "R" TO WS-SL-EVENT-CODE
002274         PERFORM 2900-WRITE-SECURITY-LOG
002275             THRU 2900-WRITE-SECURITY-LOG-EXIT
002276         DISPLAY "MAINTENANCE SESSION REFUSED - OPERATOR "
002277             WS-OPERATOR-ID " - " WS-SL-REASON-TEXT
002278         CLOSE OPERAUTH-FILE
002279               SECURITY-LOG-FILE
002280         MOVE 16 TO RETURN-CODE
002281         STOP RUN
002282     END-IF.
002283
002284     MOVE "S" TO WS-SL-EVENT-CODE.
002285     PERFORM 2900-WRITE-SECURITY-LOG
002286         THRU 2900-WRITE-SECURITY-LOG-EXIT.
002287 1100-CHECK-OPERATOR-AUTHORITY-EXIT.
002288     EXIT.
002289
002290*-----------------------------------------------------------------
002291* 1200-OPEN-AUDIT-KEYED-FILE - OPEN THE KEYED AUDIT TRAIL AUDITKEY
002292* AND HOLD ITS CONTROL RECORD, WHICH CARRIES THE NUMBER OF THE
002293* LAST RECORD ON AUDITTRL.  EVERY AUDIT RECORD THIS RUN APPENDS TO
002294* AUDITTRL ALSO GOES ON AUDITKEY UNDER THE NEXT NUMBER (2311).
002295* A TRAIL THIS RUN IS CREATING STARTS A NEW KEYED COPY AT ZERO.
002296* AN EXISTING TRAIL WITHOUT ONE MUST BE BUILT BY PROGRAM24 FIRST,
002297* OR THE TWO WOULD NEVER AGREE.
002298*-----------------------------------------------------------------
002299 1200-OPEN-AUDIT-KEYED-FILE.
002300     OPEN I-O AUDIT-KEYED-FILE.
002301     IF WS-AUDIT-KEYED-STATUS NOT = "00"
002302         AND WS-AUDIT-KEYED-STATUS NOT = "05"
002303         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
002304             WS-AUDIT-KEYED-STATUS
002305         MOVE 16 TO RETURN-CODE
002306         STOP RUN
002307     END-IF.
002308
002309     MOVE HIGH-VALUES TO AK-CUSTOMER-KEY.
002310     READ AUDIT-KEYED-FILE RECORD
002311         INVALID KEY
002312             CONTINUE
002313     END-READ.
002314
002315     IF WS-AUDIT-KEYED-STATUS = "00"
002316         MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE
002317         GO TO 1200-OPEN-AUDIT-KEYED-FILE-EXIT
002318     END-IF.
002319
002320     IF WS-AUDIT-STATUS NOT = "05"
002321         DISPLAY "AUDITKEY HAS NO CONTROL RECORD - BUILD IT FROM "
002322             "AUDITTRL WITH PROGRAM24 BEFORE THIS RUN"
002323         MOVE 16 TO RETURN-CODE
002324         STOP RUN
002325     END-IF.
002326
002327     MOVE HIGH-VALUES    TO AK-CUSTOMER-KEY.
002328     MOVE ZERO           TO AK-RUN-KEY.
002329     MOVE SPACES         TO AK-CONTROL-DATA.
002330     MOVE ZERO           TO AK-CTL-LAST-RECORD-NO.
002331     MOVE WS-RUN-DATE    TO AK-CTL-LAST-UPDATE-DATE
002332                            AK-CTL-BUILD-DATE.
002333     MOVE WS-RUN-TIME    TO AK-CTL-LAST-UPDATE-TIME.
002334     MOVE "SVCMAINT"      TO AK-CTL-LAST-UPDATE-BY.
002335
002336     WRITE AUDIT-KEYED-RECORD
002337         INVALID KEY
002338             DISPLAY "UNABLE TO WRITE AUDITKEY CONTROL RECORD - "
002339                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
002340             MOVE 16 TO RETURN-CODE
002341             STOP RUN
002342     END-WRITE.
002343
002344     MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE.
002345 1200-OPEN-AUDIT-KEYED-FILE-EXIT.
002346     EXIT.
002347
002348*-----------------------------------------------------------------
002349* 2000-PROCESS-CUSTOMERS - ONE CUSTOMER PER PASS: READ, SHOW,
002350* CORRECT, APPLY OR ABANDON.
002351*-----------------------------------------------------------------
002352 2000-PROCESS-CUSTOMERS.
002353     DISPLAY "ENTER CUSTOMER NUMBER (OR END TO QUIT): ".
002354     ACCEPT WS-INQUIRY-CUSTOMER-NO.
002355
002356     IF WS-INQUIRY-CUSTOMER-NO = "END" OR SPACES
002360         SET WS-DONE TO TRUE
002370         GO TO 2000-PROCESS-CUSTOMERS-EXIT
002380     END-IF.
003400
003410*-----------------------------------------------------------------
003420* 2220-ACCEPT-STATUS-CODE - THE SAME A/I/H EDIT PROGRAM1'S 2156
003421* APPLIES.  A BAD ENTRY LEAVES THE FIELD AS IT WAS.  A MOVE TO OR
003422* FROM CREDIT HOLD ("H") NEEDS CREDIT-HOLD AUTHORITY ON OPERAUTH -
003423* WITHOUT IT THE FIELD STAYS AS IT WAS AND THE REFUSAL IS LOGGED.
003440*-----------------------------------------------------------------
003450 2220-ACCEPT-STATUS-CODE.
003460     DISPLAY "ENTER STATUS CODE (A, I OR H): ".
003500         AND WS-VALUE-1 NOT = "I"
003510         AND WS-VALUE-1 NOT = "H"
003520         DISPLAY "INVALID CUSTOMER STATUS CODE - FIELD UNCHANGED"
003521         GO TO 2220-ACCEPT-STATUS-CODE-EXIT
003550     END-IF.
003551
003552     IF WS-VALUE-1 NOT = STATUS-CODE-INDEXED
003553         AND (WS-VALUE-1 = "H" OR STATUS-CODE-INDEXED = "H")
003554         AND NOT OA-CAN-CHANGE-HOLD
003555         MOVE "R"  TO WS-SL-EVENT-CODE
003556         MOVE "CH" TO WS-SL-FUNCTION-CODE
003557         MOVE CUSTOMER-NO-INDEXED TO WS-SL-CUSTOMER-NO
003558         MOVE "NO CREDIT-HOLD AUTHORITY" TO WS-SL-REASON-TEXT
003559         PERFORM 2900-WRITE-SECURITY-LOG
003560             THRU 2900-WRITE-SECURITY-LOG-EXIT
003561         DISPLAY "NOT AUTHORIZED TO CHANGE CREDIT HOLD - FIELD "
003562             "UNCHANGED"
003563         GO TO 2220-ACCEPT-STATUS-CODE-EXIT
003564     END-IF.
003565
003566     MOVE WS-VALUE-1 TO STATUS-CODE-INDEXED.
003567 2220-ACCEPT-STATUS-CODE-EXIT.
003570     EXIT.
003580
003590*-----------------------------------------------------------------
004090     MOVE CUSTOMER-NO-INDEXED    TO AUD-CUSTOMER-NO.
004100     MOVE WS-AUDIT-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
004110     MOVE WS-AUDIT-AFTER-IMAGE   TO AUD-AFTER-IMAGE.
004111     MOVE SPACES                 TO AUD-TRANSACTION-DATE.
004112     MOVE ZERO                   TO AUD-TRANSACTION-AMOUNT.
004113     MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID.
004114     MOVE SPACES                 TO AUD-SOURCE-FEED.
004115     MOVE ZERO                   TO AUD-FEED-POSITION.
004120
004121     PERFORM 2311-WRITE-AUDIT-KEYED-RECORD
004122         THRU 2311-WRITE-AUDIT-KEYED-RECORD-EXIT.
004123
004130     WRITE AUDIT-RECORD.
004140 2310-WRITE-AUDIT-RECORD-EXIT.
004141     EXIT.
004142
004143*-----------------------------------------------------------------
004144* 2311-WRITE-AUDIT-KEYED-RECORD - THE AUDIT RECORD 2310 BUILT
004145* IS ABOUT TO APPEND TO AUDITTRL ALSO GOES ON THE KEYED AUDIT
004146* TRAIL AUDITKEY UNDER THE NEXT TRAIL RECORD NUMBER, KEYED BY
004147* CUSTOMER AND BY RUN, AND THE CONTROL RECORD IS REWRITTEN WITH
004148* THAT NUMBER.  A FAILURE IS REPORTED AND THE RUN GOES ON -
004149* AUDITTRL IS STILL THE TRAIL OF RECORD, AND PROGRAM24 VERIFY
004150* SHOWS THE KEYED COPY OUT OF STEP UNTIL IT IS REBUILT.
004151*-----------------------------------------------------------------
004152 2311-WRITE-AUDIT-KEYED-RECORD.
004153     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
004154     ADD 1                       TO AK-CTL-LAST-RECORD-NO.
004155     MOVE AK-CTL-LAST-RECORD-NO  TO WS-AK-TRAIL-RECORD-NO.
004156     MOVE AUD-RUN-DATE           TO AK-CTL-LAST-UPDATE-DATE.
004157     MOVE AUD-RUN-TIME           TO AK-CTL-LAST-UPDATE-TIME.
004158     MOVE AUD-SOURCE-PROGRAM     TO AK-CTL-LAST-UPDATE-BY.
004159     MOVE AUDIT-KEYED-RECORD     TO WS-AK-CONTROL-SAVE.
004160
004161     MOVE AUD-CUSTOMER-NO        TO AK-CUSTOMER-NO.
004162     MOVE AUD-RUN-DATE           TO AK-CUST-RUN-DATE
004163                                    AK-RUN-DATE.
004164     MOVE AUD-RUN-TIME           TO AK-CUST-RUN-TIME
004165                                    AK-RUN-TIME.
004166     MOVE WS-AK-TRAIL-RECORD-NO  TO AK-CUST-TRAIL-RECORD-NO
004167                                    AK-RUN-TRAIL-RECORD-NO.
004168     MOVE AUDIT-RECORD           TO AK-AUDIT-IMAGE.
004169
004170     WRITE AUDIT-KEYED-RECORD
004171         INVALID KEY
004172             DISPLAY "AUDITKEY WRITE FAILED FOR TRAIL RECORD "
004173                 WS-AK-TRAIL-RECORD-NO " - FILE STATUS "
004174                 WS-AUDIT-KEYED-STATUS
004175     END-WRITE.
004176
004177     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
004178     REWRITE AUDIT-KEYED-RECORD
004179         INVALID KEY
004180             DISPLAY "AUDITKEY CONTROL RECORD REWRITE FAILED - "
004181                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
004182     END-REWRITE.
004183 2311-WRITE-AUDIT-KEYED-RECORD-EXIT.
004184     EXIT.
004185
004186*-----------------------------------------------------------------
004187* 2320-QUEUE-PENDING-DELTA - ONE "C" DETAIL ROW ONTO DELTAPND.
004190* PROGRAM1 FOLDS THE QUEUE INTO ITS NEXT DELTAEXT AHEAD OF THE
004200* TRAILER AND CLEARS IT.
004210*-----------------------------------------------------------------
004370     EXIT.
004380
004390*-----------------------------------------------------------------
004391* 2900-WRITE-SECURITY-LOG - ONE SECLOG RECORD FOR THIS SESSION'S
004392* OPERATOR FROM THE WS-SL- FIELDS THE CALLER SET.  SOURCE
004393* "SVCMAINT", AS ON THE AUDIT TRAIL.
004394*-----------------------------------------------------------------
004395 2900-WRITE-SECURITY-LOG.
004396     MOVE WS-RUN-DATE         TO SL-RUN-DATE.
004397     ACCEPT SL-RUN-TIME FROM TIME.
004398     MOVE "SVCMAINT"          TO SL-SOURCE-PROGRAM.
004399     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
004400     MOVE WS-SL-EVENT-CODE    TO SL-EVENT-CODE.
004401     MOVE WS-SL-FUNCTION-CODE TO SL-FUNCTION-CODE.
004402     MOVE WS-SL-CUSTOMER-NO   TO SL-CUSTOMER-NO.
004403     MOVE WS-SL-REASON-TEXT   TO SL-REASON-TEXT.
004404
004405     WRITE SECURITY-LOG-RECORD.
004406 2900-WRITE-SECURITY-LOG-EXIT.
004407     EXIT.
004408
004409*-----------------------------------------------------------------
004410* 9000-TERMINATE - CLOSE THE FILES AND END THE SESSION.
004411*-----------------------------------------------------------------
004420 9000-TERMINATE.
004430     DISPLAY "MAINTENANCE SESSION CLOSED - "
004440         WS-CHANGES-APPLIED-COUNT " CHANGES APPLIED, "
004460
004470     CLOSE INDEXEDFILE
004480           AUDIT-FILE
004481           AUDIT-KEYED-FILE
004482           DELTA-PENDING-FILE
004483           OPERAUTH-FILE
004484           SECURITY-LOG-FILE.
004500 9000-TERMINATE-EXIT.
004510     EXIT.
