000100*-----------------------------------------------------------------
000110* PROGRAM22
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM22 AS "INDEXEDFILECREATION.PROGRAM22".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-09-28.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-09-28 JWH   ORIGINAL PROGRAM.  OPERATOR AUTHORIZATION
000250*                  MAINTENANCE - A SECURITY ADMINISTRATOR ADDS,
000260*                  CHANGES, REVOKES AND LISTS THE OPERATORS ON
000270*                  OPERAUTH AND THE FUNCTIONS EACH MAY PERFORM
000280*                  (DESK MAINTENANCE, CREDIT-HOLD STATUS CHANGE,
000290*                  SUSPENSE CORRECT/RELEASE, SUSPENSE PURGE, RUN
000300*                  BACK-OUT, DUPLICATE-RUN OVERRIDE, SECURITY
000310*                  ADMINISTRATION).  PROGRAM16, PROGRAM5,
000320*                  PROGRAM13 AND PROGRAM1 CHECK THIS FILE BEFORE
000330*                  THEY ACT FOR AN OPERATOR.  EVERY SIGN-ON,
000340*                  REFUSAL AND AUTHORITY CHANGE GOES TO THE
000350*                  SECURITY LOG SECLOG FOR THE WEEKLY REPORT
000360*                  (PROGRAM23).
000370* ------------------------------------------------------------
000380*
000390*-----------------------------------------------------------------
000400* PROGRAM22 RUNS IN THE PROGRAM16 PROMPT STYLE.  THE OPERATOR
000410* IDENTIFIES THEMSELVES (MAINTOPR ENVIRONMENT NAME OR THE CONSOLE)
000420* AND MUST BE ACTIVE ON OPERAUTH WITH SECURITY ADMINISTRATION
000430* AUTHORITY.  THE ONE EXCEPTION IS AN EMPTY FILE - THE FIRST
000440* OPERATOR TO SIGN ON TO A NEW OPERAUTH IS ADDED AS ITS FIRST
000450* ADMINISTRATOR WITH EVERY AUTHORITY, SO THE FILE CAN BE SET UP
000460* WITHOUT A SEPARATE LOAD.  THEN ONE FUNCTION PER REPLY: A=ADD,
000470* C=CHANGE, R=REVOKE, L=LIST, END TO QUIT.  A REVOKED OPERATOR
000480* STAYS ON FILE WITH STATUS "R" SO OLD AUDIT AND SECURITY LOG
000490* RECORDS STILL RESOLVE; A CHANGE CAN REINSTATE THEM.  AN
000500* ADMINISTRATOR CANNOT REVOKE THEMSELVES OR TAKE AWAY THEIR OWN
000510* SECURITY ADMINISTRATION AUTHORITY, SO THE FILE IS NEVER LEFT
000520* WITHOUT ONE BY ACCIDENT.
000530*-----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT OPTIONAL OPERAUTH-FILE
000580         ASSIGN TO OPERAUTH
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS OA-OPERATOR-ID
000620         FILE STATUS IS WS-OPERAUTH-STATUS.
000630
000640     SELECT OPTIONAL SECURITY-LOG-FILE
000650         ASSIGN TO SECLOG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SECLOG-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  OPERAUTH-FILE.
000720     COPY OPERAUTH.
000730
000740 FD  SECURITY-LOG-FILE.
000750     COPY SECLOG.
000760
000770 WORKING-STORAGE SECTION.
000780 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
000790 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
000800
000810 77  WS-DONE-SWITCH             PIC X(01) VALUE "N".
000820     88  WS-DONE                VALUE "Y".
000830     88  WS-NOT-DONE            VALUE "N".
000840
000850 77  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
000860     88  WS-OPERATOR-FOUND      VALUE "Y".
000870     88  WS-OPERATOR-NOT-FOUND  VALUE "N".
000880
000890 77  WS-LIST-EOF-SWITCH         PIC X(01) VALUE "N".
000900     88  WS-LIST-EOF            VALUE "Y".
000910     88  WS-LIST-MORE           VALUE "N".
000920
000930 77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
000940 77  WS-TARGET-ID               PIC X(08) VALUE SPACES.
000950 77  WS-FUNCTION-REPLY          PIC X(03) VALUE SPACES.
000960 77  WS-VALUE-30                PIC X(30) VALUE SPACES.
000970 77  WS-VALUE-1                 PIC X(01) VALUE SPACE.
000980
000990 77  WS-OPERATORS-ADDED-COUNT   PIC 9(05) COMP VALUE ZERO.
001000 77  WS-OPERATORS-CHANGED-COUNT PIC 9(05) COMP VALUE ZERO.
001010 77  WS-OPERATORS-REVOKED-COUNT PIC 9(05) COMP VALUE ZERO.
001020
001030*-----------------------------------------------------------------
001040* AUTHORITY FLAG WORK AREA - OA-AUTHORITY-FLAGS IS MOVED HERE SO
001050* THE FLAGS CAN BE PROMPTED ONE AT A TIME BY SUBSCRIPT, IN THE
001060* ORDER OPERAUTH.CPY DEFINES THEM, THEN MOVED BACK.
001070*-----------------------------------------------------------------
001080 77  WS-FLAG-COUNT              PIC 9(02) COMP VALUE 7.
001090 77  WS-FLAG-SUB                PIC 9(02) COMP VALUE ZERO.
001100
001110 01  WS-FLAG-WORK.
001120     05  WS-FLAG-VALUE          PIC X(01) OCCURS 12 TIMES.
001130
001140 01  WS-FLAG-LABEL-VALUES.
001150     05  FILLER PIC X(30) VALUE "DESK MAINTENANCE".
001160     05  FILLER PIC X(30) VALUE "CREDIT-HOLD STATUS CHANGE".
001170     05  FILLER PIC X(30) VALUE "SUSPENSE CORRECT/RELEASE".
001180     05  FILLER PIC X(30) VALUE "SUSPENSE PURGE".
001190     05  FILLER PIC X(30) VALUE "RUN BACK-OUT".
001200     05  FILLER PIC X(30) VALUE "DUPLICATE-RUN OVERRIDE".
001210     05  FILLER PIC X(30) VALUE "SECURITY ADMINISTRATION".
001220 01  WS-FLAG-LABEL-TABLE REDEFINES WS-FLAG-LABEL-VALUES.
001230     05  WS-FLAG-LABEL          PIC X(30) OCCURS 7 TIMES.
001240
001250*-----------------------------------------------------------------
001260* SECURITY LOG WORKING STORAGE - THE EVENT, FUNCTION AND REASON
001270* FOR THE NEXT SECLOG RECORD (2900).  AN AUTHORITY CHANGE IS
001280* LOGGED AS EVENT "M" WITH THE OPERATOR CHANGED AND THE FLAGS
001290* THEY WERE LEFT WITH IN THE REASON TEXT.
001300*-----------------------------------------------------------------
001310 77  WS-SL-EVENT-CODE           PIC X(01) VALUE SPACE.
001320 77  WS-SL-FUNCTION-CODE        PIC X(02) VALUE "SA".
001330 77  WS-SL-REASON-TEXT          PIC X(40) VALUE SPACES.
001340
001350 01  WS-SL-MAINT-TEXT.
001360     05  WS-SMT-ACTION          PIC X(17).
001370     05  WS-SMT-OPERATOR-ID     PIC X(08).
001380     05  FILLER                 PIC X(07) VALUE " FLAGS ".
001390     05  WS-SMT-FLAGS           PIC X(07).
001400     05  WS-SMT-STATUS          PIC X(01).
001410
001420 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001430 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001440
001450*-----------------------------------------------------------------
001460* OPERATOR LIST LINE LAYOUTS (L FUNCTION)
001470*-----------------------------------------------------------------
001480 01  WS-LIST-HEADING-LINE.
001490     05  FILLER PIC X(40) VALUE
001500         "OPERATOR NAME                           ".
001510     05  FILLER PIC X(40) VALUE
001520         "S DM CH SC SP BO RO SA  LAST MAINT".
001530
001540 01  WS-LIST-DETAIL-LINE.
001550     05  LST-OPERATOR-ID        PIC X(08).
001560     05  FILLER                 PIC X(01) VALUE SPACE.
001570     05  LST-OPERATOR-NAME      PIC X(30).
001580     05  FILLER                 PIC X(01) VALUE SPACE.
001590     05  LST-STATUS             PIC X(01).
001600     05  LST-FLAG-ENTRY OCCURS 7 TIMES.
001610         10  FILLER             PIC X(02).
001620         10  LST-FLAG           PIC X(01).
001630     05  FILLER                 PIC X(02) VALUE SPACES.
001640     05  LST-DATE-LAST-MAINT    PIC 9999/99/99.
001650     05  FILLER                 PIC X(01) VALUE SPACE.
001660     05  LST-LAST-MAINT-BY      PIC X(08).
001670
001680 PROCEDURE DIVISION.
001690*-----------------------------------------------------------------
001700* 0000-MAINLINE
001710*-----------------------------------------------------------------
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE
001740         THRU 1000-INITIALIZE-EXIT.
001750
001760     PERFORM 2000-PROCESS-FUNCTION
001770         THRU 2000-PROCESS-FUNCTION-EXIT
001780         UNTIL WS-DONE.
001790
001800     PERFORM 9000-TERMINATE
001810         THRU 9000-TERMINATE-EXIT.
001820
001830     STOP RUN.
001840 0000-MAINLINE-EXIT.
001850     EXIT.
001860
001870*-----------------------------------------------------------------
001880* 1000-INITIALIZE - IDENTIFY THE OPERATOR, OPEN THE SECURITY LOG
001890* AND OPERAUTH I-O (A MISSING OPERAUTH IS CREATED EMPTY), SET UP
001900* THE FIRST ADMINISTRATOR ON AN EMPTY FILE, THEN CHECK AUTHORITY.
001910*-----------------------------------------------------------------
001920 1000-INITIALIZE.
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001940     ACCEPT WS-RUN-TIME FROM TIME.
001950
001960     DISPLAY "MAINTOPR" UPON ENVIRONMENT-NAME.
001970     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
001980
001990     IF WS-OPERATOR-ID = SPACES
002000         DISPLAY "ENTER OPERATOR ID: "
002010         ACCEPT WS-OPERATOR-ID
002020     END-IF.
002030
002040     IF WS-OPERATOR-ID = SPACES
002050         DISPLAY "NO OPERATOR ID GIVEN - SECURITY SESSION REFUSED"
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090
002100     OPEN EXTEND SECURITY-LOG-FILE.
002110     IF WS-SECLOG-STATUS NOT = "00"
002120         AND WS-SECLOG-STATUS NOT = "05"
002130         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
002140             WS-SECLOG-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180
002190     OPEN I-O OPERAUTH-FILE.
002200     IF WS-OPERAUTH-STATUS NOT = "00"
002210         AND WS-OPERAUTH-STATUS NOT = "05"
002220         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
002230             WS-OPERAUTH-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270
002280     MOVE LOW-VALUES TO OA-OPERATOR-ID.
002290     START OPERAUTH-FILE
002300         KEY IS NOT LESS THAN OA-OPERATOR-ID
002310         INVALID KEY
002320             PERFORM 1200-ADD-FIRST-ADMINISTRATOR
002330                 THRU 1200-ADD-FIRST-ADMINISTRATOR-EXIT
002340     END-START.
002350
002360     PERFORM 1100-CHECK-OPERATOR-AUTHORITY
002370         THRU 1100-CHECK-OPERATOR-AUTHORITY-EXIT.
002380
002390     DISPLAY "SECURITY SESSION OPENED BY OPERATOR "
002400         WS-OPERATOR-ID.
002410 1000-INITIALIZE-EXIT.
002420     EXIT.
002430
002440*-----------------------------------------------------------------
002450* 1100-CHECK-OPERATOR-AUTHORITY - THE OPERATOR MUST BE ON
002460* OPERAUTH, ACTIVE, WITH SECURITY ADMINISTRATION AUTHORITY.  A
002470* REFUSAL IS LOGGED AND ENDS THE SESSION; A SIGN-ON IS LOGGED.
002480*-----------------------------------------------------------------
002490 1100-CHECK-OPERATOR-AUTHORITY.
002500     MOVE SPACES TO WS-SL-REASON-TEXT.
002510     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002520
002530     READ OPERAUTH-FILE
002540         INVALID KEY
002550             MOVE "OPERATOR NOT ON OPERAUTH" TO WS-SL-REASON-TEXT
002560     END-READ.
002570
002580     IF WS-SL-REASON-TEXT = SPACES
002590         AND NOT OA-OPERATOR-ACTIVE
002600         MOVE "OPERATOR REVOKED" TO WS-SL-REASON-TEXT
002610     END-IF.
002620
002630     IF WS-SL-REASON-TEXT = SPACES
002640         AND NOT OA-CAN-ADMINISTER
002650         MOVE "NO SECURITY ADMINISTRATION AUTHORITY"
002660             TO WS-SL-REASON-TEXT
002670     END-IF.
002680
002690     IF WS-SL-REASON-TEXT NOT = SPACES
002700         MOVE "R" TO WS-SL-EVENT-CODE
002710         PERFORM 2900-WRITE-SECURITY-LOG
002720             THRU 2900-WRITE-SECURITY-LOG-EXIT
002730         DISPLAY "SECURITY SESSION REFUSED - OPERATOR "
002740             WS-OPERATOR-ID " - " WS-SL-REASON-TEXT
002750         CLOSE OPERAUTH-FILE
002760               SECURITY-LOG-FILE
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800
002810     MOVE "S" TO WS-SL-EVENT-CODE.
002820     PERFORM 2900-WRITE-SECURITY-LOG
002830         THRU 2900-WRITE-SECURITY-LOG-EXIT.
002840 1100-CHECK-OPERATOR-AUTHORITY-EXIT.
002850     EXIT.
002860
002870*-----------------------------------------------------------------
002880* 1200-ADD-FIRST-ADMINISTRATOR - OPERAUTH HOLDS NO OPERATORS.  THE
002890* OPERATOR SIGNING ON IS WRITTEN AS THE FIRST ADMINISTRATOR WITH
002900* EVERY AUTHORITY, AND THE ADD IS LOGGED LIKE ANY OTHER.
002910*-----------------------------------------------------------------
002920 1200-ADD-FIRST-ADMINISTRATOR.
002930     DISPLAY "OPERAUTH HOLDS NO OPERATORS - " WS-OPERATOR-ID
002940         " IS BEING ADDED AS THE FIRST SECURITY ADMINISTRATOR".
002950     DISPLAY "ENTER OPERATOR NAME: ".
002960     ACCEPT WS-VALUE-30.
002970
002980     MOVE SPACES           TO OPERATOR-AUTH-RECORD.
002990     MOVE WS-OPERATOR-ID   TO OA-OPERATOR-ID.
003000     MOVE WS-VALUE-30      TO OA-OPERATOR-NAME.
003010     MOVE "A"              TO OA-STATUS.
003020     MOVE "YYYYYYY"        TO OA-AUTHORITY-FLAGS.
003030     MOVE WS-RUN-DATE      TO OA-DATE-ADDED.
003040     MOVE WS-RUN-DATE      TO OA-DATE-LAST-MAINT.
003050     MOVE WS-OPERATOR-ID   TO OA-LAST-MAINT-BY.
003060
003070     WRITE OPERATOR-AUTH-RECORD
003080         INVALID KEY
003090             DISPLAY "UNABLE TO ADD THE FIRST ADMINISTRATOR - "
003100                 "FILE STATUS " WS-OPERAUTH-STATUS
003110             MOVE 16 TO RETURN-CODE
003120             STOP RUN
003130     END-WRITE.
003140
003150     ADD 1 TO WS-OPERATORS-ADDED-COUNT.
003160     MOVE "ADDED OPERATOR" TO WS-SMT-ACTION.
003170     PERFORM 2800-LOG-AUTHORITY-CHANGE
003180         THRU 2800-LOG-AUTHORITY-CHANGE-EXIT.
003190 1200-ADD-FIRST-ADMINISTRATOR-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------------
003230* 2000-PROCESS-FUNCTION - ONE FUNCTION PER REPLY, UNTIL THE
003240* OPERATOR ASKS TO STOP.
003250*-----------------------------------------------------------------
003260 2000-PROCESS-FUNCTION.
003270     DISPLAY " ".
003280     DISPLAY "ENTER FUNCTION - A=ADD, C=CHANGE, R=REVOKE, L=LIST,"
003290         " OR END TO QUIT: ".
003300     ACCEPT WS-FUNCTION-REPLY.
003310
003320     EVALUATE WS-FUNCTION-REPLY
003330         WHEN "END"
003340         WHEN SPACES
003350             SET WS-DONE TO TRUE
003360         WHEN "A"
003370             PERFORM 2100-ADD-OPERATOR
003380                 THRU 2100-ADD-OPERATOR-EXIT
003390         WHEN "C"
003400             PERFORM 2200-CHANGE-OPERATOR
003410                 THRU 2200-CHANGE-OPERATOR-EXIT
003420         WHEN "R"
003430             PERFORM 2300-REVOKE-OPERATOR
003440                 THRU 2300-REVOKE-OPERATOR-EXIT
003450         WHEN "L"
003460             PERFORM 2400-LIST-OPERATORS
003470                 THRU 2400-LIST-OPERATORS-EXIT
003480         WHEN OTHER
003490             DISPLAY "UNRECOGNIZED FUNCTION - " WS-FUNCTION-REPLY
003500     END-EVALUATE.
003510 2000-PROCESS-FUNCTION-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------------
003550* 2100-ADD-OPERATOR - A NEW OPERATOR ID, NAME AND AUTHORITIES.
003560* EVERY FLAG STARTS AT "N" SO NOTHING IS GRANTED BY DEFAULT.
003570*-----------------------------------------------------------------
003580 2100-ADD-OPERATOR.
003590     PERFORM 2700-READ-TARGET-OPERATOR
003600         THRU 2700-READ-TARGET-OPERATOR-EXIT.
003610
003620     IF WS-TARGET-ID = SPACES
003630         GO TO 2100-ADD-OPERATOR-EXIT
003640     END-IF.
003650
003660     IF WS-OPERATOR-FOUND
003670         DISPLAY "OPERATOR " WS-TARGET-ID " IS ALREADY ON FILE - "
003680             "USE C TO CHANGE"
003690         GO TO 2100-ADD-OPERATOR-EXIT
003700     END-IF.
003710
003720     DISPLAY "ENTER OPERATOR NAME: ".
003730     ACCEPT WS-VALUE-30.
003740
003750     MOVE SPACES           TO OPERATOR-AUTH-RECORD.
003760     MOVE WS-TARGET-ID     TO OA-OPERATOR-ID.
003770     MOVE WS-VALUE-30      TO OA-OPERATOR-NAME.
003780     MOVE "A"              TO OA-STATUS.
003790     MOVE "NNNNNNN"        TO WS-FLAG-WORK.
003800
003810     PERFORM 2500-ACCEPT-AUTHORITY-FLAGS
003820         THRU 2500-ACCEPT-AUTHORITY-FLAGS-EXIT.
003830
003840     MOVE WS-FLAG-WORK     TO OA-AUTHORITY-FLAGS.
003850     MOVE WS-RUN-DATE      TO OA-DATE-ADDED.
003860     MOVE WS-RUN-DATE      TO OA-DATE-LAST-MAINT.
003870     MOVE WS-OPERATOR-ID   TO OA-LAST-MAINT-BY.
003880
003890     WRITE OPERATOR-AUTH-RECORD
003900         INVALID KEY
003910             DISPLAY "UNABLE TO ADD OPERATOR " WS-TARGET-ID
003920                 " - FILE STATUS " WS-OPERAUTH-STATUS
003930             GO TO 2100-ADD-OPERATOR-EXIT
003940     END-WRITE.
003950
003960     ADD 1 TO WS-OPERATORS-ADDED-COUNT.
003970     MOVE "ADDED OPERATOR" TO WS-SMT-ACTION.
003980     PERFORM 2800-LOG-AUTHORITY-CHANGE
003990         THRU 2800-LOG-AUTHORITY-CHANGE-EXIT.
004000
004010     DISPLAY "OPERATOR " WS-TARGET-ID " ADDED".
004020 2100-ADD-OPERATOR-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------------
004060* 2200-CHANGE-OPERATOR - NAME, STATUS AND AUTHORITIES OF AN
004070* OPERATOR ON FILE.  A BLANK REPLY KEEPS WHAT IS THERE.  A CHANGE
004080* TO "A" REINSTATES A REVOKED OPERATOR.
004090*-----------------------------------------------------------------
004100 2200-CHANGE-OPERATOR.
004110     PERFORM 2700-READ-TARGET-OPERATOR
004120         THRU 2700-READ-TARGET-OPERATOR-EXIT.
004130
004140     IF WS-TARGET-ID = SPACES
004150         GO TO 2200-CHANGE-OPERATOR-EXIT
004160     END-IF.
004170
004180     IF WS-OPERATOR-NOT-FOUND
004190         DISPLAY "OPERATOR " WS-TARGET-ID " IS NOT ON FILE"
004200         GO TO 2200-CHANGE-OPERATOR-EXIT
004210     END-IF.
004220
004230     PERFORM 2600-DISPLAY-OPERATOR
004240         THRU 2600-DISPLAY-OPERATOR-EXIT.
004250
004260     DISPLAY "ENTER OPERATOR NAME (BLANK KEEPS): ".
004270     ACCEPT WS-VALUE-30.
004280     IF WS-VALUE-30 NOT = SPACES
004290         MOVE WS-VALUE-30 TO OA-OPERATOR-NAME
004300     END-IF.
004310
004320     DISPLAY "ENTER STATUS - A=ACTIVE, R=REVOKED (BLANK KEEPS): ".
004330     ACCEPT WS-VALUE-1.
004340     IF WS-VALUE-1 = "A" OR WS-VALUE-1 = "R"
004350         MOVE WS-VALUE-1 TO OA-STATUS
004360     ELSE
004370         IF WS-VALUE-1 NOT = SPACE
004380             DISPLAY "NOT A OR R - STATUS LEFT AS " OA-STATUS
004390         END-IF
004400     END-IF.
004410
004420     MOVE OA-AUTHORITY-FLAGS TO WS-FLAG-WORK.
004430     PERFORM 2500-ACCEPT-AUTHORITY-FLAGS
004440         THRU 2500-ACCEPT-AUTHORITY-FLAGS-EXIT.
004450
004460     IF WS-TARGET-ID = WS-OPERATOR-ID
004470         AND (OA-OPERATOR-REVOKED OR WS-FLAG-VALUE (7) NOT = "Y")
004480         DISPLAY "AN ADMINISTRATOR CANNOT REVOKE THEIR OWN "
004490             "SECURITY AUTHORITY - OPERATOR NOT CHANGED"
004500         GO TO 2200-CHANGE-OPERATOR-EXIT
004510     END-IF.
004520
004530     MOVE WS-FLAG-WORK     TO OA-AUTHORITY-FLAGS.
004540     MOVE WS-RUN-DATE      TO OA-DATE-LAST-MAINT.
004550     MOVE WS-OPERATOR-ID   TO OA-LAST-MAINT-BY.
004560
004570     REWRITE OPERATOR-AUTH-RECORD
004580         INVALID KEY
004590             DISPLAY "UNABLE TO CHANGE OPERATOR " WS-TARGET-ID
004600                 " - FILE STATUS " WS-OPERAUTH-STATUS
004610             GO TO 2200-CHANGE-OPERATOR-EXIT
004620     END-REWRITE.
004630
004640     ADD 1 TO WS-OPERATORS-CHANGED-COUNT.
004650     MOVE "CHANGED OPERATOR" TO WS-SMT-ACTION.
004660     PERFORM 2800-LOG-AUTHORITY-CHANGE
004670         THRU 2800-LOG-AUTHORITY-CHANGE-EXIT.
004680
004690     DISPLAY "OPERATOR " WS-TARGET-ID " CHANGED".
004700 2200-CHANGE-OPERATOR-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------------
004740* 2300-REVOKE-OPERATOR - MARK AN OPERATOR REVOKED.  THE RECORD AND
004750* ITS FLAGS STAY ON FILE SO A LATER CHANGE CAN REINSTATE THEM.
004760*-----------------------------------------------------------------
004770 2300-REVOKE-OPERATOR.
004780     PERFORM 2700-READ-TARGET-OPERATOR
004790         THRU 2700-READ-TARGET-OPERATOR-EXIT.
004800
004810     IF WS-TARGET-ID = SPACES
004820         GO TO 2300-REVOKE-OPERATOR-EXIT
004830     END-IF.
004840
004850     IF WS-OPERATOR-NOT-FOUND
004860         DISPLAY "OPERATOR " WS-TARGET-ID " IS NOT ON FILE"
004870         GO TO 2300-REVOKE-OPERATOR-EXIT
004880     END-IF.
004890
004900     IF WS-TARGET-ID = WS-OPERATOR-ID
004910         DISPLAY "AN ADMINISTRATOR CANNOT REVOKE THEMSELVES"
004920         GO TO 2300-REVOKE-OPERATOR-EXIT
004930     END-IF.
004940
004950     IF OA-OPERATOR-REVOKED
004960         DISPLAY "OPERATOR " WS-TARGET-ID " IS ALREADY REVOKED"
004970         GO TO 2300-REVOKE-OPERATOR-EXIT
004980     END-IF.
004990
005000     MOVE "R"              TO OA-STATUS.
005010     MOVE WS-RUN-DATE      TO OA-DATE-LAST-MAINT.
005020     MOVE WS-OPERATOR-ID   TO OA-LAST-MAINT-BY.
005030
005040     REWRITE OPERATOR-AUTH-RECORD
005050         INVALID KEY
005060             DISPLAY "UNABLE TO REVOKE OPERATOR " WS-TARGET-ID
005070                 " - FILE STATUS " WS-OPERAUTH-STATUS
005080             GO TO 2300-REVOKE-OPERATOR-EXIT
005090     END-REWRITE.
005100
005110     ADD 1 TO WS-OPERATORS-REVOKED-COUNT.
005120     MOVE OA-AUTHORITY-FLAGS TO WS-FLAG-WORK.
005130     MOVE "REVOKED OPERATOR" TO WS-SMT-ACTION.
005140     PERFORM 2800-LOG-AUTHORITY-CHANGE
005150         THRU 2800-LOG-AUTHORITY-CHANGE-EXIT.
005160
005170     DISPLAY "OPERATOR " WS-TARGET-ID " REVOKED".
005180 2300-REVOKE-OPERATOR-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 2400-LIST-OPERATORS - EVERY OPERATOR ON FILE IN ID ORDER, WITH
005230* STATUS, AUTHORITY FLAGS AND WHO LAST MAINTAINED THEM.
005240*-----------------------------------------------------------------
005250 2400-LIST-OPERATORS.
005260     SET WS-LIST-MORE TO TRUE.
005270     MOVE LOW-VALUES TO OA-OPERATOR-ID.
005280
005290     START OPERAUTH-FILE
005300         KEY IS NOT LESS THAN OA-OPERATOR-ID
005310         INVALID KEY
005320             DISPLAY "NO OPERATORS ON FILE"
005330             GO TO 2400-LIST-OPERATORS-EXIT
005340     END-START.
005350
005360     DISPLAY WS-LIST-HEADING-LINE.
005370
005380     PERFORM 2410-LIST-ONE-OPERATOR
005390         THRU 2410-LIST-ONE-OPERATOR-EXIT
005400         UNTIL WS-LIST-EOF.
005410 2400-LIST-OPERATORS-EXIT.
005420     EXIT.
005430
005440 2410-LIST-ONE-OPERATOR.
005450     READ OPERAUTH-FILE NEXT RECORD
005460         AT END
005470             SET WS-LIST-EOF TO TRUE
005480             GO TO 2410-LIST-ONE-OPERATOR-EXIT
005490     END-READ.
005500
005510     MOVE SPACES              TO WS-LIST-DETAIL-LINE.
005520     MOVE OA-OPERATOR-ID      TO LST-OPERATOR-ID.
005530     MOVE OA-OPERATOR-NAME    TO LST-OPERATOR-NAME.
005540     MOVE OA-STATUS           TO LST-STATUS.
005550     MOVE OA-AUTHORITY-FLAGS  TO WS-FLAG-WORK.
005560     PERFORM 2411-MOVE-ONE-LIST-FLAG
005570         THRU 2411-MOVE-ONE-LIST-FLAG-EXIT
005580         VARYING WS-FLAG-SUB FROM 1 BY 1
005590         UNTIL WS-FLAG-SUB > WS-FLAG-COUNT.
005600     MOVE OA-DATE-LAST-MAINT  TO LST-DATE-LAST-MAINT.
005610     MOVE OA-LAST-MAINT-BY    TO LST-LAST-MAINT-BY.
005620
005630     DISPLAY WS-LIST-DETAIL-LINE.
005640 2410-LIST-ONE-OPERATOR-EXIT.
005650     EXIT.
005660
005670 2411-MOVE-ONE-LIST-FLAG.
005680     MOVE WS-FLAG-VALUE (WS-FLAG-SUB) TO LST-FLAG (WS-FLAG-SUB).
005690 2411-MOVE-ONE-LIST-FLAG-EXIT.
005700     EXIT.
005710
005720*-----------------------------------------------------------------
005730* 2500-ACCEPT-AUTHORITY-FLAGS - PROMPT EACH FLAG IN WS-FLAG-WORK
005740* IN TURN.  Y OR N SETS IT; A BLANK KEEPS IT; ANYTHING ELSE IS
005750* REFUSED AND THE FLAG KEPT.
005760*-----------------------------------------------------------------
005770 2500-ACCEPT-AUTHORITY-FLAGS.
005780     PERFORM 2510-ACCEPT-ONE-FLAG
005790         THRU 2510-ACCEPT-ONE-FLAG-EXIT
005800         VARYING WS-FLAG-SUB FROM 1 BY 1
005810         UNTIL WS-FLAG-SUB > WS-FLAG-COUNT.
005820 2500-ACCEPT-AUTHORITY-FLAGS-EXIT.
005830     EXIT.
005840
005850 2510-ACCEPT-ONE-FLAG.
005860     DISPLAY WS-FLAG-LABEL (WS-FLAG-SUB) " (Y/N, NOW "
005870         WS-FLAG-VALUE (WS-FLAG-SUB) "): ".
005880     ACCEPT WS-VALUE-1.
005890
005900     IF WS-VALUE-1 = "Y" OR WS-VALUE-1 = "N"
005910         MOVE WS-VALUE-1 TO WS-FLAG-VALUE (WS-FLAG-SUB)
005920     ELSE
005930         IF WS-VALUE-1 NOT = SPACE
005940             DISPLAY "NOT Y OR N - LEFT AS "
005950                 WS-FLAG-VALUE (WS-FLAG-SUB)
005960         END-IF
005970     END-IF.
005980 2510-ACCEPT-ONE-FLAG-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020* 2600-DISPLAY-OPERATOR - THE OPERATOR RECORD JUST READ.
006030*-----------------------------------------------------------------
006040 2600-DISPLAY-OPERATOR.
006050     DISPLAY "OPERATOR ID . . . . : " OA-OPERATOR-ID.
006060     DISPLAY "OPERATOR NAME . . . : " OA-OPERATOR-NAME.
006070     DISPLAY "STATUS. . . . . . . : " OA-STATUS.
006080     DISPLAY "AUTHORITY FLAGS . . : " OA-AUTHORITY-FLAGS
006090         " (DM CH SC SP BO RO SA)".
006100     DISPLAY "DATE ADDED. . . . . : " OA-DATE-ADDED.
006110     DISPLAY "LAST MAINTAINED . . : " OA-DATE-LAST-MAINT
006120         " BY " OA-LAST-MAINT-BY.
006130 2600-DISPLAY-OPERATOR-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170* 2700-READ-TARGET-OPERATOR - PROMPT FOR THE OPERATOR ID TO WORK
006180* ON AND READ IT.  A BLANK ID RETURNS WITH WS-TARGET-ID SPACES.
006190*-----------------------------------------------------------------
006200 2700-READ-TARGET-OPERATOR.
006210     DISPLAY "ENTER OPERATOR ID: ".
006220     ACCEPT WS-TARGET-ID.
006230
006240     IF WS-TARGET-ID = SPACES
006250         GO TO 2700-READ-TARGET-OPERATOR-EXIT
006260     END-IF.
006270
006280     SET WS-OPERATOR-FOUND TO TRUE.
006290     MOVE WS-TARGET-ID TO OA-OPERATOR-ID.
006300
006310     READ OPERAUTH-FILE
006320         INVALID KEY
006330             SET WS-OPERATOR-NOT-FOUND TO TRUE
006340     END-READ.
006350 2700-READ-TARGET-OPERATOR-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390* 2800-LOG-AUTHORITY-CHANGE - AN "M" SECLOG RECORD FOR THE
006400* OPERATOR JUST ADDED, CHANGED OR REVOKED: THE ACTION, THE ID,
006410* THE SEVEN FLAGS IT WAS LEFT WITH AND ITS STATUS.  THE CALLER
006420* SETS WS-SMT-ACTION.
006430*-----------------------------------------------------------------
006440 2800-LOG-AUTHORITY-CHANGE.
006450     MOVE OA-OPERATOR-ID      TO WS-SMT-OPERATOR-ID.
006460     MOVE OA-AUTHORITY-FLAGS  TO WS-SMT-FLAGS.
006470     MOVE OA-STATUS           TO WS-SMT-STATUS.
006480     MOVE WS-SL-MAINT-TEXT    TO WS-SL-REASON-TEXT.
006490     MOVE "M"                 TO WS-SL-EVENT-CODE.
006500
006510     PERFORM 2900-WRITE-SECURITY-LOG
006520         THRU 2900-WRITE-SECURITY-LOG-EXIT.
006530 2800-LOG-AUTHORITY-CHANGE-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------------
006570* 2900-WRITE-SECURITY-LOG - ONE SECLOG RECORD FOR THIS SESSION'S
006580* OPERATOR FROM THE WS-SL- FIELDS THE CALLER SET.  SOURCE
006590* "SECADMIN", FUNCTION "SA".
006600*-----------------------------------------------------------------
006610 2900-WRITE-SECURITY-LOG.
006620     MOVE WS-RUN-DATE         TO SL-RUN-DATE.
006630     ACCEPT SL-RUN-TIME FROM TIME.
006640     MOVE "SECADMIN"          TO SL-SOURCE-PROGRAM.
006650     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
006660     MOVE WS-SL-EVENT-CODE    TO SL-EVENT-CODE.
006670     MOVE WS-SL-FUNCTION-CODE TO SL-FUNCTION-CODE.
006680     MOVE SPACES              TO SL-CUSTOMER-NO.
006690     MOVE WS-SL-REASON-TEXT   TO SL-REASON-TEXT.
006700
006710     WRITE SECURITY-LOG-RECORD.
006720 2900-WRITE-SECURITY-LOG-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------------
006760* 9000-TERMINATE - CLOSE THE FILES AND END THE SESSION.
006770*-----------------------------------------------------------------
006780 9000-TERMINATE.
006790     DISPLAY "SECURITY SESSION CLOSED - "
006800         WS-OPERATORS-ADDED-COUNT " ADDED, "
006810         WS-OPERATORS-CHANGED-COUNT " CHANGED, "
006820         WS-OPERATORS-REVOKED-COUNT " REVOKED".
006830
006840     CLOSE OPERAUTH-FILE
006850           SECURITY-LOG-FILE.
006860 9000-TERMINATE-EXIT.
006870     EXIT.
