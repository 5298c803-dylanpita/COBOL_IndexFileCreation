000100*-----------------------------------------------------------------
000110* PROGRAM23
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM23 AS "INDEXEDFILECREATION.PROGRAM23".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-09-28.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-09-28 JWH   ORIGINAL PROGRAM.  WEEKLY SECURITY REPORT -
000250*                  FOR EACH OPERATOR, EVERY SIGN-ON, REFUSAL AND
000260*                  AUTHORITY CHANGE ON THE SECURITY LOG AND EVERY
000270*                  CUSTOMER STATUS CHANGE ON THE AUDIT TRAIL MADE
000280*                  UNDER THEIR ID IN THE SEVEN DAYS ENDING ON THE
000290*                  REPORT DATE, WITH PER-OPERATOR SUBTOTALS AND
000300*                  CONTROL TOTALS.
000310* 2026-10-01 JWH   THE WEEK'S STATUS CHANGES ARE READ STRAIGHT OFF
000320*                  THE KEYED AUDIT TRAIL AUDITKEY FROM THE FIRST
000330*                  DAY OF THE WEEK BY RUN DATE INSTEAD OF READING
000340*                  AUDITTRL END TO END (1000/1100/2500).
000350* 2026-10-05 JWH   STATUS CHANGES MADE BY THE DORMANT-CUSTOMER
000360*                  SWEEP (PROGRAM25, "DORMSWP") REPORT AS DESK
000370*                  MAINTENANCE ("DM") UNDER THE SWEEP'S OPERATOR.
000371* 2026-10-15 JWH   SECWEEK IS EDITED FOR A REAL CALENDAR DAY - A
000372*                  BAD MONTH OR A DAY PAST THE END OF ITS MONTH,
000373*                  FEBRUARY BY THE LEAP-YEAR RULE, STOPS THE RUN.
000380* ------------------------------------------------------------
000390*
000400*-----------------------------------------------------------------
000410* PROGRAM23 REPORTS THE WEEK ENDING ON SECWEEK (CCYYMMDD FROM THE
000420* ENVIRONMENT, DEFAULT TODAY) - THAT DATE AND THE SIX DAYS BEFORE
000430* IT.  SECLOG SUPPLIES THE SIGN-ONS ("S"), REFUSALS ("R") AND
000440* OPERAUTH MAINTENANCE ("M") WRITTEN BY PROGRAM16, PROGRAM5,
000450* PROGRAM13, PROGRAM1, PROGRAM22 AND PROGRAM25.  THE KEYED AUDIT
000460* TRAIL AUDITKEY, READ BY RUN DATE FROM THE FIRST DAY OF THE WEEK,
000470* SUPPLIES THE STATUS CHANGES - A RECORD CARRYING AN OPERATOR ID
000480* WHOSE BEFORE- AND AFTER-IMAGE STATUS CODES ARE BOTH PRESENT AND
000490* DIFFERENT.
000500* ADDS, DELETES AND RECORDS WRITTEN BEFORE THE STATUS CODE AND
000510* OPERATOR ID EXISTED HAVE NOTHING TO COMPARE AND ARE PASSED BY.
000520*
000530* THE EVENTS ARE HELD IN A TABLE, SORTED BY OPERATOR, DATE AND
000540* TIME AND PRINTED ONE OPERATOR AT A TIME UNDER THE NAME HELD ON
000550* OPERAUTH.  A WEEK BIGGER THAN THE TABLE IS A HARD STOP, AS THE
000560* BACK-OUT TABLE IN PROGRAM13 IS.  THE REPORT READS ONLY - NO
000570* FILE IS CHANGED.
000580*-----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OPTIONAL SECURITY-LOG-FILE
000630         ASSIGN TO SECLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SECLOG-STATUS.
000660
000670     SELECT OPTIONAL AUDIT-KEYED-FILE
000680         ASSIGN TO AUDITKEY
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AK-CUSTOMER-KEY
000720         ALTERNATE RECORD KEY IS AK-RUN-KEY
000730         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000740
000750     SELECT OPTIONAL OPERAUTH-FILE
000760         ASSIGN TO OPERAUTH
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS OA-OPERATOR-ID
000800         FILE STATUS IS WS-OPERAUTH-STATUS.
000810
000820     SELECT SECURITY-REPORT-FILE
000830         ASSIGN TO SECRPT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SECURITY-REPORT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  SECURITY-LOG-FILE.
000900     COPY SECLOG.
000910
000920 FD  AUDIT-KEYED-FILE.
000930     COPY AUDITKEY.
000940
000950 FD  OPERAUTH-FILE.
000960     COPY OPERAUTH.
000970
000980 FD  SECURITY-REPORT-FILE.
000990 01  SECURITY-REPORT-LINE              PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
001030 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
001040 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
001050 77  WS-SECURITY-REPORT-STATUS  PIC X(02) VALUE "00".
001060
001070 77  WS-SECLOG-EOF-SWITCH       PIC X(01) VALUE "N".
001080     88  WS-SECLOG-EOF          VALUE "Y".
001090     88  WS-SECLOG-MORE         VALUE "N".
001100
001110 77  WS-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
001120     88  WS-AUDIT-EOF           VALUE "Y".
001130     88  WS-AUDIT-MORE          VALUE "N".
001140
001150*-----------------------------------------------------------------
001160* THE MASTER LAYOUT, TO DECODE THE AUDIT IMAGES THE WAY PROGRAM6
001170* DOES.
001180*-----------------------------------------------------------------
001190     COPY CUSTMAST.
001200
001210*-----------------------------------------------------------------
001220* THE AUDIT RECORD CARRIED IN THE KEYED RECORD.
001230*-----------------------------------------------------------------
001240     COPY AUDITREC.
001250
001260 77  WS-BEFORE-STATUS           PIC X(01) VALUE SPACE.
001270 77  WS-AFTER-STATUS            PIC X(01) VALUE SPACE.
001280
001290*-----------------------------------------------------------------
001300* REPORT WEEK - HELD AS DAY NUMBERS SO A RECORD DATE TESTS
001310* AGAINST IT WITH ONE COMPARE.
001320*-----------------------------------------------------------------
001330 01  WS-WEEK-END-DATE           PIC 9(08) VALUE ZERO.
001340 01  WS-WEEK-END-DATE-X REDEFINES WS-WEEK-END-DATE PIC X(08).
001341 01  WS-WEEK-END-DATE-R REDEFINES WS-WEEK-END-DATE.
001342     05  WS-WED-YEAR            PIC 9(04).
001343     05  WS-WED-MONTH           PIC 9(02).
001344     05  WS-WED-DAY             PIC 9(02).
001345 77  WS-WED-MONTH-DAYS          PIC 9(02) VALUE ZERO.
001350 01  WS-WEEK-START-DATE         PIC 9(08) VALUE ZERO.
001360 01  WS-WEEK-START-DATE-R REDEFINES WS-WEEK-START-DATE.
001370     05  WS-WSD-YEAR            PIC 9(04).
001380     05  WS-WSD-MONTH           PIC 9(02).
001390     05  WS-WSD-DAY             PIC 9(02).
001400 77  WS-WSD-MONTH-DAYS          PIC 9(02) VALUE ZERO.
001410 77  WS-WEEK-END-DAY-NO         PIC 9(07) COMP VALUE ZERO.
001420 77  WS-WEEK-START-DAY-NO       PIC 9(07) COMP VALUE ZERO.
001430
001440 77  WS-WINDOW-SWITCH           PIC X(01) VALUE "N".
001450     88  WS-IN-WINDOW           VALUE "Y".
001460     88  WS-NOT-IN-WINDOW       VALUE "N".
001470
001480*-----------------------------------------------------------------
001490* DATE CONVERSION WORK AREA (2700) - AS PROGRAM5
001500*-----------------------------------------------------------------
001510 01  WS-CONVERT-DATE            PIC 9(08) VALUE ZERO.
001520 01  WS-CONVERT-DATE-R REDEFINES WS-CONVERT-DATE.
001530     05  WS-CNV-YEAR            PIC 9(04).
001540     05  WS-CNV-MONTH           PIC 9(02).
001550     05  WS-CNV-DAY             PIC 9(02).
001560
001570 77  WS-CNV-PRIOR-YEARS         PIC 9(04) COMP VALUE ZERO.
001580 77  WS-CNV-LEAP-DAYS           PIC 9(05) COMP VALUE ZERO.
001590 77  WS-DAY-NUMBER              PIC 9(07) COMP VALUE ZERO.
001600
001610 77  WS-LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
001620     88  WS-LEAP-YEAR           VALUE "Y".
001630     88  WS-NOT-LEAP-YEAR       VALUE "N".
001640 77  WS-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001650 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
001660 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
001670 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
001680
001690*-----------------------------------------------------------------
001700* SECURITY EVENT TABLE - ONE ENTRY PER EVENT IN THE WEEK, FROM
001710* EITHER FILE.  THE SORT KEY LEADS EACH ENTRY SO ONE COMPARE
001720* ORDERS TWO ENTRIES BY OPERATOR, DATE AND TIME.  EVENT TYPE IS
001730* THE SECLOG EVENT CODE, OR "C" FOR A STATUS CHANGE FROM THE
001740* AUDIT TRAIL.
001750*-----------------------------------------------------------------
001760 77  WS-EVENT-TABLE-MAX         PIC 9(04) VALUE 2000.
001770 01  WS-EVENT-TABLE.
001780     05  WS-EVENT-COUNT         PIC 9(04) COMP VALUE ZERO.
001790     05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
001800         10  WS-EV-SORT-KEY.
001810             15  WS-EV-OPERATOR-ID  PIC X(08).
001820             15  WS-EV-DATE         PIC 9(08).
001830             15  WS-EV-TIME         PIC 9(08).
001840         10  WS-EV-TYPE             PIC X(01).
001850             88  WS-EV-SIGN-ON      VALUE "S".
001860             88  WS-EV-REFUSAL      VALUE "R".
001870             88  WS-EV-AUTH-MAINT   VALUE "M".
001880             88  WS-EV-STATUS-CHANGE VALUE "C".
001890         10  WS-EV-FUNCTION-CODE    PIC X(02).
001900         10  WS-EV-CUSTOMER-NO      PIC X(05).
001910         10  WS-EV-TEXT             PIC X(40).
001920
001930 01  WS-EVENT-SWAP-ENTRY            PIC X(72).
001940
001950 77  WS-SORT-I                  PIC 9(04) COMP VALUE ZERO.
001960 77  WS-SORT-J                  PIC 9(04) COMP VALUE ZERO.
001970 77  WS-SORT-J1                 PIC 9(04) COMP VALUE ZERO.
001980 77  WS-ENTRY-SUB               PIC 9(04) COMP VALUE ZERO.
001990
002000 01  WS-STATUS-CHANGE-TEXT.
002010     05  FILLER                 PIC X(07) VALUE "STATUS ".
002020     05  WS-SCT-BEFORE          PIC X(01).
002030     05  FILLER                 PIC X(04) VALUE " TO ".
002040     05  WS-SCT-AFTER           PIC X(01).
002050     05  FILLER                 PIC X(04) VALUE " BY ".
002060     05  WS-SCT-SOURCE          PIC X(08).
002070     05  FILLER                 PIC X(15) VALUE SPACES.
002080
002090*-----------------------------------------------------------------
002100* OPERATOR BREAK AND COUNTERS
002110*-----------------------------------------------------------------
002120 77  WS-CURRENT-OPERATOR-ID     PIC X(08) VALUE SPACES.
002130
002140 77  WS-OPR-SIGN-ON-COUNT       PIC 9(07) COMP VALUE ZERO.
002150 77  WS-OPR-REFUSAL-COUNT       PIC 9(07) COMP VALUE ZERO.
002160 77  WS-OPR-STATUS-CHANGE-COUNT PIC 9(07) COMP VALUE ZERO.
002170 77  WS-OPR-AUTH-MAINT-COUNT    PIC 9(07) COMP VALUE ZERO.
002180
002190 77  WS-SECLOG-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
002200 77  WS-SECLOG-IN-WEEK-COUNT    PIC 9(07) COMP VALUE ZERO.
002210 77  WS-AUDIT-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
002220 77  WS-OPERATOR-COUNT          PIC 9(07) COMP VALUE ZERO.
002230 77  WS-SIGN-ON-COUNT           PIC 9(07) COMP VALUE ZERO.
002240 77  WS-REFUSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
002250 77  WS-STATUS-CHANGE-COUNT     PIC 9(07) COMP VALUE ZERO.
002260 77  WS-AUTH-MAINT-COUNT        PIC 9(07) COMP VALUE ZERO.
002270
002280 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002290 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(08).
002300
002310*-----------------------------------------------------------------
002320* SECURITY REPORT LINE LAYOUTS
002330*-----------------------------------------------------------------
002340 01  WS-RPT-TITLE-LINE.
002350     05  FILLER PIC X(80) VALUE
002360         "WEEKLY SECURITY REPORT - PROGRAM23".
002370
002380 01  WS-RPT-WEEK-LINE.
002390     05  FILLER PIC X(13) VALUE "WEEK ENDING: ".
002400     05  RPT-WEEK-END-DATE PIC X(08).
002410     05  FILLER PIC X(35) VALUE
002420         "  (THAT DATE AND THE SIX BEFORE IT)".
002430     05  FILLER PIC X(12) VALUE "  RUN DATE: ".
002440     05  RPT-RUN-DATE PIC X(08).
002450     05  FILLER PIC X(04) VALUE SPACES.
002460
002470 01  WS-RPT-OPERATOR-LINE.
002480     05  FILLER PIC X(10) VALUE "OPERATOR: ".
002490     05  RPT-OPR-OPERATOR-ID PIC X(08).
002500     05  FILLER PIC X(02) VALUE SPACES.
002510     05  RPT-OPR-NAME PIC X(30).
002520     05  FILLER PIC X(10) VALUE "  STATUS: ".
002530     05  RPT-OPR-STATUS PIC X(01).
002540     05  FILLER PIC X(19) VALUE SPACES.
002550
002560 01  WS-RPT-COLUMN-LINE.
002570     05  FILLER PIC X(80) VALUE
002580         " RUN DATE TIME   EVENT     FN CUST  DETAIL".
002590
002600 01  WS-RPT-DETAIL-LINE.
002610     05  FILLER PIC X(01) VALUE SPACES.
002620     05  RPT-DTL-DATE PIC X(08).
002630     05  FILLER PIC X(01) VALUE SPACES.
002640     05  RPT-DTL-TIME PIC X(06).
002650     05  FILLER PIC X(01) VALUE SPACES.
002660     05  RPT-DTL-EVENT PIC X(09).
002670     05  FILLER PIC X(01) VALUE SPACES.
002680     05  RPT-DTL-FUNCTION PIC X(02).
002690     05  FILLER PIC X(01) VALUE SPACES.
002700     05  RPT-DTL-CUSTOMER-NO PIC X(05).
002710     05  FILLER PIC X(01) VALUE SPACES.
002720     05  RPT-DTL-TEXT PIC X(40).
002730     05  FILLER PIC X(04) VALUE SPACES.
002740
002750 01  WS-RPT-SUBTOTAL-LINE.
002760     05  FILLER PIC X(11) VALUE "  SIGN-ONS ".
002770     05  RPT-SUB-SIGN-ON PIC ZZ,ZZ9.
002780     05  FILLER PIC X(11) VALUE "  REFUSALS ".
002790     05  RPT-SUB-REFUSAL PIC ZZ,ZZ9.
002800     05  FILLER PIC X(17) VALUE "  STATUS CHANGES ".
002810     05  RPT-SUB-STATUS-CHANGE PIC ZZ,ZZ9.
002820     05  FILLER PIC X(17) VALUE "  AUTHORITY MAINT".
002830     05  RPT-SUB-AUTH-MAINT PIC ZZ,ZZ9.
002840
002850 01  WS-RPT-NONE-LINE.
002860     05  FILLER PIC X(80) VALUE
002870         "NO SECURITY EVENTS IN THE WEEK".
002880
002890 01  WS-RPT-COUNT-LINE.
002900     05  RPT-CNT-LABEL PIC X(50).
002910     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
002920     05  FILLER PIC X(19) VALUE SPACES.
002930
002940 PROCEDURE DIVISION.
002950*-----------------------------------------------------------------
002960* 0000-MAINLINE
002970*-----------------------------------------------------------------
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE
003000         THRU 1000-INITIALIZE-EXIT.
003010
003020     PERFORM 2000-LOAD-SECURITY-LOG
003030         THRU 2000-LOAD-SECURITY-LOG-EXIT
003040         UNTIL WS-SECLOG-EOF.
003050
003060     PERFORM 2500-LOAD-STATUS-CHANGES
003070         THRU 2500-LOAD-STATUS-CHANGES-EXIT
003080         UNTIL WS-AUDIT-EOF.
003090
003100     PERFORM 3100-SORT-EVENT-TABLE
003110         THRU 3100-SORT-EVENT-TABLE-EXIT.
003120
003130     PERFORM 4000-PRINT-EVENTS
003140         THRU 4000-PRINT-EVENTS-EXIT.
003150
003160     PERFORM 8000-PRODUCE-CONTROL-TOTALS
003170         THRU 8000-PRODUCE-CONTROL-TOTALS-EXIT.
003180
003190     PERFORM 9000-TERMINATE
003200         THRU 9000-TERMINATE-EXIT.
003210
003220     STOP RUN.
003230 0000-MAINLINE-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270* 1000-INITIALIZE - RESOLVE THE REPORT WEEK, OPEN THE FILES AND
003280* WRITE THE REPORT HEADINGS.
003290*-----------------------------------------------------------------
003300 1000-INITIALIZE.
003310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003320
003330     DISPLAY "SECWEEK" UPON ENVIRONMENT-NAME.
003340     ACCEPT WS-WEEK-END-DATE-X FROM ENVIRONMENT-VALUE.
003350     IF WS-WEEK-END-DATE-X = SPACES
003360         MOVE WS-RUN-DATE-X TO WS-WEEK-END-DATE-X
003370     END-IF.
003380
003390     IF WS-WEEK-END-DATE IS NOT NUMERIC
003391         OR WS-WED-MONTH < 01 OR WS-WED-MONTH > 12
003392         OR WS-WED-DAY < 01
003393         DISPLAY "INVALID SECWEEK - " WS-WEEK-END-DATE-X
003394             " - MUST BE CCYYMMDD"
003395         MOVE 16 TO RETURN-CODE
003396         STOP RUN
003397     END-IF.
003398
003399     PERFORM 1050-FIND-WEEK-END-MONTH-DAYS
003400         THRU 1050-FIND-WEEK-END-MONTH-DAYS-EXIT.
003401
003402     IF WS-WED-DAY > WS-WED-MONTH-DAYS
003403         DISPLAY "INVALID SECWEEK - " WS-WEEK-END-DATE-X
003404             " - NO SUCH DAY IN THE MONTH"
003405         MOVE 16 TO RETURN-CODE
003406         STOP RUN
003407     END-IF.
003450
003460     MOVE WS-WEEK-END-DATE TO WS-CONVERT-DATE.
003470     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
003480         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
003490     MOVE WS-DAY-NUMBER TO WS-WEEK-END-DAY-NO.
003500     SUBTRACT 6 FROM WS-WEEK-END-DAY-NO
003510         GIVING WS-WEEK-START-DAY-NO.
003520
003530     PERFORM 1100-COMPUTE-WEEK-START-DATE
003540         THRU 1100-COMPUTE-WEEK-START-DATE-EXIT.
003550
003560     OPEN INPUT SECURITY-LOG-FILE.
003570     IF WS-SECLOG-STATUS NOT = "00"
003580         AND WS-SECLOG-STATUS NOT = "05"
003590         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
003600             WS-SECLOG-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640
003650     OPEN INPUT AUDIT-KEYED-FILE.
003660     IF WS-AUDIT-KEYED-STATUS NOT = "00"
003670         AND WS-AUDIT-KEYED-STATUS NOT = "05"
003680         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
003690             WS-AUDIT-KEYED-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730
003740     IF WS-AUDIT-KEYED-STATUS = "05"
003750         SET WS-AUDIT-EOF TO TRUE
003760     ELSE
003770         MOVE WS-WEEK-START-DATE TO AK-RUN-DATE
003780         MOVE ZERO               TO AK-RUN-TIME
003790                                    AK-RUN-TRAIL-RECORD-NO
003800         START AUDIT-KEYED-FILE
003810             KEY IS NOT LESS THAN AK-RUN-KEY
003820             INVALID KEY
003830                 SET WS-AUDIT-EOF TO TRUE
003840         END-START
003850     END-IF.
003860
003870     OPEN INPUT OPERAUTH-FILE.
003880     IF WS-OPERAUTH-STATUS NOT = "00"
003890         AND WS-OPERAUTH-STATUS NOT = "05"
003900         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
003910             WS-OPERAUTH-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950
003960     OPEN OUTPUT SECURITY-REPORT-FILE.
003970     IF WS-SECURITY-REPORT-STATUS NOT = "00"
003980         DISPLAY "UNABLE TO OPEN SECURITY-REPORT-FILE - STATUS "
003990             WS-SECURITY-REPORT-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030
004040     WRITE SECURITY-REPORT-LINE FROM WS-RPT-TITLE-LINE.
004050     MOVE WS-WEEK-END-DATE-X TO RPT-WEEK-END-DATE.
004060     MOVE WS-RUN-DATE-X      TO RPT-RUN-DATE.
004070     WRITE SECURITY-REPORT-LINE FROM WS-RPT-WEEK-LINE.
004080 1000-INITIALIZE-EXIT.
004090     EXIT.
004100
004101*-----------------------------------------------------------------
004102* 1050-FIND-WEEK-END-MONTH-DAYS - THE NUMBER OF DAYS IN THE MONTH
004103* OF THE REPORT DATE, FEBRUARY BY THE LEAP-YEAR RULE.
004104*-----------------------------------------------------------------
004105 1050-FIND-WEEK-END-MONTH-DAYS.
004106     SET WS-NOT-LEAP-YEAR TO TRUE.
004107
004108     DIVIDE WS-WED-YEAR BY 4
004109         GIVING WS-DIVIDE-QUOTIENT
004110         REMAINDER WS-YEAR-REMAINDER-4.
004111
004112     IF WS-YEAR-REMAINDER-4 = ZERO
004113         DIVIDE WS-WED-YEAR BY 100
004114             GIVING WS-DIVIDE-QUOTIENT
004115             REMAINDER WS-YEAR-REMAINDER-100
004116         IF WS-YEAR-REMAINDER-100 NOT = ZERO
004117             SET WS-LEAP-YEAR TO TRUE
004118         ELSE
004119             DIVIDE WS-WED-YEAR BY 400
004120                 GIVING WS-DIVIDE-QUOTIENT
004121                 REMAINDER WS-YEAR-REMAINDER-400
004122             IF WS-YEAR-REMAINDER-400 = ZERO
004123                 SET WS-LEAP-YEAR TO TRUE
004124             END-IF
004125         END-IF
004126     END-IF.
004127
004128     EVALUATE WS-WED-MONTH
004129         WHEN 04
004130         WHEN 06
004131         WHEN 09
004132         WHEN 11
004133             MOVE 30 TO WS-WED-MONTH-DAYS
004134         WHEN 02
004135             IF WS-LEAP-YEAR
004136                 MOVE 29 TO WS-WED-MONTH-DAYS
004137             ELSE
004138                 MOVE 28 TO WS-WED-MONTH-DAYS
004139             END-IF
004140         WHEN OTHER
004141             MOVE 31 TO WS-WED-MONTH-DAYS
004142     END-EVALUATE.
004143 1050-FIND-WEEK-END-MONTH-DAYS-EXIT.
004144     EXIT.
004145
004146*-----------------------------------------------------------------
004147* 1100-COMPUTE-WEEK-START-DATE - THE CCYYMMDD SIX DAYS BEFORE THE
004148* REPORT DATE, WHERE THE AUDITKEY READ BEGINS.  A WEEK THAT OPENS
004149* IN THE PRIOR MONTH (OR YEAR) STEPS BACK ACROSS ITS END.
004150*-----------------------------------------------------------------
004160 1100-COMPUTE-WEEK-START-DATE.
004170     MOVE WS-WEEK-END-DATE TO WS-WEEK-START-DATE.
004180
004190     IF WS-WSD-DAY > 06
004200         SUBTRACT 6 FROM WS-WSD-DAY
004210         GO TO 1100-COMPUTE-WEEK-START-DATE-EXIT
004220     END-IF.
004230
004240     IF WS-WSD-MONTH = 01
004250         MOVE 12 TO WS-WSD-MONTH
004260         SUBTRACT 1 FROM WS-WSD-YEAR
004270     ELSE
004280         SUBTRACT 1 FROM WS-WSD-MONTH
004290     END-IF.
004300
004310     EVALUATE WS-WSD-MONTH
004320         WHEN 04
004330         WHEN 06
004340         WHEN 09
004350         WHEN 11
004360             MOVE 30 TO WS-WSD-MONTH-DAYS
004370         WHEN 02
004380             MOVE 28 TO WS-WSD-MONTH-DAYS
004390             DIVIDE WS-WSD-YEAR BY 4
004400                 GIVING WS-DIVIDE-QUOTIENT
004410                 REMAINDER WS-YEAR-REMAINDER-4
004420             DIVIDE WS-WSD-YEAR BY 100
004430                 GIVING WS-DIVIDE-QUOTIENT
004440                 REMAINDER WS-YEAR-REMAINDER-100
004450             DIVIDE WS-WSD-YEAR BY 400
004460                 GIVING WS-DIVIDE-QUOTIENT
004470                 REMAINDER WS-YEAR-REMAINDER-400
004480             IF (WS-YEAR-REMAINDER-4 = ZERO
004490                 AND WS-YEAR-REMAINDER-100 NOT = ZERO)
004500                 OR WS-YEAR-REMAINDER-400 = ZERO
004510                 MOVE 29 TO WS-WSD-MONTH-DAYS
004520             END-IF
004530         WHEN OTHER
004540             MOVE 31 TO WS-WSD-MONTH-DAYS
004550     END-EVALUATE.
004560
004570     COMPUTE WS-WSD-DAY = WS-WSD-MONTH-DAYS - 6 + WS-WSD-DAY.
004580 1100-COMPUTE-WEEK-START-DATE-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620* 2000-LOAD-SECURITY-LOG - EVERY SECLOG RECORD DATED IN THE WEEK
004630* GOES INTO THE EVENT TABLE AS IT STANDS.
004640*-----------------------------------------------------------------
004650 2000-LOAD-SECURITY-LOG.
004660     READ SECURITY-LOG-FILE
004670         AT END
004680             SET WS-SECLOG-EOF TO TRUE
004690             GO TO 2000-LOAD-SECURITY-LOG-EXIT
004700     END-READ.
004710
004720     ADD 1 TO WS-SECLOG-READ-COUNT.
004730
004740     MOVE SL-RUN-DATE TO WS-CONVERT-DATE.
004750     PERFORM 2600-CHECK-WINDOW
004760         THRU 2600-CHECK-WINDOW-EXIT.
004770     IF WS-NOT-IN-WINDOW
004780         GO TO 2000-LOAD-SECURITY-LOG-EXIT
004790     END-IF.
004800
004810     ADD 1 TO WS-SECLOG-IN-WEEK-COUNT.
004820     PERFORM 2900-ADD-TABLE-ENTRY
004830         THRU 2900-ADD-TABLE-ENTRY-EXIT.
004840
004850     MOVE SL-OPERATOR-ID   TO WS-EV-OPERATOR-ID (WS-EVENT-COUNT).
004860     MOVE SL-RUN-DATE      TO WS-EV-DATE (WS-EVENT-COUNT).
004870     MOVE SL-RUN-TIME      TO WS-EV-TIME (WS-EVENT-COUNT).
004880     MOVE SL-EVENT-CODE    TO WS-EV-TYPE (WS-EVENT-COUNT).
004890     MOVE SL-FUNCTION-CODE
004900         TO WS-EV-FUNCTION-CODE (WS-EVENT-COUNT).
004910     MOVE SL-CUSTOMER-NO   TO WS-EV-CUSTOMER-NO (WS-EVENT-COUNT).
004920     MOVE SL-REASON-TEXT   TO WS-EV-TEXT (WS-EVENT-COUNT).
004930 2000-LOAD-SECURITY-LOG-EXIT.
004940     EXIT.
004950
004960*-----------------------------------------------------------------
004970* 2500-LOAD-STATUS-CHANGES - READ AUDITKEY BY RUN DATE UNTIL THE
004980* RUN DATE PASSES THE REPORT DATE.  AN AUDIT RECORD IN THE WEEK,
004990* MADE UNDER AN OPERATOR ID, WHOSE STATUS CODE DIFFERS BETWEEN THE
005000* TWO IMAGES IS LOADED.  THE FUNCTION CODE IS THE ONE THE SOURCE
005010* PROGRAM SIGNS ON UNDER.
005020*-----------------------------------------------------------------
005030 2500-LOAD-STATUS-CHANGES.
005040     READ AUDIT-KEYED-FILE NEXT RECORD
005050         AT END
005060             SET WS-AUDIT-EOF TO TRUE
005070             GO TO 2500-LOAD-STATUS-CHANGES-EXIT
005080     END-READ.
005090
005100     IF AK-CONTROL-RECORD
005110         GO TO 2500-LOAD-STATUS-CHANGES-EXIT
005120     END-IF.
005130
005140     IF AK-RUN-DATE > WS-WEEK-END-DATE
005150         SET WS-AUDIT-EOF TO TRUE
005160         GO TO 2500-LOAD-STATUS-CHANGES-EXIT
005170     END-IF.
005180
005190     MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD.
005200
005210     ADD 1 TO WS-AUDIT-READ-COUNT.
005220
005230     IF AUD-OPERATOR-ID = SPACES
005240         OR AUD-BEFORE-IMAGE = SPACES
005250         OR AUD-AFTER-IMAGE = SPACES
005260         GO TO 2500-LOAD-STATUS-CHANGES-EXIT
005270     END-IF.
005280
005290     MOVE AUD-BEFORE-IMAGE TO INDEXEDFILE-RECORD.
005300     MOVE STATUS-CODE-INDEXED TO WS-BEFORE-STATUS.
005310     MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD.
005320     MOVE STATUS-CODE-INDEXED TO WS-AFTER-STATUS.
005330
005340     IF WS-BEFORE-STATUS = SPACE
005350         OR WS-AFTER-STATUS = SPACE
005360         OR WS-BEFORE-STATUS = WS-AFTER-STATUS
005370         GO TO 2500-LOAD-STATUS-CHANGES-EXIT
005380     END-IF.
005390
005400     MOVE AUD-RUN-DATE TO WS-CONVERT-DATE.
005410     PERFORM 2600-CHECK-WINDOW
005420         THRU 2600-CHECK-WINDOW-EXIT.
005430     IF WS-NOT-IN-WINDOW
005440         GO TO 2500-LOAD-STATUS-CHANGES-EXIT
005450     END-IF.
005460
005470     PERFORM 2900-ADD-TABLE-ENTRY
005480         THRU 2900-ADD-TABLE-ENTRY-EXIT.
005490
005500     MOVE WS-BEFORE-STATUS   TO WS-SCT-BEFORE.
005510     MOVE WS-AFTER-STATUS    TO WS-SCT-AFTER.
005520     MOVE AUD-SOURCE-PROGRAM TO WS-SCT-SOURCE.
005530
005540     MOVE AUD-OPERATOR-ID  TO WS-EV-OPERATOR-ID (WS-EVENT-COUNT).
005550     MOVE AUD-RUN-DATE     TO WS-EV-DATE (WS-EVENT-COUNT).
005560     MOVE AUD-RUN-TIME     TO WS-EV-TIME (WS-EVENT-COUNT).
005570     MOVE "C"              TO WS-EV-TYPE (WS-EVENT-COUNT).
005580     MOVE AUD-CUSTOMER-NO  TO WS-EV-CUSTOMER-NO (WS-EVENT-COUNT).
005590     MOVE WS-STATUS-CHANGE-TEXT TO WS-EV-TEXT (WS-EVENT-COUNT).
005600
005610     EVALUATE AUD-SOURCE-PROGRAM
005620         WHEN "SVCMAINT"
005630         WHEN "DORMSWP"
005640             MOVE "DM" TO WS-EV-FUNCTION-CODE (WS-EVENT-COUNT)
005650         WHEN "PROGRAM5"
005660             MOVE "SC" TO WS-EV-FUNCTION-CODE (WS-EVENT-COUNT)
005670         WHEN "BACKOUT"
005680             MOVE "BO" TO WS-EV-FUNCTION-CODE (WS-EVENT-COUNT)
005690         WHEN "PROGRAM1"
005700             MOVE "RO" TO WS-EV-FUNCTION-CODE (WS-EVENT-COUNT)
005710         WHEN OTHER
005720             MOVE SPACES TO WS-EV-FUNCTION-CODE (WS-EVENT-COUNT)
005730     END-EVALUATE.
005740 2500-LOAD-STATUS-CHANGES-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------------
005780* 2600-CHECK-WINDOW - IS THE DATE IN WS-CONVERT-DATE WITHIN THE
005790* REPORT WEEK?  A DATE THAT IS NOT A VALID CCYYMMDD IS NOT.
005800*-----------------------------------------------------------------
005810 2600-CHECK-WINDOW.
005820     SET WS-NOT-IN-WINDOW TO TRUE.
005830
005840     IF WS-CONVERT-DATE IS NOT NUMERIC
005850         OR WS-CNV-MONTH < 01 OR WS-CNV-MONTH > 12
005860         GO TO 2600-CHECK-WINDOW-EXIT
005870     END-IF.
005880
005890     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
005900         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
005910
005920     IF WS-DAY-NUMBER NOT < WS-WEEK-START-DAY-NO
005930         AND WS-DAY-NUMBER NOT > WS-WEEK-END-DAY-NO
005940         SET WS-IN-WINDOW TO TRUE
005950     END-IF.
005960 2600-CHECK-WINDOW-EXIT.
005970     EXIT.
005980
005990*-----------------------------------------------------------------
006000* 2700-CONVERT-DATE-TO-DAY-NO - AS PROGRAM5.  TURN WS-CONVERT-DATE
006010* (CCYYMMDD) INTO A DAY NUMBER SO TWO DATES SUBTRACT TO DAYS
006020* BETWEEN THEM.
006030*-----------------------------------------------------------------
006040 2700-CONVERT-DATE-TO-DAY-NO.
006050     SUBTRACT 1 FROM WS-CNV-YEAR GIVING WS-CNV-PRIOR-YEARS.
006060
006070     MULTIPLY WS-CNV-PRIOR-YEARS BY 365 GIVING WS-DAY-NUMBER.
006080
006090     DIVIDE WS-CNV-PRIOR-YEARS BY 4 GIVING WS-CNV-LEAP-DAYS.
006100     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
006110     DIVIDE WS-CNV-PRIOR-YEARS BY 100 GIVING WS-CNV-LEAP-DAYS.
006120     SUBTRACT WS-CNV-LEAP-DAYS FROM WS-DAY-NUMBER.
006130     DIVIDE WS-CNV-PRIOR-YEARS BY 400 GIVING WS-CNV-LEAP-DAYS.
006140     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
006150
006160     EVALUATE WS-CNV-MONTH
006170         WHEN 01 ADD 0   TO WS-DAY-NUMBER
006180         WHEN 02 ADD 31  TO WS-DAY-NUMBER
006190         WHEN 03 ADD 59  TO WS-DAY-NUMBER
006200         WHEN 04 ADD 90  TO WS-DAY-NUMBER
006210         WHEN 05 ADD 120 TO WS-DAY-NUMBER
006220         WHEN 06 ADD 151 TO WS-DAY-NUMBER
006230         WHEN 07 ADD 181 TO WS-DAY-NUMBER
006240         WHEN 08 ADD 212 TO WS-DAY-NUMBER
006250         WHEN 09 ADD 243 TO WS-DAY-NUMBER
006260         WHEN 10 ADD 273 TO WS-DAY-NUMBER
006270         WHEN 11 ADD 304 TO WS-DAY-NUMBER
006280         WHEN 12 ADD 334 TO WS-DAY-NUMBER
006290     END-EVALUATE.
006300
006310     IF WS-CNV-MONTH > 02
006320         SET WS-NOT-LEAP-YEAR TO TRUE
006330         DIVIDE WS-CNV-YEAR BY 4
006340             GIVING WS-DIVIDE-QUOTIENT
006350             REMAINDER WS-YEAR-REMAINDER-4
006360         IF WS-YEAR-REMAINDER-4 = ZERO
006370             DIVIDE WS-CNV-YEAR BY 100
006380                 GIVING WS-DIVIDE-QUOTIENT
006390                 REMAINDER WS-YEAR-REMAINDER-100
006400             IF WS-YEAR-REMAINDER-100 NOT = ZERO
006410                 SET WS-LEAP-YEAR TO TRUE
006420             ELSE
006430                 DIVIDE WS-CNV-YEAR BY 400
006440                     GIVING WS-DIVIDE-QUOTIENT
006450                     REMAINDER WS-YEAR-REMAINDER-400
006460                 IF WS-YEAR-REMAINDER-400 = ZERO
006470                     SET WS-LEAP-YEAR TO TRUE
006480                 END-IF
006490             END-IF
006500         END-IF
006510         IF WS-LEAP-YEAR
006520             ADD 1 TO WS-DAY-NUMBER
006530         END-IF
006540     END-IF.
006550
006560     ADD WS-CNV-DAY TO WS-DAY-NUMBER.
006570 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------------
006610* 2900-ADD-TABLE-ENTRY - TAKE THE NEXT EVENT TABLE ENTRY.  THE
006620* CALLER FILLS IT.
006630*-----------------------------------------------------------------
006640 2900-ADD-TABLE-ENTRY.
006650     IF WS-EVENT-COUNT >= WS-EVENT-TABLE-MAX
006660         DISPLAY "WEEK EXCEEDS " WS-EVENT-TABLE-MAX
006670             " SECURITY EVENTS - RAISE WS-EVENT-TABLE-MAX"
006680         MOVE 16 TO RETURN-CODE
006690         STOP RUN
006700     END-IF.
006710
006720     ADD 1 TO WS-EVENT-COUNT.
006730     MOVE SPACES TO WS-EVENT-ENTRY (WS-EVENT-COUNT).
006740 2900-ADD-TABLE-ENTRY-EXIT.
006750     EXIT.
006760
006770*-----------------------------------------------------------------
006780* 3100-SORT-EVENT-TABLE - BUBBLE THE EVENTS ASCENDING BY
006790* OPERATOR, DATE AND TIME, AS PROGRAM8 SORTS ITS MONTH TABLE.
006800*-----------------------------------------------------------------
006810 3100-SORT-EVENT-TABLE.
006820     IF WS-EVENT-COUNT < 2
006830         GO TO 3100-SORT-EVENT-TABLE-EXIT
006840     END-IF.
006850
006860     PERFORM 3110-EVENT-SORT-PASS
006870         THRU 3110-EVENT-SORT-PASS-EXIT
006880         VARYING WS-SORT-I FROM 1 BY 1
006890         UNTIL WS-SORT-I >= WS-EVENT-COUNT.
006900 3100-SORT-EVENT-TABLE-EXIT.
006910     EXIT.
006920
006930 3110-EVENT-SORT-PASS.
006940     PERFORM 3111-EVENT-SORT-COMPARE
006950         THRU 3111-EVENT-SORT-COMPARE-EXIT
006960         VARYING WS-SORT-J FROM 1 BY 1
006970         UNTIL WS-SORT-J >= WS-EVENT-COUNT.
006980 3110-EVENT-SORT-PASS-EXIT.
006990     EXIT.
007000
007010 3111-EVENT-SORT-COMPARE.
007020     ADD 1 WS-SORT-J GIVING WS-SORT-J1.
007030     IF WS-EV-SORT-KEY (WS-SORT-J)
007040             > WS-EV-SORT-KEY (WS-SORT-J1)
007050         MOVE WS-EVENT-ENTRY (WS-SORT-J) TO WS-EVENT-SWAP-ENTRY
007060         MOVE WS-EVENT-ENTRY (WS-SORT-J1)
007070             TO WS-EVENT-ENTRY (WS-SORT-J)
007080         MOVE WS-EVENT-SWAP-ENTRY TO WS-EVENT-ENTRY (WS-SORT-J1)
007090     END-IF.
007100 3111-EVENT-SORT-COMPARE-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------------
007140* 4000-PRINT-EVENTS - THE SORTED TABLE, ONE OPERATOR AT A TIME,
007150* EACH CLOSED BY ITS SUBTOTALS.
007160*-----------------------------------------------------------------
007170 4000-PRINT-EVENTS.
007180     IF WS-EVENT-COUNT = ZERO
007190         MOVE SPACES TO SECURITY-REPORT-LINE
007200         WRITE SECURITY-REPORT-LINE
007210         WRITE SECURITY-REPORT-LINE FROM WS-RPT-NONE-LINE
007220         GO TO 4000-PRINT-EVENTS-EXIT
007230     END-IF.
007240
007250     MOVE LOW-VALUES TO WS-CURRENT-OPERATOR-ID.
007260
007270     PERFORM 4100-PRINT-ONE-EVENT
007280         THRU 4100-PRINT-ONE-EVENT-EXIT
007290         VARYING WS-ENTRY-SUB FROM 1 BY 1
007300         UNTIL WS-ENTRY-SUB > WS-EVENT-COUNT.
007310
007320     PERFORM 4300-PRINT-OPERATOR-TOTALS
007330         THRU 4300-PRINT-OPERATOR-TOTALS-EXIT.
007340 4000-PRINT-EVENTS-EXIT.
007350     EXIT.
007360
007370 4100-PRINT-ONE-EVENT.
007380     IF WS-EV-OPERATOR-ID (WS-ENTRY-SUB)
007390             NOT = WS-CURRENT-OPERATOR-ID
007400         IF WS-CURRENT-OPERATOR-ID NOT = LOW-VALUES
007410             PERFORM 4300-PRINT-OPERATOR-TOTALS
007420                 THRU 4300-PRINT-OPERATOR-TOTALS-EXIT
007430         END-IF
007440         PERFORM 4200-PRINT-OPERATOR-HEADING
007450             THRU 4200-PRINT-OPERATOR-HEADING-EXIT
007460     END-IF.
007470
007480     MOVE WS-EV-DATE (WS-ENTRY-SUB)  TO RPT-DTL-DATE.
007490     MOVE WS-EV-TIME (WS-ENTRY-SUB)  TO RPT-DTL-TIME.
007500     MOVE WS-EV-FUNCTION-CODE (WS-ENTRY-SUB) TO RPT-DTL-FUNCTION.
007510     MOVE WS-EV-CUSTOMER-NO (WS-ENTRY-SUB) TO RPT-DTL-CUSTOMER-NO.
007520     MOVE WS-EV-TEXT (WS-ENTRY-SUB)  TO RPT-DTL-TEXT.
007530
007540     EVALUATE TRUE
007550         WHEN WS-EV-SIGN-ON (WS-ENTRY-SUB)
007560             MOVE "SIGN-ON" TO RPT-DTL-EVENT
007570             ADD 1 TO WS-OPR-SIGN-ON-COUNT
007580             ADD 1 TO WS-SIGN-ON-COUNT
007590         WHEN WS-EV-REFUSAL (WS-ENTRY-SUB)
007600             MOVE "REFUSED" TO RPT-DTL-EVENT
007610             ADD 1 TO WS-OPR-REFUSAL-COUNT
007620             ADD 1 TO WS-REFUSAL-COUNT
007630         WHEN WS-EV-STATUS-CHANGE (WS-ENTRY-SUB)
007640             MOVE "STATUS" TO RPT-DTL-EVENT
007650             ADD 1 TO WS-OPR-STATUS-CHANGE-COUNT
007660             ADD 1 TO WS-STATUS-CHANGE-COUNT
007670         WHEN WS-EV-AUTH-MAINT (WS-ENTRY-SUB)
007680             MOVE "AUTHORITY" TO RPT-DTL-EVENT
007690             ADD 1 TO WS-OPR-AUTH-MAINT-COUNT
007700             ADD 1 TO WS-AUTH-MAINT-COUNT
007710         WHEN OTHER
007720             MOVE WS-EV-TYPE (WS-ENTRY-SUB) TO RPT-DTL-EVENT
007730     END-EVALUATE.
007740
007750     WRITE SECURITY-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
007760 4100-PRINT-ONE-EVENT-EXIT.
007770     EXIT.
007780
007790*-----------------------------------------------------------------
007800* 4200-PRINT-OPERATOR-HEADING - START A NEW OPERATOR, NAMED FROM
007810* OPERAUTH.  AN ID NOT ON OPERAUTH IS STILL REPORTED - A REFUSED
007820* UNKNOWN ID IS EXACTLY WHAT THE REPORT IS FOR.
007830*-----------------------------------------------------------------
007840 4200-PRINT-OPERATOR-HEADING.
007850     MOVE WS-EV-OPERATOR-ID (WS-ENTRY-SUB)
007860         TO WS-CURRENT-OPERATOR-ID.
007870     ADD 1 TO WS-OPERATOR-COUNT.
007880
007890     MOVE ZERO TO WS-OPR-SIGN-ON-COUNT
007900                  WS-OPR-REFUSAL-COUNT
007910                  WS-OPR-STATUS-CHANGE-COUNT
007920                  WS-OPR-AUTH-MAINT-COUNT.
007930
007940     MOVE WS-CURRENT-OPERATOR-ID TO RPT-OPR-OPERATOR-ID.
007950     MOVE WS-CURRENT-OPERATOR-ID TO OA-OPERATOR-ID.
007960
007970     READ OPERAUTH-FILE
007980         INVALID KEY
007990             MOVE "*** NOT ON OPERAUTH ***" TO RPT-OPR-NAME
008000             MOVE SPACE TO RPT-OPR-STATUS
008010         NOT INVALID KEY
008020             MOVE OA-OPERATOR-NAME TO RPT-OPR-NAME
008030             MOVE OA-STATUS TO RPT-OPR-STATUS
008040     END-READ.
008050
008060     MOVE SPACES TO SECURITY-REPORT-LINE.
008070     WRITE SECURITY-REPORT-LINE.
008080     WRITE SECURITY-REPORT-LINE FROM WS-RPT-OPERATOR-LINE.
008090     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
008100 4200-PRINT-OPERATOR-HEADING-EXIT.
008110     EXIT.
008120
008130 4300-PRINT-OPERATOR-TOTALS.
008140     MOVE WS-OPR-SIGN-ON-COUNT       TO RPT-SUB-SIGN-ON.
008150     MOVE WS-OPR-REFUSAL-COUNT       TO RPT-SUB-REFUSAL.
008160     MOVE WS-OPR-STATUS-CHANGE-COUNT TO RPT-SUB-STATUS-CHANGE.
008170     MOVE WS-OPR-AUTH-MAINT-COUNT    TO RPT-SUB-AUTH-MAINT.
008180     WRITE SECURITY-REPORT-LINE FROM WS-RPT-SUBTOTAL-LINE.
008190 4300-PRINT-OPERATOR-TOTALS-EXIT.
008200     EXIT.
008210
008220*-----------------------------------------------------------------
008230* 8000-PRODUCE-CONTROL-TOTALS
008240*-----------------------------------------------------------------
008250 8000-PRODUCE-CONTROL-TOTALS.
008260     MOVE SPACES TO SECURITY-REPORT-LINE.
008270     WRITE SECURITY-REPORT-LINE.
008280
008290     MOVE "SECURITY LOG RECORDS READ. . . . . . . . . . . :"
008300         TO RPT-CNT-LABEL.
008310     MOVE WS-SECLOG-READ-COUNT TO RPT-CNT-VALUE.
008320     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008330
008340     MOVE "SECURITY LOG RECORDS IN THE WEEK . . . . . . . :"
008350         TO RPT-CNT-LABEL.
008360     MOVE WS-SECLOG-IN-WEEK-COUNT TO RPT-CNT-VALUE.
008370     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008380
008390     MOVE "AUDIT RECORDS READ . . . . . . . . . . . . . . :"
008400         TO RPT-CNT-LABEL.
008410     MOVE WS-AUDIT-READ-COUNT TO RPT-CNT-VALUE.
008420     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008430
008440     MOVE "OPERATORS REPORTED . . . . . . . . . . . . . . :"
008450         TO RPT-CNT-LABEL.
008460     MOVE WS-OPERATOR-COUNT TO RPT-CNT-VALUE.
008470     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008480
008490     MOVE "SIGN-ONS . . . . . . . . . . . . . . . . . . . :"
008500         TO RPT-CNT-LABEL.
008510     MOVE WS-SIGN-ON-COUNT TO RPT-CNT-VALUE.
008520     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008530
008540     MOVE "REFUSALS . . . . . . . . . . . . . . . . . . . :"
008550         TO RPT-CNT-LABEL.
008560     MOVE WS-REFUSAL-COUNT TO RPT-CNT-VALUE.
008570     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008580
008590     MOVE "STATUS CHANGES . . . . . . . . . . . . . . . . :"
008600         TO RPT-CNT-LABEL.
008610     MOVE WS-STATUS-CHANGE-COUNT TO RPT-CNT-VALUE.
008620     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008630
008640     MOVE "OPERATOR AUTHORITY CHANGES . . . . . . . . . . :"
008650         TO RPT-CNT-LABEL.
008660     MOVE WS-AUTH-MAINT-COUNT TO RPT-CNT-VALUE.
008670     WRITE SECURITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
008680
008690     DISPLAY "SECURITY REPORT FOR WEEK ENDING " WS-WEEK-END-DATE-X
008700         " - " WS-EVENT-COUNT " EVENTS".
008710 8000-PRODUCE-CONTROL-TOTALS-EXIT.
008720     EXIT.
008730
008740*-----------------------------------------------------------------
008750* 9000-TERMINATE - CLOSE ALL FILES AND END THE RUN.
008760*-----------------------------------------------------------------
008770 9000-TERMINATE.
008780     CLOSE SECURITY-LOG-FILE
008790           AUDIT-KEYED-FILE
008800           OPERAUTH-FILE
008810           SECURITY-REPORT-FILE.
008820 9000-TERMINATE-EXIT.
008830     EXIT.
