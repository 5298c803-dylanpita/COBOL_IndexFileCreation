000100*-----------------------------------------------------------------
000110* PROGRAM29
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM29 AS "INDEXEDFILECREATION.PROGRAM29".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-10-14.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-10-14 JWH   ORIGINAL PROGRAM.  ROLLING 13-MONTH CUSTOMER
000250*                  TREND REPORT FROM THE MONTH-END SNAPSHOTS
000260*                  PROGRAM28 WRITES - BY MONTH, NEW CUSTOMERS,
000270*                  CUSTOMERS LOST (DELETED OR MERGED AWAY),
000280*                  REACTIVATIONS, MOVES BETWEEN A, I AND H STATUS,
000290*                  NET SPEND WITH ITS CHANGE ON THE MONTH BEFORE,
000300*                  AND ACTIVE CUSTOMERS BY STATE.
000310* 2026-10-15 JWH   THE PRIOR-MONTH-NOT-TAKEN FOOTNOTE UNDER THE
000320*                  MOVEMENT TABLE PRINTS ONLY WHEN A MONTH ON THE
000330*                  REPORT IS FLAGGED.
000331*                  STRMDATE IS EDITED AS PROGRAM28 EDITS IT - A
000332*                  REAL CALENDAR DAY, FEBRUARY BY THE LEAP-YEAR
000333*                  RULE.
000340* ------------------------------------------------------------
000350*
000360*-----------------------------------------------------------------
000370* PROGRAM29 TAKES ITS PARAMETERS FROM THE ENVIRONMENT -
000380*   TRNDPER   THE LAST PERIOD ON THE REPORT, CCYYMM.  WHEN NOT SET
000390*             IT IS THE MONTH OF THE STREAM DATE WHEN THAT MONTH'S
000400*             SNAPSHOT IS COMPLETE, OTHERWISE THE MONTH BEFORE.
000410*   STRMDATE  THE STREAM DATE, CCYYMMDD - TODAY WHEN NOT SET.
000420* THE REPORT COVERS THAT PERIOD AND THE TWELVE BEFORE IT, OLDEST
000430* FIRST.  ONLY A COMPLETE SNAPSHOT IS READ; A MONTH WHOSE SNAPSHOT
000440* WAS NOT TAKEN (OR NEVER FINISHED) PRINTS AS NOT TAKEN AND SHOULD
000450* BE REBUILT WITH PROGRAM28.  A MONTH TAKEN WHILE ITS PRIOR MONTH
000460* WAS MISSING IS MARKED "*" - ITS NEW CUSTOMERS ARE BY DATE ADDED
000470* ONLY AND ITS LOSSES AND STATUS MOVES ARE NOT MEASURED UNTIL THE
000480* MISSING MONTH, AND THEN THIS ONE, ARE REBUILT WITH PROGRAM28.
000490*
000500* EVERYTHING COMES FROM THE SNAPSHOT RECORDS: A CUSTOMER RECORD
000510* GIVES THE STATUS COUNTS, THE NEW-CUSTOMER MARK, THE MOVE FROM
000520* THE PRIOR MONTH'S STATUS (I TO A IS A REACTIVATION), THE STATE
000530* OF AN ACTIVE CUSTOMER AND THE MONTH'S NET SPEND; A LOST RECORD
000540* GIVES A LOSS (DELETED, MERGED AWAY OR NOT TRACED) AND ANY SPEND
000550* POSTED BEFORE THE CUSTOMER WENT.
000560*
000570* RETURN-CODE 0 - ALL THIRTEEN MONTHS TAKEN.  4 - ONE OR MORE NOT
000580* TAKEN.  16 - THE LAST PERIOD HAS NO COMPLETE SNAPSHOT, TOO MANY
000590* STATES FOR THE TABLE, OR A FILE WILL NOT OPEN.
000600*-----------------------------------------------------------------
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SNAPSHOT-FILE
000650         ASSIGN TO SNAPSHOT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SN-KEY
000690         FILE STATUS IS WS-SNAPSHOT-STATUS.
000700
000710     SELECT TREND-REPORT-FILE
000720         ASSIGN TO TRNDRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-TREND-REPORT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SNAPSHOT-FILE.
000790     COPY SNAPSHOT.
000800
000810 FD  TREND-REPORT-FILE.
000820 01  TREND-REPORT-LINE                 PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850 77  WS-SNAPSHOT-STATUS         PIC X(02) VALUE "00".
000860 77  WS-TREND-REPORT-STATUS     PIC X(02) VALUE "00".
000870
000880 77  WS-PERIOD-EOF-SWITCH       PIC X(01) VALUE "N".
000890     88  WS-PERIOD-EOF          VALUE "Y".
000900     88  WS-PERIOD-NOT-EOF      VALUE "N".
000910
000920 77  WS-SLOT-SWITCH             PIC X(01) VALUE "N".
000930     88  WS-SLOT-FOUND          VALUE "Y".
000940     88  WS-SLOT-NOT-FOUND      VALUE "N".
000950
000960 77  WS-COMPLETE-SWITCH         PIC X(01) VALUE "N".
000970     88  WS-PERIOD-COMPLETE     VALUE "Y".
000980     88  WS-PERIOD-NOT-COMPLETE VALUE "N".
000990
001000 77  WS-FLAGGED-SWITCH          PIC X(01) VALUE "N".
001010     88  WS-MONTH-FLAGGED       VALUE "Y".
001020     88  WS-NO-MONTH-FLAGGED    VALUE "N".
001030
001040*-----------------------------------------------------------------
001050* STREAM DATE AND THE LAST PERIOD ON THE REPORT
001060*-----------------------------------------------------------------
001070 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001080
001090 01  WS-STREAM-DATE             PIC 9(08) VALUE ZERO.
001100 01  WS-STREAM-DATE-R REDEFINES WS-STREAM-DATE.
001110     05  WS-SD-PERIOD           PIC 9(06).
001120     05  WS-SD-DAY              PIC 9(02).
001130 01  WS-STREAM-DATE-X REDEFINES WS-STREAM-DATE PIC X(08).
001131 01  WS-STREAM-DATE-D REDEFINES WS-STREAM-DATE.
001132     05  WS-SD-YEAR             PIC 9(04).
001133     05  WS-SD-MONTH            PIC 9(02).
001134     05  FILLER                 PIC 9(02).
001135 77  WS-SD-MONTH-DAYS           PIC 9(02) VALUE ZERO.
001136
001137 77  WS-LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
001138     88  WS-LEAP-YEAR           VALUE "Y".
001139     88  WS-NOT-LEAP-YEAR       VALUE "N".
001140 77  WS-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001141 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
001142 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
001143 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
001144
001150 01  WS-PERIOD-IN               PIC X(06) VALUE SPACES.
001160 01  WS-PERIOD-IN-R REDEFINES WS-PERIOD-IN.
001170     05  WS-PI-YEAR             PIC 9(04).
001180     05  WS-PI-MONTH            PIC 9(02).
001190 01  WS-PERIOD-IN-N REDEFINES WS-PERIOD-IN PIC 9(06).
001200
001210 01  WS-PERIOD                  PIC 9(06) VALUE ZERO.
001220 01  WS-PERIOD-R REDEFINES WS-PERIOD.
001230     05  WS-PER-YEAR            PIC 9(04).
001240     05  WS-PER-MONTH           PIC 9(02).
001250
001260 01  WS-PRINT-PERIOD            PIC 9(06) VALUE ZERO.
001270 01  WS-PRINT-PERIOD-R REDEFINES WS-PRINT-PERIOD.
001280     05  WS-PP-CENTURY          PIC 9(02).
001290     05  WS-PP-YY               PIC 9(02).
001300     05  WS-PP-MONTH            PIC 9(02).
001310
001320*-----------------------------------------------------------------
001330* MONTH TABLE - THE THIRTEEN PERIODS, OLDEST FIRST, AND WHAT EACH
001340* ONE'S SNAPSHOT ADDS UP TO.
001350*-----------------------------------------------------------------
001360 77  WS-MONTH-SUB               PIC 9(04) COMP VALUE ZERO.
001370 77  WS-PREV-SUB                PIC 9(04) COMP VALUE ZERO.
001380
001390 01  WS-MONTH-TABLE.
001400     05  WS-MONTH-ENTRY OCCURS 13 TIMES.
001410         10  WS-MT-PERIOD           PIC 9(06).
001420         10  WS-MT-TAKEN-SWITCH     PIC X(01).
001430             88  WS-MT-TAKEN        VALUE "Y".
001440             88  WS-MT-NOT-TAKEN    VALUE "N".
001450         10  WS-MT-PRIOR-SWITCH     PIC X(01).
001460             88  WS-MT-PRIOR-MEASURED   VALUE "Y".
001470             88  WS-MT-PRIOR-UNMEASURED VALUE "N".
001480         10  WS-MT-MODE             PIC X(07).
001490         10  WS-MT-ON-FILE          PIC 9(07) COMP.
001500         10  WS-MT-NEW              PIC 9(07) COMP.
001510         10  WS-MT-DELETED          PIC 9(07) COMP.
001520         10  WS-MT-MERGED           PIC 9(07) COMP.
001530         10  WS-MT-UNTRACED         PIC 9(07) COMP.
001540         10  WS-MT-REACTIVATED      PIC 9(07) COMP.
001550         10  WS-MT-ACTIVE           PIC 9(07) COMP.
001560         10  WS-MT-INACTIVE         PIC 9(07) COMP.
001570         10  WS-MT-HOLD             PIC 9(07) COMP.
001580         10  WS-MT-A-TO-I           PIC 9(07) COMP.
001590         10  WS-MT-A-TO-H           PIC 9(07) COMP.
001600         10  WS-MT-I-TO-H           PIC 9(07) COMP.
001610         10  WS-MT-H-TO-A           PIC 9(07) COMP.
001620         10  WS-MT-H-TO-I           PIC 9(07) COMP.
001630         10  WS-MT-OTHER-MOVE       PIC 9(07) COMP.
001640         10  WS-MT-SPEND            PIC S9(11)V99.
001650
001660*-----------------------------------------------------------------
001670* STATE TABLE - ACTIVE CUSTOMERS BY STATE, ONE COUNT PER MONTH,
001680* KEPT IN STATE ORDER AS STATES ARE MET.  MORE STATES THAN THE
001690* TABLE HOLDS IS A HARD STOP, AS THE EVENT TABLE IN PROGRAM23 IS -
001700* RAISE WS-STATE-TABLE-MAX AND THE OCCURS TOGETHER.
001710*-----------------------------------------------------------------
001720 77  WS-STATE-TABLE-MAX         PIC 9(04) COMP VALUE 100.
001730 77  WS-STATE-COUNT             PIC 9(04) COMP VALUE ZERO.
001740 77  WS-STATE-SUB               PIC 9(04) COMP VALUE ZERO.
001750 77  WS-SHIFT-SUB               PIC 9(04) COMP VALUE ZERO.
001760
001770 01  WS-STATE-TABLE.
001780     05  WS-STATE-ENTRY OCCURS 100 TIMES.
001790         10  WS-ST-CODE             PIC X(02).
001800         10  WS-ST-ACTIVE OCCURS 13 TIMES PIC 9(07) COMP.
001810
001820*-----------------------------------------------------------------
001830* SPEND CHANGE WORK FIELDS
001840*-----------------------------------------------------------------
001850 77  WS-SPEND-CHANGE            PIC S9(11)V99 VALUE ZERO.
001860 77  WS-SPEND-PERCENT           PIC S9(05)V9 VALUE ZERO.
001870
001880*-----------------------------------------------------------------
001890* CONTROL TOTALS
001900*-----------------------------------------------------------------
001910 77  WS-RECORDS-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001920 77  WS-MONTHS-TAKEN-COUNT      PIC 9(07) COMP VALUE ZERO.
001930 77  WS-MONTHS-MISSING-COUNT    PIC 9(07) COMP VALUE ZERO.
001940
001950*-----------------------------------------------------------------
001960* REPORT LINE LAYOUTS
001970*-----------------------------------------------------------------
001980 01  WS-RPT-TITLE-LINE.
001990     05  FILLER PIC X(80) VALUE
002000         "13-MONTH CUSTOMER TREND - PROGRAM29".
002010
002020 01  WS-RPT-PARM-LINE.
002030     05  FILLER PIC X(09) VALUE "PERIODS: ".
002040     05  RPT-FIRST-PERIOD PIC 9(06).
002050     05  FILLER PIC X(04) VALUE " TO ".
002060     05  RPT-LAST-PERIOD PIC 9(06).
002070     05  FILLER PIC X(55) VALUE SPACES.
002080
002090 01  WS-RPT-SECTION-LINE.
002100     05  FILLER PIC X(01) VALUE SPACES.
002110     05  RPT-SECTION-TEXT PIC X(79).
002120
002130 01  WS-RPT-MOVEMENT-HEAD.
002140     05  FILLER PIC X(40) VALUE
002150         "PERIOD  ON FILE     NEW DELETED  MERGED ".
002160     05  FILLER PIC X(40) VALUE
002170         "UNTRACD REACTIV  ACTIVE INACTIV    HOLD ".
002180
002190 01  WS-RPT-MOVEMENT-LINE.
002200     05  RPT-MV-PERIOD PIC X(07).
002210     05  RPT-MV-FLAG PIC X(01).
002220     05  RPT-MV-ON-FILE PIC ZZZ,ZZ9.
002230     05  FILLER PIC X(01) VALUE SPACES.
002240     05  RPT-MV-NEW PIC ZZZ,ZZ9.
002250     05  FILLER PIC X(01) VALUE SPACES.
002260     05  RPT-MV-DELETED PIC ZZZ,ZZ9.
002270     05  FILLER PIC X(01) VALUE SPACES.
002280     05  RPT-MV-MERGED PIC ZZZ,ZZ9.
002290     05  FILLER PIC X(01) VALUE SPACES.
002300     05  RPT-MV-UNTRACED PIC ZZZ,ZZ9.
002310     05  FILLER PIC X(01) VALUE SPACES.
002320     05  RPT-MV-REACTIVATED PIC ZZZ,ZZ9.
002330     05  FILLER PIC X(01) VALUE SPACES.
002340     05  RPT-MV-ACTIVE PIC ZZZ,ZZ9.
002350     05  FILLER PIC X(01) VALUE SPACES.
002360     05  RPT-MV-INACTIVE PIC ZZZ,ZZ9.
002370     05  FILLER PIC X(01) VALUE SPACES.
002380     05  RPT-MV-HOLD PIC ZZZ,ZZ9.
002390     05  FILLER PIC X(01) VALUE SPACES.
002400
002410 01  WS-RPT-NOT-TAKEN-LINE.
002420     05  RPT-NT-PERIOD PIC X(07).
002430     05  FILLER PIC X(73) VALUE
002440         "  SNAPSHOT NOT TAKEN - REBUILD IT WITH PROGRAM28".
002450
002460 01  WS-RPT-MOVES-HEAD.
002470     05  FILLER PIC X(40) VALUE
002480         "PERIOD    A TO I  A TO H  I TO A  I TO H".
002490     05  FILLER PIC X(40) VALUE
002500         "  H TO A  H TO I   OTHER".
002510
002520 01  WS-RPT-MOVES-LINE.
002530     05  RPT-MO-PERIOD PIC X(07).
002540     05  RPT-MO-FLAG PIC X(01).
002550     05  FILLER PIC X(01) VALUE SPACES.
002560     05  RPT-MO-A-TO-I PIC ZZZ,ZZ9.
002570     05  FILLER PIC X(01) VALUE SPACES.
002580     05  RPT-MO-A-TO-H PIC ZZZ,ZZ9.
002590     05  FILLER PIC X(01) VALUE SPACES.
002600     05  RPT-MO-I-TO-A PIC ZZZ,ZZ9.
002610     05  FILLER PIC X(01) VALUE SPACES.
002620     05  RPT-MO-I-TO-H PIC ZZZ,ZZ9.
002630     05  FILLER PIC X(01) VALUE SPACES.
002640     05  RPT-MO-H-TO-A PIC ZZZ,ZZ9.
002650     05  FILLER PIC X(01) VALUE SPACES.
002660     05  RPT-MO-H-TO-I PIC ZZZ,ZZ9.
002670     05  FILLER PIC X(01) VALUE SPACES.
002680     05  RPT-MO-OTHER PIC ZZZ,ZZ9.
002690     05  FILLER PIC X(16) VALUE SPACES.
002700
002710 01  WS-RPT-SPEND-HEAD.
002720     05  FILLER PIC X(40) VALUE
002730         "PERIOD           NET SPEND     CHANGE ON".
002740     05  FILLER PIC X(40) VALUE
002750         " MONTH   PCT CHG  TAKEN BY".
002760
002770 01  WS-RPT-SPEND-LINE.
002780     05  RPT-SP-PERIOD PIC X(07).
002790     05  FILLER PIC X(02) VALUE SPACES.
002800     05  RPT-SP-SPEND PIC Z,ZZZ,ZZZ,ZZ9.99-.
002810     05  FILLER PIC X(03) VALUE SPACES.
002820     05  RPT-SP-CHANGE PIC Z,ZZZ,ZZZ,ZZ9.99-.
002830     05  RPT-SP-CHANGE-X REDEFINES RPT-SP-CHANGE PIC X(17).
002840     05  FILLER PIC X(02) VALUE SPACES.
002850     05  RPT-SP-PERCENT PIC ZZZZ9.9-.
002860     05  RPT-SP-PERCENT-X REDEFINES RPT-SP-PERCENT PIC X(08).
002870     05  FILLER PIC X(02) VALUE SPACES.
002880     05  RPT-SP-MODE PIC X(07).
002890     05  FILLER PIC X(15) VALUE SPACES.
002900
002910 01  WS-RPT-STATE-HEAD.
002920     05  FILLER PIC X(02) VALUE "ST".
002930     05  RPT-SH-MONTH OCCURS 13 TIMES PIC X(06).
002940
002950 01  WS-RPT-STATE-LINE.
002960     05  RPT-ST-CODE PIC X(02).
002970     05  RPT-ST-CELL OCCURS 13 TIMES.
002980         10  FILLER PIC X(01).
002990         10  RPT-ST-COUNT PIC ZZZZ9.
003000
003010 01  WS-RPT-NOTE-LINE.
003020     05  RPT-NOTE-TEXT PIC X(80).
003030
003040 01  WS-RPT-COUNT-LINE.
003050     05  RPT-CNT-LABEL PIC X(50).
003060     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
003070     05  FILLER PIC X(19) VALUE SPACES.
003080
003090 PROCEDURE DIVISION.
003100*-----------------------------------------------------------------
003110* 0000-MAINLINE
003120*-----------------------------------------------------------------
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-INITIALIZE-EXIT.
003160
003170     PERFORM 2000-LOAD-ONE-MONTH
003180         THRU 2000-LOAD-ONE-MONTH-EXIT
003190         VARYING WS-MONTH-SUB FROM 1 BY 1
003200         UNTIL WS-MONTH-SUB > 13.
003210
003220     PERFORM 4000-PRINT-MOVEMENT
003230         THRU 4000-PRINT-MOVEMENT-EXIT.
003240
003250     PERFORM 4100-PRINT-STATUS-MOVES
003260         THRU 4100-PRINT-STATUS-MOVES-EXIT.
003270
003280     PERFORM 4200-PRINT-SPEND
003290         THRU 4200-PRINT-SPEND-EXIT.
003300
003310     PERFORM 4300-PRINT-STATES
003320         THRU 4300-PRINT-STATES-EXIT.
003330
003340     PERFORM 8000-PRODUCE-CONTROL-TOTALS
003350         THRU 8000-PRODUCE-CONTROL-TOTALS-EXIT.
003360
003370     PERFORM 9000-TERMINATE
003380         THRU 9000-TERMINATE-EXIT.
003390
003400     STOP RUN.
003410 0000-MAINLINE-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------------
003450* 1000-INITIALIZE - OPEN THE FILES, SETTLE THE LAST PERIOD AND LAY
003460* OUT THE THIRTEEN PERIODS ENDING WITH IT.
003470*-----------------------------------------------------------------
003480 1000-INITIALIZE.
003490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003500
003510     DISPLAY "STRMDATE" UPON ENVIRONMENT-NAME.
003520     ACCEPT WS-STREAM-DATE-X FROM ENVIRONMENT-VALUE.
003530     IF WS-STREAM-DATE-X = SPACES
003540         MOVE WS-RUN-DATE TO WS-STREAM-DATE
003550     END-IF.
003560
003570     IF WS-STREAM-DATE IS NOT NUMERIC
003571         OR WS-SD-MONTH < 01 OR WS-SD-MONTH > 12
003572         OR WS-SD-DAY < 01
003573         DISPLAY "INVALID STRMDATE - " WS-STREAM-DATE-X
003574             " - MUST BE CCYYMMDD"
003575         MOVE 16 TO RETURN-CODE
003576         STOP RUN
003577     END-IF.
003578
003579     PERFORM 1050-FIND-STREAM-MONTH-DAYS
003580         THRU 1050-FIND-STREAM-MONTH-DAYS-EXIT.
003581
003582     IF WS-SD-DAY > WS-SD-MONTH-DAYS
003583         DISPLAY "INVALID STRMDATE - " WS-STREAM-DATE-X
003584             " - NO SUCH DAY IN THE MONTH"
003585         MOVE 16 TO RETURN-CODE
003586         STOP RUN
003587     END-IF.
003630
003640     DISPLAY "TRNDPER" UPON ENVIRONMENT-NAME.
003650     ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE.
003660
003670     IF WS-PERIOD-IN NOT = SPACES
003680         AND (WS-PERIOD-IN-N IS NOT NUMERIC
003690         OR WS-PI-MONTH < 01 OR WS-PI-MONTH > 12)
003700         DISPLAY "INVALID TRNDPER - " WS-PERIOD-IN
003710             " - MUST BE CCYYMM"
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750
003760     OPEN INPUT SNAPSHOT-FILE.
003770     IF WS-SNAPSHOT-STATUS NOT = "00"
003780         DISPLAY "UNABLE TO OPEN SNAPSHOT-FILE - FILE STATUS "
003790             WS-SNAPSHOT-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830
003840     OPEN OUTPUT TREND-REPORT-FILE.
003850     IF WS-TREND-REPORT-STATUS NOT = "00"
003860         DISPLAY "UNABLE TO OPEN TREND-REPORT-FILE - STATUS "
003870             WS-TREND-REPORT-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910
003920     PERFORM 1100-SETTLE-LAST-PERIOD
003930         THRU 1100-SETTLE-LAST-PERIOD-EXIT.
003940
003950     INITIALIZE WS-MONTH-TABLE.
003960     MOVE WS-PERIOD TO WS-MT-PERIOD (13).
003970     PERFORM 1200-STEP-BACK-ONE-MONTH
003980         THRU 1200-STEP-BACK-ONE-MONTH-EXIT
003990         VARYING WS-MONTH-SUB FROM 12 BY -1
004000         UNTIL WS-MONTH-SUB < 1.
004010
004020     WRITE TREND-REPORT-LINE FROM WS-RPT-TITLE-LINE.
004030     MOVE WS-MT-PERIOD (1)  TO RPT-FIRST-PERIOD.
004040     MOVE WS-MT-PERIOD (13) TO RPT-LAST-PERIOD.
004050     WRITE TREND-REPORT-LINE FROM WS-RPT-PARM-LINE.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080
004081*-----------------------------------------------------------------
004082* 1050-FIND-STREAM-MONTH-DAYS - THE NUMBER OF DAYS IN THE MONTH OF
004083* THE STREAM DATE, FEBRUARY BY THE LEAP-YEAR TEST OF PROGRAM28.
004084*-----------------------------------------------------------------
004085 1050-FIND-STREAM-MONTH-DAYS.
004086     SET WS-NOT-LEAP-YEAR TO TRUE.
004087
004088     DIVIDE WS-SD-YEAR BY 4
004089         GIVING WS-DIVIDE-QUOTIENT
004090         REMAINDER WS-YEAR-REMAINDER-4.
004091
004092     IF WS-YEAR-REMAINDER-4 = ZERO
004093         DIVIDE WS-SD-YEAR BY 100
004094             GIVING WS-DIVIDE-QUOTIENT
004095             REMAINDER WS-YEAR-REMAINDER-100
004096         IF WS-YEAR-REMAINDER-100 NOT = ZERO
004097             SET WS-LEAP-YEAR TO TRUE
004098         ELSE
004099             DIVIDE WS-SD-YEAR BY 400
004100                 GIVING WS-DIVIDE-QUOTIENT
004101                 REMAINDER WS-YEAR-REMAINDER-400
004102             IF WS-YEAR-REMAINDER-400 = ZERO
004103                 SET WS-LEAP-YEAR TO TRUE
004104             END-IF
004105         END-IF
004106     END-IF.
004107
004108     EVALUATE WS-SD-MONTH
004109         WHEN 04
004110         WHEN 06
004111         WHEN 09
004112         WHEN 11
004113             MOVE 30 TO WS-SD-MONTH-DAYS
004114         WHEN 02
004115             IF WS-LEAP-YEAR
004116                 MOVE 29 TO WS-SD-MONTH-DAYS
004117             ELSE
004118                 MOVE 28 TO WS-SD-MONTH-DAYS
004119             END-IF
004120         WHEN OTHER
004121             MOVE 31 TO WS-SD-MONTH-DAYS
004122     END-EVALUATE.
004123 1050-FIND-STREAM-MONTH-DAYS-EXIT.
004124     EXIT.
004125
004126*-----------------------------------------------------------------
004127* 1100-SETTLE-LAST-PERIOD - TRNDPER WHEN GIVEN, OTHERWISE THE
004128* STREAM DATE'S MONTH OR, WHEN THAT MONTH IS NOT YET TAKEN, THE
004129* MONTH BEFORE.  THE LAST PERIOD MUST HAVE A COMPLETE SNAPSHOT.
004130*-----------------------------------------------------------------
004140 1100-SETTLE-LAST-PERIOD.
004150     IF WS-PERIOD-IN NOT = SPACES
004160         MOVE WS-PERIOD-IN-N TO WS-PERIOD
004170     ELSE
004180         MOVE WS-SD-PERIOD TO WS-PERIOD
004190         PERFORM 1150-CHECK-COMPLETE
004200             THRU 1150-CHECK-COMPLETE-EXIT
004210         IF WS-PERIOD-NOT-COMPLETE
004220             PERFORM 1250-PRIOR-MONTH
004230                 THRU 1250-PRIOR-MONTH-EXIT
004240         END-IF
004250     END-IF.
004260
004270     PERFORM 1150-CHECK-COMPLETE
004280         THRU 1150-CHECK-COMPLETE-EXIT.
004290     IF WS-PERIOD-NOT-COMPLETE
004300         DISPLAY "NO COMPLETE MONTH-END SNAPSHOT FOR PERIOD "
004310             WS-PERIOD " - TREND REPORT NOT PRODUCED"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350 1100-SETTLE-LAST-PERIOD-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390* 1150-CHECK-COMPLETE - IS THE SNAPSHOT FOR WS-PERIOD COMPLETE.
004400*-----------------------------------------------------------------
004410 1150-CHECK-COMPLETE.
004420     SET WS-PERIOD-NOT-COMPLETE TO TRUE.
004430     MOVE WS-PERIOD   TO SN-PERIOD.
004440     MOVE HIGH-VALUES TO SN-CUSTOMER-NO.
004450     READ SNAPSHOT-FILE RECORD
004460         INVALID KEY
004470             GO TO 1150-CHECK-COMPLETE-EXIT
004480     END-READ.
004490
004500     IF SN-PERIOD-CONTROL
004510         AND SN-CTL-COMPLETE
004520         SET WS-PERIOD-COMPLETE TO TRUE
004530     END-IF.
004540 1150-CHECK-COMPLETE-EXIT.
004550     EXIT.
004560
004570*-----------------------------------------------------------------
004580* 1200-STEP-BACK-ONE-MONTH - THE PERIOD BEFORE THE NEXT ENTRY UP.
004590*-----------------------------------------------------------------
004600 1200-STEP-BACK-ONE-MONTH.
004610     MOVE WS-MT-PERIOD (WS-MONTH-SUB + 1) TO WS-PERIOD.
004620     PERFORM 1250-PRIOR-MONTH
004630         THRU 1250-PRIOR-MONTH-EXIT.
004640     MOVE WS-PERIOD TO WS-MT-PERIOD (WS-MONTH-SUB).
004650 1200-STEP-BACK-ONE-MONTH-EXIT.
004660     EXIT.
004670
004680 1250-PRIOR-MONTH.
004690     IF WS-PER-MONTH = 01
004700         SUBTRACT 1 FROM WS-PER-YEAR
004710         MOVE 12 TO WS-PER-MONTH
004720     ELSE
004730         SUBTRACT 1 FROM WS-PER-MONTH
004740     END-IF.
004750 1250-PRIOR-MONTH-EXIT.
004760     EXIT.
004770
004780*-----------------------------------------------------------------
004790* 2000-LOAD-ONE-MONTH - ADD UP ONE PERIOD'S SNAPSHOT, WHEN IT IS
004800* COMPLETE, FROM THE FIRST RECORD OF THE PERIOD TO ITS CONTROL
004810* RECORD.
004820*-----------------------------------------------------------------
004830 2000-LOAD-ONE-MONTH.
004840     MOVE WS-MT-PERIOD (WS-MONTH-SUB) TO WS-PERIOD.
004850     SET WS-MT-NOT-TAKEN (WS-MONTH-SUB) TO TRUE.
004860     SET WS-MT-PRIOR-UNMEASURED (WS-MONTH-SUB) TO TRUE.
004870
004880     PERFORM 1150-CHECK-COMPLETE
004890         THRU 1150-CHECK-COMPLETE-EXIT.
004900     IF WS-PERIOD-NOT-COMPLETE
004910         ADD 1 TO WS-MONTHS-MISSING-COUNT
004920         GO TO 2000-LOAD-ONE-MONTH-EXIT
004930     END-IF.
004940
004950     ADD 1 TO WS-MONTHS-TAKEN-COUNT.
004960     SET WS-MT-TAKEN (WS-MONTH-SUB) TO TRUE.
004970     MOVE SN-CTL-MODE TO WS-MT-MODE (WS-MONTH-SUB).
004980     IF SN-CTL-PRIOR-PERIOD NOT = ZERO
004990         SET WS-MT-PRIOR-MEASURED (WS-MONTH-SUB) TO TRUE
005000     END-IF.
005010
005020     MOVE WS-PERIOD  TO SN-PERIOD.
005030     MOVE LOW-VALUES TO SN-CUSTOMER-NO.
005040     SET WS-PERIOD-NOT-EOF TO TRUE.
005050     START SNAPSHOT-FILE
005060         KEY IS NOT LESS THAN SN-KEY
005070         INVALID KEY
005080             SET WS-PERIOD-EOF TO TRUE
005090     END-START.
005100
005110     PERFORM 2100-ADD-ONE-RECORD
005120         THRU 2100-ADD-ONE-RECORD-EXIT
005130         UNTIL WS-PERIOD-EOF.
005140 2000-LOAD-ONE-MONTH-EXIT.
005150     EXIT.
005160
005170*-----------------------------------------------------------------
005180* 2100-ADD-ONE-RECORD - ONE SNAPSHOT RECORD INTO ITS MONTH.
005190*-----------------------------------------------------------------
005200 2100-ADD-ONE-RECORD.
005210     READ SNAPSHOT-FILE NEXT RECORD
005220         AT END
005230             SET WS-PERIOD-EOF TO TRUE
005240             GO TO 2100-ADD-ONE-RECORD-EXIT
005250     END-READ.
005260
005270     IF SN-PERIOD NOT = WS-PERIOD
005280         OR SN-CONTROL-RECORD
005290         SET WS-PERIOD-EOF TO TRUE
005300         GO TO 2100-ADD-ONE-RECORD-EXIT
005310     END-IF.
005320
005330     ADD 1 TO WS-RECORDS-READ-COUNT.
005340     ADD SN-MONTH-SPEND TO WS-MT-SPEND (WS-MONTH-SUB).
005350
005360     IF SN-CUSTOMER-LOST
005370         EVALUATE TRUE
005380             WHEN SN-LOST-DELETED
005390                 ADD 1 TO WS-MT-DELETED (WS-MONTH-SUB)
005400             WHEN SN-LOST-MERGED
005410                 ADD 1 TO WS-MT-MERGED (WS-MONTH-SUB)
005420             WHEN OTHER
005430                 ADD 1 TO WS-MT-UNTRACED (WS-MONTH-SUB)
005440         END-EVALUATE
005450         GO TO 2100-ADD-ONE-RECORD-EXIT
005460     END-IF.
005470
005480     ADD 1 TO WS-MT-ON-FILE (WS-MONTH-SUB).
005490     IF SN-NEW-CUSTOMER
005500         ADD 1 TO WS-MT-NEW (WS-MONTH-SUB)
005510     END-IF.
005520
005530     EVALUATE SN-STATUS-CODE
005540         WHEN "A"
005550             ADD 1 TO WS-MT-ACTIVE (WS-MONTH-SUB)
005560             PERFORM 2300-COUNT-ACTIVE-STATE
005570                 THRU 2300-COUNT-ACTIVE-STATE-EXIT
005580         WHEN "I"
005590             ADD 1 TO WS-MT-INACTIVE (WS-MONTH-SUB)
005600         WHEN "H"
005610             ADD 1 TO WS-MT-HOLD (WS-MONTH-SUB)
005620     END-EVALUATE.
005630
005640     PERFORM 2200-COUNT-STATUS-MOVE
005650         THRU 2200-COUNT-STATUS-MOVE-EXIT.
005660 2100-ADD-ONE-RECORD-EXIT.
005670     EXIT.
005680
005690*-----------------------------------------------------------------
005700* 2200-COUNT-STATUS-MOVE - THE MOVE FROM LAST MONTH'S STATUS TO
005710* THIS MONTH'S, WHEN THE CUSTOMER WAS ON LAST MONTH'S SNAPSHOT.
005720*-----------------------------------------------------------------
005730 2200-COUNT-STATUS-MOVE.
005740     IF SN-PRIOR-STATUS-CODE = SPACE
005750         OR SN-PRIOR-STATUS-CODE = SN-STATUS-CODE
005760         GO TO 2200-COUNT-STATUS-MOVE-EXIT
005770     END-IF.
005780
005790     EVALUATE SN-PRIOR-STATUS-CODE ALSO SN-STATUS-CODE
005800         WHEN "A" ALSO "I"
005810             ADD 1 TO WS-MT-A-TO-I (WS-MONTH-SUB)
005820         WHEN "A" ALSO "H"
005830             ADD 1 TO WS-MT-A-TO-H (WS-MONTH-SUB)
005840         WHEN "I" ALSO "A"
005850             ADD 1 TO WS-MT-REACTIVATED (WS-MONTH-SUB)
005860         WHEN "I" ALSO "H"
005870             ADD 1 TO WS-MT-I-TO-H (WS-MONTH-SUB)
005880         WHEN "H" ALSO "A"
005890             ADD 1 TO WS-MT-H-TO-A (WS-MONTH-SUB)
005900         WHEN "H" ALSO "I"
005910             ADD 1 TO WS-MT-H-TO-I (WS-MONTH-SUB)
005920         WHEN OTHER
005930             ADD 1 TO WS-MT-OTHER-MOVE (WS-MONTH-SUB)
005940     END-EVALUATE.
005950 2200-COUNT-STATUS-MOVE-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------------
005990* 2300-COUNT-ACTIVE-STATE - ONE ACTIVE CUSTOMER TO ITS STATE'S
006000* COUNT FOR THE MONTH.  A STATE NOT YET IN THE TABLE IS PUT IN ITS
006010* PLACE, THE STATES AFTER IT MOVED DOWN ONE.
006020*-----------------------------------------------------------------
006030 2300-COUNT-ACTIVE-STATE.
006040     SET WS-SLOT-NOT-FOUND TO TRUE.
006050     PERFORM 2310-CHECK-ONE-SLOT
006060         THRU 2310-CHECK-ONE-SLOT-EXIT
006070         VARYING WS-STATE-SUB FROM 1 BY 1
006080         UNTIL WS-STATE-SUB > WS-STATE-COUNT
006090            OR WS-SLOT-FOUND.
006100
006110     IF WS-SLOT-FOUND
006120         SUBTRACT 1 FROM WS-STATE-SUB
006130     END-IF.
006140
006150     IF WS-SLOT-FOUND
006160         AND WS-ST-CODE (WS-STATE-SUB) = SN-STATE
006170         ADD 1 TO WS-ST-ACTIVE (WS-STATE-SUB WS-MONTH-SUB)
006180         GO TO 2300-COUNT-ACTIVE-STATE-EXIT
006190     END-IF.
006200
006210     IF WS-STATE-COUNT NOT < WS-STATE-TABLE-MAX
006220         DISPLAY "STATE TABLE FULL AT " WS-STATE-TABLE-MAX
006230             " STATES - RAISE WS-STATE-TABLE-MAX"
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270
006280     PERFORM 2320-MOVE-ONE-STATE-DOWN
006290         THRU 2320-MOVE-ONE-STATE-DOWN-EXIT
006300         VARYING WS-SHIFT-SUB FROM WS-STATE-COUNT BY -1
006310         UNTIL WS-SHIFT-SUB < WS-STATE-SUB.
006320
006330     ADD 1 TO WS-STATE-COUNT.
006340     INITIALIZE WS-STATE-ENTRY (WS-STATE-SUB).
006350     MOVE SN-STATE TO WS-ST-CODE (WS-STATE-SUB).
006360     MOVE 1 TO WS-ST-ACTIVE (WS-STATE-SUB WS-MONTH-SUB).
006370 2300-COUNT-ACTIVE-STATE-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------------
006410* 2310-CHECK-ONE-SLOT - THE FIRST ENTRY NOT BELOW THE STATE IS
006420* WHERE IT IS (OR GOES).
006430*-----------------------------------------------------------------
006440 2310-CHECK-ONE-SLOT.
006450     IF WS-ST-CODE (WS-STATE-SUB) NOT < SN-STATE
006460         SET WS-SLOT-FOUND TO TRUE
006470     END-IF.
006480 2310-CHECK-ONE-SLOT-EXIT.
006490     EXIT.
006500
006510 2320-MOVE-ONE-STATE-DOWN.
006520     MOVE WS-STATE-ENTRY (WS-SHIFT-SUB)
006530         TO WS-STATE-ENTRY (WS-SHIFT-SUB + 1).
006540 2320-MOVE-ONE-STATE-DOWN-EXIT.
006550     EXIT.
006560
006570*-----------------------------------------------------------------
006580* 4000-PRINT-MOVEMENT - NEW, LOST, REACTIVATED AND THE STATUS
006590* COUNTS, ONE LINE A MONTH.
006600*-----------------------------------------------------------------
006610 4000-PRINT-MOVEMENT.
006620     MOVE SPACES TO TREND-REPORT-LINE.
006630     WRITE TREND-REPORT-LINE.
006640     MOVE "CUSTOMER MOVEMENT" TO RPT-SECTION-TEXT.
006650     WRITE TREND-REPORT-LINE FROM WS-RPT-SECTION-LINE.
006660     WRITE TREND-REPORT-LINE FROM WS-RPT-MOVEMENT-HEAD.
006670
006680     PERFORM 4010-PRINT-MOVEMENT-LINE
006690         THRU 4010-PRINT-MOVEMENT-LINE-EXIT
006700         VARYING WS-MONTH-SUB FROM 1 BY 1
006710         UNTIL WS-MONTH-SUB > 13.
006720
006730     IF WS-MONTH-FLAGGED
006740         MOVE SPACES TO RPT-NOTE-TEXT
006750         STRING "* PRIOR MONTH NOT TAKEN - NEW IS BY DATE ADDED"
006760                                         DELIMITED BY SIZE
006770                " ONLY, NO LOSSES OR MOVES" DELIMITED BY SIZE
006780             INTO RPT-NOTE-TEXT
006790         END-STRING
006800         WRITE TREND-REPORT-LINE FROM WS-RPT-NOTE-LINE
006810     END-IF.
006820 4000-PRINT-MOVEMENT-EXIT.
006830     EXIT.
006840
006850 4010-PRINT-MOVEMENT-LINE.
006860     PERFORM 4900-EDIT-PERIOD
006870         THRU 4900-EDIT-PERIOD-EXIT.
006880
006890     IF WS-MT-NOT-TAKEN (WS-MONTH-SUB)
006900         WRITE TREND-REPORT-LINE FROM WS-RPT-NOT-TAKEN-LINE
006910         GO TO 4010-PRINT-MOVEMENT-LINE-EXIT
006920     END-IF.
006930
006940     MOVE RPT-NT-PERIOD TO RPT-MV-PERIOD.
006950     IF WS-MT-PRIOR-MEASURED (WS-MONTH-SUB)
006960         MOVE SPACE TO RPT-MV-FLAG
006970     ELSE
006980         MOVE "*" TO RPT-MV-FLAG
006990         SET WS-MONTH-FLAGGED TO TRUE
007000     END-IF.
007010     MOVE WS-MT-ON-FILE (WS-MONTH-SUB)     TO RPT-MV-ON-FILE.
007020     MOVE WS-MT-NEW (WS-MONTH-SUB)         TO RPT-MV-NEW.
007030     MOVE WS-MT-DELETED (WS-MONTH-SUB)     TO RPT-MV-DELETED.
007040     MOVE WS-MT-MERGED (WS-MONTH-SUB)      TO RPT-MV-MERGED.
007050     MOVE WS-MT-UNTRACED (WS-MONTH-SUB)    TO RPT-MV-UNTRACED.
007060     MOVE WS-MT-REACTIVATED (WS-MONTH-SUB) TO RPT-MV-REACTIVATED.
007070     MOVE WS-MT-ACTIVE (WS-MONTH-SUB)      TO RPT-MV-ACTIVE.
007080     MOVE WS-MT-INACTIVE (WS-MONTH-SUB)    TO RPT-MV-INACTIVE.
007090     MOVE WS-MT-HOLD (WS-MONTH-SUB)        TO RPT-MV-HOLD.
007100     WRITE TREND-REPORT-LINE FROM WS-RPT-MOVEMENT-LINE.
007110 4010-PRINT-MOVEMENT-LINE-EXIT.
007120     EXIT.
007130
007140*-----------------------------------------------------------------
007150* 4100-PRINT-STATUS-MOVES - EVERY MOVE BETWEEN A, I AND H STATUS
007160* SINCE THE MONTH BEFORE, ONE LINE A MONTH.
007170*-----------------------------------------------------------------
007180 4100-PRINT-STATUS-MOVES.
007190     MOVE SPACES TO TREND-REPORT-LINE.
007200     WRITE TREND-REPORT-LINE.
007210     MOVE "STATUS MOVES SINCE THE MONTH BEFORE"
007220         TO RPT-SECTION-TEXT.
007230     WRITE TREND-REPORT-LINE FROM WS-RPT-SECTION-LINE.
007240     WRITE TREND-REPORT-LINE FROM WS-RPT-MOVES-HEAD.
007250
007260     PERFORM 4110-PRINT-MOVES-LINE
007270         THRU 4110-PRINT-MOVES-LINE-EXIT
007280         VARYING WS-MONTH-SUB FROM 1 BY 1
007290         UNTIL WS-MONTH-SUB > 13.
007300 4100-PRINT-STATUS-MOVES-EXIT.
007310     EXIT.
007320
007330 4110-PRINT-MOVES-LINE.
007340     PERFORM 4900-EDIT-PERIOD
007350         THRU 4900-EDIT-PERIOD-EXIT.
007360
007370     IF WS-MT-NOT-TAKEN (WS-MONTH-SUB)
007380         WRITE TREND-REPORT-LINE FROM WS-RPT-NOT-TAKEN-LINE
007390         GO TO 4110-PRINT-MOVES-LINE-EXIT
007400     END-IF.
007410
007420     MOVE RPT-NT-PERIOD TO RPT-MO-PERIOD.
007430     IF WS-MT-PRIOR-MEASURED (WS-MONTH-SUB)
007440         MOVE SPACE TO RPT-MO-FLAG
007450     ELSE
007460         MOVE "*" TO RPT-MO-FLAG
007470     END-IF.
007480     MOVE WS-MT-A-TO-I (WS-MONTH-SUB)      TO RPT-MO-A-TO-I.
007490     MOVE WS-MT-A-TO-H (WS-MONTH-SUB)      TO RPT-MO-A-TO-H.
007500     MOVE WS-MT-REACTIVATED (WS-MONTH-SUB) TO RPT-MO-I-TO-A.
007510     MOVE WS-MT-I-TO-H (WS-MONTH-SUB)      TO RPT-MO-I-TO-H.
007520     MOVE WS-MT-H-TO-A (WS-MONTH-SUB)      TO RPT-MO-H-TO-A.
007530     MOVE WS-MT-H-TO-I (WS-MONTH-SUB)      TO RPT-MO-H-TO-I.
007540     MOVE WS-MT-OTHER-MOVE (WS-MONTH-SUB)  TO RPT-MO-OTHER.
007550     WRITE TREND-REPORT-LINE FROM WS-RPT-MOVES-LINE.
007560 4110-PRINT-MOVES-LINE-EXIT.
007570     EXIT.
007580
007590*-----------------------------------------------------------------
007600* 4200-PRINT-SPEND - NET SPEND POSTED IN EACH MONTH AND ITS CHANGE
007610* ON THE MONTH BEFORE, IN AMOUNT AND PER CENT.  THERE IS NO CHANGE
007620* WHEN THE MONTH BEFORE WAS NOT TAKEN, AND NO PER CENT WHEN ITS
007630* SPEND WAS ZERO OR THE CHANGE IS TOO BIG TO PRINT.
007640*-----------------------------------------------------------------
007650 4200-PRINT-SPEND.
007660     MOVE SPACES TO TREND-REPORT-LINE.
007670     WRITE TREND-REPORT-LINE.
007680     MOVE "MONTH-OVER-MONTH NET SPEND" TO RPT-SECTION-TEXT.
007690     WRITE TREND-REPORT-LINE FROM WS-RPT-SECTION-LINE.
007700     WRITE TREND-REPORT-LINE FROM WS-RPT-SPEND-HEAD.
007710
007720     PERFORM 4210-PRINT-SPEND-LINE
007730         THRU 4210-PRINT-SPEND-LINE-EXIT
007740         VARYING WS-MONTH-SUB FROM 1 BY 1
007750         UNTIL WS-MONTH-SUB > 13.
007760 4200-PRINT-SPEND-EXIT.
007770     EXIT.
007780
007790 4210-PRINT-SPEND-LINE.
007800     PERFORM 4900-EDIT-PERIOD
007810         THRU 4900-EDIT-PERIOD-EXIT.
007820
007830     IF WS-MT-NOT-TAKEN (WS-MONTH-SUB)
007840         WRITE TREND-REPORT-LINE FROM WS-RPT-NOT-TAKEN-LINE
007850         GO TO 4210-PRINT-SPEND-LINE-EXIT
007860     END-IF.
007870
007880     MOVE RPT-NT-PERIOD TO RPT-SP-PERIOD.
007890     MOVE WS-MT-SPEND (WS-MONTH-SUB) TO RPT-SP-SPEND.
007900     MOVE WS-MT-MODE (WS-MONTH-SUB)  TO RPT-SP-MODE.
007910     MOVE SPACES TO RPT-SP-CHANGE-X
007920                    RPT-SP-PERCENT-X.
007930
007940     IF WS-MONTH-SUB = 1
007950         GO TO 4210-WRITE-SPEND-LINE
007960     END-IF.
007970
007980     SUBTRACT 1 FROM WS-MONTH-SUB GIVING WS-PREV-SUB.
007990     IF WS-MT-NOT-TAKEN (WS-PREV-SUB)
008000         GO TO 4210-WRITE-SPEND-LINE
008010     END-IF.
008020
008030     COMPUTE WS-SPEND-CHANGE =
008040         WS-MT-SPEND (WS-MONTH-SUB) - WS-MT-SPEND (WS-PREV-SUB).
008050     MOVE WS-SPEND-CHANGE TO RPT-SP-CHANGE.
008060
008070     IF WS-MT-SPEND (WS-PREV-SUB) NOT > ZERO
008080         GO TO 4210-WRITE-SPEND-LINE
008090     END-IF.
008100
008110     COMPUTE WS-SPEND-PERCENT ROUNDED =
008120         WS-SPEND-CHANGE * 100 / WS-MT-SPEND (WS-PREV-SUB)
008130         ON SIZE ERROR
008140             GO TO 4210-WRITE-SPEND-LINE
008150     END-COMPUTE.
008160     MOVE WS-SPEND-PERCENT TO RPT-SP-PERCENT.
008170 4210-WRITE-SPEND-LINE.
008180     WRITE TREND-REPORT-LINE FROM WS-RPT-SPEND-LINE.
008190 4210-PRINT-SPEND-LINE-EXIT.
008200     EXIT.
008210
008220*-----------------------------------------------------------------
008230* 4300-PRINT-STATES - ACTIVE CUSTOMERS BY STATE, ONE LINE A STATE
008240* AND ONE COLUMN A MONTH (YY/MM), BLANK FOR A MONTH NOT TAKEN.
008250*-----------------------------------------------------------------
008260 4300-PRINT-STATES.
008270     MOVE SPACES TO TREND-REPORT-LINE.
008280     WRITE TREND-REPORT-LINE.
008290     MOVE "ACTIVE CUSTOMERS BY STATE" TO RPT-SECTION-TEXT.
008300     WRITE TREND-REPORT-LINE FROM WS-RPT-SECTION-LINE.
008310
008320     PERFORM 4310-EDIT-STATE-HEAD
008330         THRU 4310-EDIT-STATE-HEAD-EXIT
008340         VARYING WS-MONTH-SUB FROM 1 BY 1
008350         UNTIL WS-MONTH-SUB > 13.
008360     WRITE TREND-REPORT-LINE FROM WS-RPT-STATE-HEAD.
008370
008380     PERFORM 4320-PRINT-STATE-LINE
008390         THRU 4320-PRINT-STATE-LINE-EXIT
008400         VARYING WS-STATE-SUB FROM 1 BY 1
008410         UNTIL WS-STATE-SUB > WS-STATE-COUNT.
008420 4300-PRINT-STATES-EXIT.
008430     EXIT.
008440
008450 4310-EDIT-STATE-HEAD.
008460     MOVE WS-MT-PERIOD (WS-MONTH-SUB) TO WS-PRINT-PERIOD.
008470     MOVE SPACES TO RPT-SH-MONTH (WS-MONTH-SUB).
008480     STRING " "          DELIMITED BY SIZE
008490            WS-PP-YY     DELIMITED BY SIZE
008500            "/"          DELIMITED BY SIZE
008510            WS-PP-MONTH  DELIMITED BY SIZE
008520         INTO RPT-SH-MONTH (WS-MONTH-SUB)
008530     END-STRING.
008540 4310-EDIT-STATE-HEAD-EXIT.
008550     EXIT.
008560
008570 4320-PRINT-STATE-LINE.
008580     MOVE WS-ST-CODE (WS-STATE-SUB) TO RPT-ST-CODE.
008590     PERFORM 4330-EDIT-STATE-CELL
008600         THRU 4330-EDIT-STATE-CELL-EXIT
008610         VARYING WS-MONTH-SUB FROM 1 BY 1
008620         UNTIL WS-MONTH-SUB > 13.
008630     WRITE TREND-REPORT-LINE FROM WS-RPT-STATE-LINE.
008640 4320-PRINT-STATE-LINE-EXIT.
008650     EXIT.
008660
008670 4330-EDIT-STATE-CELL.
008680     MOVE SPACES TO RPT-ST-CELL (WS-MONTH-SUB).
008690     IF WS-MT-TAKEN (WS-MONTH-SUB)
008700         MOVE WS-ST-ACTIVE (WS-STATE-SUB WS-MONTH-SUB)
008710             TO RPT-ST-COUNT (WS-MONTH-SUB)
008720     END-IF.
008730 4330-EDIT-STATE-CELL-EXIT.
008740     EXIT.
008750
008760*-----------------------------------------------------------------
008770* 4900-EDIT-PERIOD - THE MONTH AS CCYY/MM, LEFT IN THE NOT-TAKEN
008780* LINE FOR WHICHEVER LINE IS PRINTED.
008790*-----------------------------------------------------------------
008800 4900-EDIT-PERIOD.
008810     MOVE WS-MT-PERIOD (WS-MONTH-SUB) TO WS-PRINT-PERIOD.
008820     MOVE SPACES TO RPT-NT-PERIOD.
008830     STRING WS-PP-CENTURY DELIMITED BY SIZE
008840            WS-PP-YY      DELIMITED BY SIZE
008850            "/"           DELIMITED BY SIZE
008860            WS-PP-MONTH   DELIMITED BY SIZE
008870         INTO RPT-NT-PERIOD
008880     END-STRING.
008890 4900-EDIT-PERIOD-EXIT.
008900     EXIT.
008910
008920*-----------------------------------------------------------------
008930* 8000-PRODUCE-CONTROL-TOTALS
008940*-----------------------------------------------------------------
008950 8000-PRODUCE-CONTROL-TOTALS.
008960     MOVE SPACES TO TREND-REPORT-LINE.
008970     WRITE TREND-REPORT-LINE.
008980
008990     MOVE "MONTHS TAKEN . . . . . . . . . . . . . . . . . :"
009000         TO RPT-CNT-LABEL.
009010     MOVE WS-MONTHS-TAKEN-COUNT TO RPT-CNT-VALUE.
009020     WRITE TREND-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009030
009040     MOVE "MONTHS NOT TAKEN . . . . . . . . . . . . . . . :"
009050         TO RPT-CNT-LABEL.
009060     MOVE WS-MONTHS-MISSING-COUNT TO RPT-CNT-VALUE.
009070     WRITE TREND-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009080
009090     MOVE "SNAPSHOT RECORDS READ. . . . . . . . . . . . . :"
009100         TO RPT-CNT-LABEL.
009110     MOVE WS-RECORDS-READ-COUNT TO RPT-CNT-VALUE.
009120     WRITE TREND-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009130
009140     MOVE "STATES WITH ACTIVE CUSTOMERS . . . . . . . . . :"
009150         TO RPT-CNT-LABEL.
009160     MOVE WS-STATE-COUNT TO RPT-CNT-VALUE.
009170     WRITE TREND-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009180
009190     IF WS-MONTHS-MISSING-COUNT NOT = ZERO
009200         MOVE 4 TO RETURN-CODE
009210     END-IF.
009220 8000-PRODUCE-CONTROL-TOTALS-EXIT.
009230     EXIT.
009240
009250*-----------------------------------------------------------------
009260* 9000-TERMINATE
009270*-----------------------------------------------------------------
009280 9000-TERMINATE.
009290     CLOSE SNAPSHOT-FILE
009300           TREND-REPORT-FILE.
009310 9000-TERMINATE-EXIT.
009320     EXIT.
