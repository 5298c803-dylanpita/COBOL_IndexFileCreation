000100*-----------------------------------------------------------------
000110* PROGRAM27
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM27 AS "INDEXEDFILECREATION.PROGRAM27".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-10-12.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-10-12 JWH   ORIGINAL PROGRAM.  NIGHTLY STREAM CONTROLLER -
000250*                  RUNS THE NIGHT'S STEPS IN THE ORDER THE STREAM
000260*                  SCHEDULE STRMSKED GIVES, PASSES BY THE ARCHIVE
000270*                  AND MONTH-END STEPS ON NIGHTS THEY ARE NOT DUE,
000280*                  AND HOLDS EVERY STEP THAT DEPENDS ON A STEP
000290*                  THAT ENDED ABOVE ITS RETURN-CODE LIMIT.  EACH
000300*                  STEP'S START, END AND RETURN CODE GO TO THE
000310*                  STEP LOG STEPLOG; A RERUN FOR THE SAME STREAM
000320*                  DATE RESTARTS AT THE FAILED STEP AND PASSES BY
000330*                  THE STEPS ALREADY COMPLETED.  ENDS WITH ONE
000340*                  MORNING STATUS PAGE.  REPLACES RUNNING THE
000350*                  NIGHT BY HAND AND COLLECTING THE RETURN CODES
000360*                  OF PROGRAM7, 11, 15 AND 19 FROM THE JOB LOGS.
000370* 2026-10-14 JWH   STANDARD NIGHT NOTE NOW ENDS WITH THE MONTH-END
000380*                  SNAPSHOT (PROGRAM28) AND TREND REPORT
000390*                  (PROGRAM29).
000400* ------------------------------------------------------------
000410*
000420*-----------------------------------------------------------------
000430* THE STREAM SCHEDULE STRMSKED HOLDS ONE LINE PER STEP, IN THE
000440* ORDER THE STEPS RUN -
000450*   COLUMNS 1-8    STEP NAME, UNIQUE ON THE SCHEDULE
000460*   COLUMNS 10-18  PROGRAM THE STEP RUNS (FOR THE LOG AND REPORT)
000470*   COLUMNS 20-27  RUN CONDITION - EVERY, ARCHIVE OR MONTHEND
000480*   COLUMNS 29-31  ARCHIVE NIGHT (MON ... SUN) FOR AN ARCHIVE
000490*                  STEP, SUN WHEN LEFT BLANK
000500*   COLUMNS 33-34  HIGHEST ACCEPTABLE RETURN CODE, 04 WHEN BLANK
000510*   COLUMNS 36-43  REPORT THE STEP PRODUCES (RUNRPT, RECONRPT ...)
000520*   COLUMNS 45-80  UP TO FOUR PREDECESSOR STEP NAMES, 8 CHARACTERS
000530*                  EACH WITH ONE SPACE BETWEEN - EACH MUST BE AN
000540*                  EARLIER STEP ON THE SCHEDULE
000550*   COLUMNS 81-280 THE COMMAND THAT RUNS THE STEP
000560* A LINE WITH "*" IN COLUMN 1, OR A BLANK LINE, IS PASSED BY.  A
000570* SCHEDULE LINE IN ERROR STOPS THE RUN BEFORE ANY STEP STARTS.
000580*
000590* THE STANDARD NIGHT IS FEEDCONS (PROGRAM26), THEN THE LOAD
000600* (PROGRAM1) AFTER IT, THEN RECONCILIATION (PROGRAM7), SUMMARY
000610* VERIFY (PROGRAM15), INTEGRITY AUDIT (PROGRAM19) AND THE RUN
000620* REPORT (PROGRAM11) AFTER THE LOAD, THEN THE ARCHIVE (PROGRAM14,
000630* ARCHIVE) AND STATEMENTS (PROGRAM12, MONTHEND) AFTER ALL FOUR
000640* CHECKS, SO NOTHING IS ARCHIVED OR BILLED OFF FILES THAT DID NOT
000650* PROVE.  THE MONTH-END SNAPSHOT (PROGRAM28, MONTHEND) FOLLOWS
000660* THE STATEMENTS, AND THE TREND REPORT (PROGRAM29, MONTHEND)
000670* FOLLOWS THE SNAPSHOT.
000680*
000690* THE STREAM DATE IS STRMDATE (CCYYMMDD), TODAY WHEN NOT SET.  THE
000700* MONTH END IS THE LAST DAY OF THE STREAM DATE'S MONTH; STRMMEND=
000710* YES OR NO OVERRIDES IT, AS STRMARCH=YES OR NO OVERRIDES THE
000720* ARCHIVE NIGHT.  EACH STEP RUNS WITH STRMDATE AND STRMSTEP SET,
000730* AND WITH STMTMNTH SET TO THE STREAM MONTH WHEN IT WAS NOT
000740* ALREADY SET, SO PROGRAM12 NEEDS NO OPERATOR AT MONTH END.  ANY
000750* OTHER STEP PARAMETER (ARCHCUTF ...) IS SET ON THE COMMAND.
000760*
000770* A STEP ENDING ABOVE ITS LIMIT, OR NOT ENDING WITH A RETURN CODE
000780* AT ALL, HOLDS EVERY STEP NAMING IT (OR A HELD STEP) AS A
000790* PREDECESSOR.  STEPS THAT DO NOT DEPEND ON IT STILL RUN.  A STEP
000800* NOT DUE COUNTS AS DONE FOR ITS DEPENDENTS.  TO RESTART, CORRECT
000810* THE FAILURE AND RUN PROGRAM27 AGAIN FOR THE SAME STREAM DATE -
000820* THE STEPS STEPLOG SHOWS COMPLETED FOR THE DATE ARE PASSED BY.
000830* ONCE EVERY STEP OF A STREAM DATE IS DONE THE DATE WILL NOT RUN
000840* AGAIN.
000850*
000860* RETURN-CODE 0 - EVERY STEP DONE AND ENDED RC 0.  4 - EVERY STEP
000870* DONE, ONE OR MORE WITHIN ITS LIMIT BUT ABOVE ZERO.  8 - A STEP
000880* FAILED, ABENDED OR WAS HELD.  16 - THE SCHEDULE IS IN ERROR, THE
000890* STREAM DATE IS ALREADY DONE, OR A FILE WILL NOT OPEN.
000900*-----------------------------------------------------------------
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT SCHEDULE-FILE
000950         ASSIGN TO STRMSKED
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-SCHEDULE-STATUS.
000980
000990     SELECT OPTIONAL STEP-LOG-FILE
001000         ASSIGN TO STEPLOG
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-STEP-LOG-STATUS.
001030
001040     SELECT STATUS-REPORT-FILE
001050         ASSIGN TO STRMRPT
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-STATUS-REPORT-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  SCHEDULE-FILE.
001120 01  SCHEDULE-RECORD.
001130     05  SK-STEP-NAME                  PIC X(08).
001140     05  SK-COMMENT-R REDEFINES SK-STEP-NAME.
001150         10  SK-COMMENT-MARK           PIC X(01).
001160         10  FILLER                    PIC X(07).
001170     05  FILLER                        PIC X(01).
001180     05  SK-PROGRAM-NAME               PIC X(09).
001190     05  FILLER                        PIC X(01).
001200     05  SK-RUN-CONDITION              PIC X(08).
001210     05  FILLER                        PIC X(01).
001220     05  SK-ARCHIVE-DAY                PIC X(03).
001230     05  FILLER                        PIC X(01).
001240     05  SK-MAX-RC-X                   PIC X(02).
001250     05  SK-MAX-RC REDEFINES SK-MAX-RC-X PIC 9(02).
001260     05  FILLER                        PIC X(01).
001270     05  SK-REPORT-NAME                PIC X(08).
001280     05  FILLER                        PIC X(01).
001290     05  SK-PREDECESSOR OCCURS 4 TIMES.
001300         10  SK-PRED-NAME              PIC X(08).
001310         10  FILLER                    PIC X(01).
001320     05  SK-COMMAND                    PIC X(200).
001330
001340 FD  STEP-LOG-FILE.
001350     COPY STEPLOG.
001360
001370 FD  STATUS-REPORT-FILE.
001380 01  STATUS-REPORT-LINE                PIC X(80).
001390
001400 WORKING-STORAGE SECTION.
001410 77  WS-SCHEDULE-STATUS         PIC X(02) VALUE "00".
001420 77  WS-STEP-LOG-STATUS         PIC X(02) VALUE "00".
001430 77  WS-STATUS-REPORT-STATUS    PIC X(02) VALUE "00".
001440
001450 77  WS-SCHEDULE-EOF-SWITCH     PIC X(01) VALUE "N".
001460     88  WS-SCHEDULE-EOF        VALUE "Y".
001470     88  WS-SCHEDULE-MORE       VALUE "N".
001480
001490 77  WS-STEP-LOG-EOF-SWITCH     PIC X(01) VALUE "N".
001500     88  WS-STEP-LOG-EOF        VALUE "Y".
001510     88  WS-STEP-LOG-MORE       VALUE "N".
001520
001530 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001540 77  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001550
001560*-----------------------------------------------------------------
001570* STREAM DATE AND WHAT IS DUE ON IT.
001580*-----------------------------------------------------------------
001590 01  WS-STREAM-DATE-X           PIC X(08) VALUE SPACES.
001600 01  WS-STREAM-DATE REDEFINES WS-STREAM-DATE-X PIC 9(08).
001610 01  WS-STREAM-DATE-R REDEFINES WS-STREAM-DATE-X.
001620     05  WS-SD-MONTH-KEY.
001630         10  WS-SD-YEAR         PIC 9(04).
001640         10  WS-SD-MONTH        PIC 9(02).
001650     05  WS-SD-DAY              PIC 9(02).
001660 77  WS-SD-MONTH-DAYS           PIC 9(02) VALUE ZERO.
001670
001680 77  WS-ARCHIVE-OVERRIDE        PIC X(03) VALUE SPACES.
001690 77  WS-MONTH-END-OVERRIDE      PIC X(03) VALUE SPACES.
001700 77  WS-STATEMENT-MONTH-X       PIC X(06) VALUE SPACES.
001710
001720 77  WS-MONTH-END-SWITCH        PIC X(01) VALUE "N".
001730     88  WS-MONTH-END           VALUE "Y".
001740     88  WS-NOT-MONTH-END       VALUE "N".
001750
001760 77  WS-STEP-DUE-SWITCH         PIC X(01) VALUE "N".
001770     88  WS-STEP-DUE            VALUE "Y".
001780     88  WS-STEP-NOT-DUE        VALUE "N".
001790
001800 01  WS-WEEKDAY-NAMES           PIC X(21)
001810         VALUE "MONTUEWEDTHUFRISATSUN".
001820 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
001830     05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(03).
001840 77  WS-WEEKDAY-NO              PIC 9(01) VALUE ZERO.
001850 77  WS-WEEKDAY-SUB             PIC 9(01) VALUE ZERO.
001860 77  WS-STREAM-WEEKDAY          PIC X(03) VALUE SPACES.
001870
001880*-----------------------------------------------------------------
001890* DATE CONVERSION WORK AREA (2700) - AS PROGRAM5
001900*-----------------------------------------------------------------
001910 01  WS-CONVERT-DATE            PIC 9(08) VALUE ZERO.
001920 01  WS-CONVERT-DATE-R REDEFINES WS-CONVERT-DATE.
001930     05  WS-CNV-YEAR            PIC 9(04).
001940     05  WS-CNV-MONTH           PIC 9(02).
001950     05  WS-CNV-DAY             PIC 9(02).
001960
001970 77  WS-CNV-PRIOR-YEARS         PIC 9(04) COMP VALUE ZERO.
001980 77  WS-CNV-LEAP-DAYS           PIC 9(05) COMP VALUE ZERO.
001990 77  WS-DAY-NUMBER              PIC 9(07) COMP VALUE ZERO.
002000
002010 77  WS-LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
002020     88  WS-LEAP-YEAR           VALUE "Y".
002030     88  WS-NOT-LEAP-YEAR       VALUE "N".
002040 77  WS-DIVIDE-QUOTIENT         PIC 9(07) VALUE ZERO.
002050 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
002060 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
002070 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
002080
002090*-----------------------------------------------------------------
002100* STEP TABLE - ONE ENTRY PER SCHEDULE LINE, IN RUN ORDER.  A
002110* SCHEDULE LONGER THAN THE TABLE IS A HARD STOP - RAISE THE TABLE.
002120*-----------------------------------------------------------------
002130 77  WS-STEP-TABLE-MAX          PIC 9(03) COMP VALUE 30.
002140 77  WS-STEP-COUNT              PIC 9(03) COMP VALUE ZERO.
002150 77  WS-STEP-SUB                PIC 9(03) COMP VALUE ZERO.
002160 77  WS-SEARCH-SUB              PIC 9(03) COMP VALUE ZERO.
002170 77  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
002180 77  WS-PRED-SUB                PIC 9(01) COMP VALUE ZERO.
002190 77  WS-SCHEDULE-LINE-NO        PIC 9(05) VALUE ZERO.
002200 77  WS-SCHEDULE-ERROR-TEXT     PIC X(50) VALUE SPACES.
002210
002220 01  WS-STEP-TABLE.
002230     05  WS-STEP-ENTRY OCCURS 30 TIMES.
002240         10  WS-SK-STEP-NAME        PIC X(08).
002250         10  WS-SK-PROGRAM-NAME     PIC X(09).
002260         10  WS-SK-RUN-CONDITION    PIC X(08).
002270             88  WS-SK-EVERY-NIGHT  VALUE "EVERY".
002280             88  WS-SK-ARCHIVE-STEP VALUE "ARCHIVE".
002290             88  WS-SK-MONTH-END-STEP VALUE "MONTHEND".
002300         10  WS-SK-ARCHIVE-DAY      PIC X(03).
002310         10  WS-SK-MAX-RC           PIC 9(02).
002320         10  WS-SK-REPORT-NAME      PIC X(08).
002330         10  WS-SK-PRED-NAME OCCURS 4 TIMES PIC X(08).
002340         10  WS-SK-PRED-STEP OCCURS 4 TIMES PIC 9(03) COMP.
002350         10  WS-SK-COMMAND          PIC X(200).
002360         10  WS-SK-PRIOR-STATUS     PIC X(01).
002370             88  WS-SK-DONE-BEFORE  VALUE "C" "P".
002380         10  WS-SK-PRIOR-RC         PIC 9(04).
002390         10  WS-SK-PRIOR-END-TIME   PIC 9(08).
002400         10  WS-SK-STATUS           PIC X(01).
002410             88  WS-SK-NOT-STARTED  VALUE SPACE.
002420             88  WS-SK-COMPLETED    VALUE "C".
002430             88  WS-SK-FAILED       VALUE "F".
002440             88  WS-SK-ABENDED      VALUE "A".
002450             88  WS-SK-NOT-DUE      VALUE "N".
002460             88  WS-SK-HELD         VALUE "H".
002470             88  WS-SK-PASSED       VALUE "P".
002480             88  WS-SK-STOPS-DEPENDENTS VALUE "F" "A" "H".
002490         10  WS-SK-RC               PIC 9(04).
002500         10  WS-SK-START-TIME       PIC 9(08).
002510         10  WS-SK-END-TIME         PIC 9(08).
002520         10  WS-SK-MESSAGE          PIC X(40).
002530
002540*-----------------------------------------------------------------
002550* RESTART - WHAT STEPLOG SAYS ABOUT EARLIER RUNS OF THE STREAM
002560* DATE.
002570*-----------------------------------------------------------------
002580 77  WS-PRIOR-RUN-COUNT         PIC 9(03) COMP VALUE ZERO.
002590 77  WS-STREAM-DONE-SWITCH      PIC X(01) VALUE "N".
002600     88  WS-STREAM-ALREADY-DONE VALUE "Y".
002610     88  WS-STREAM-NOT-DONE     VALUE "N".
002620
002630*-----------------------------------------------------------------
002640* STEP EXECUTION - THE COMMAND AND THE STATUS IT ENDS WITH.  THE
002650* STATUS HOLDS THE STEP'S RETURN CODE TIMES 256; ANY REMAINDER
002660* MEANS THE STEP DID NOT END WITH A RETURN CODE OF ITS OWN.
002670*-----------------------------------------------------------------
002680 01  WS-COMMAND-LINE            PIC X(200) VALUE SPACES.
002690 77  WS-SYSTEM-STATUS           PIC S9(09) COMP VALUE ZERO.
002700 77  WS-STEP-RETURN-CODE        PIC 9(07) VALUE ZERO.
002710 77  WS-STEP-SIGNAL             PIC 9(03) VALUE ZERO.
002720
002730*-----------------------------------------------------------------
002740* CONTROL TOTALS
002750*-----------------------------------------------------------------
002760 77  WS-STEPS-RUN-COUNT         PIC 9(07) COMP VALUE ZERO.
002770 77  WS-STEPS-COMPLETED-COUNT   PIC 9(07) COMP VALUE ZERO.
002780 77  WS-STEPS-WARNING-COUNT     PIC 9(07) COMP VALUE ZERO.
002790 77  WS-STEPS-PASSED-COUNT      PIC 9(07) COMP VALUE ZERO.
002800 77  WS-STEPS-NOT-DUE-COUNT     PIC 9(07) COMP VALUE ZERO.
002810 77  WS-STEPS-FAILED-COUNT      PIC 9(07) COMP VALUE ZERO.
002820 77  WS-STEPS-ABENDED-COUNT     PIC 9(07) COMP VALUE ZERO.
002830 77  WS-STEPS-HELD-COUNT        PIC 9(07) COMP VALUE ZERO.
002840 77  WS-ATTENTION-COUNT         PIC 9(07) COMP VALUE ZERO.
002850 77  WS-FINAL-RETURN-CODE       PIC 9(02) VALUE ZERO.
002860
002870*-----------------------------------------------------------------
002880* REPORT LINE LAYOUTS
002890*-----------------------------------------------------------------
002900 01  WS-RPT-TITLE-LINE.
002910     05  FILLER PIC X(47) VALUE
002920         "NIGHTLY STREAM STATUS - PROGRAM27  STREAM DATE ".
002930     05  RPT-TITLE-STREAM-DATE PIC 9999/99/99.
002940     05  FILLER PIC X(23) VALUE SPACES.
002950
002960 01  WS-RPT-RUN-LINE.
002970     05  FILLER PIC X(12) VALUE "RUN STARTED ".
002980     05  RPT-RUN-DATE PIC 9999/99/99.
002990     05  FILLER PIC X(01) VALUE SPACES.
003000     05  RPT-RUN-TIME PIC 9(08).
003010     05  FILLER PIC X(02) VALUE SPACES.
003020     05  RPT-RUN-KIND PIC X(47).
003030
003040 01  WS-RPT-DUE-LINE.
003050     05  FILLER PIC X(15) VALUE "ARCHIVE NIGHT: ".
003060     05  RPT-ARCHIVE-TEXT PIC X(25).
003070     05  FILLER PIC X(11) VALUE "MONTH END: ".
003080     05  RPT-MONTH-END-TEXT PIC X(29).
003090
003100 01  WS-RPT-COLUMN-LINE.
003110     05  FILLER PIC X(09) VALUE "STEP".
003120     05  FILLER PIC X(10) VALUE "PROGRAM".
003130     05  FILLER PIC X(09) VALUE "START".
003140     05  FILLER PIC X(09) VALUE "END".
003150     05  FILLER PIC X(06) VALUE "  RC".
003160     05  FILLER PIC X(21) VALUE "OUTCOME".
003170     05  FILLER PIC X(16) VALUE "REPORT".
003180
003190 01  WS-RPT-STEP-LINE.
003200     05  RPT-STEP-NAME          PIC X(08).
003210     05  FILLER                 PIC X(01) VALUE SPACES.
003220     05  RPT-PROGRAM-NAME       PIC X(09).
003230     05  FILLER                 PIC X(01) VALUE SPACES.
003240     05  RPT-START-TIME         PIC X(08).
003250     05  FILLER                 PIC X(01) VALUE SPACES.
003260     05  RPT-END-TIME           PIC X(08).
003270     05  FILLER                 PIC X(01) VALUE SPACES.
003280     05  RPT-RC                 PIC X(04).
003290     05  FILLER                 PIC X(02) VALUE SPACES.
003300     05  RPT-OUTCOME            PIC X(20).
003310     05  FILLER                 PIC X(01) VALUE SPACES.
003320     05  RPT-REPORT-NAME        PIC X(08).
003330     05  FILLER                 PIC X(08) VALUE SPACES.
003340
003350 01  WS-RPT-MESSAGE-LINE.
003360     05  FILLER                 PIC X(09) VALUE SPACES.
003370     05  RPT-MESSAGE            PIC X(40).
003380     05  FILLER                 PIC X(31) VALUE SPACES.
003390
003400 01  WS-RPT-ATTENTION-HEADING.
003410     05  FILLER PIC X(25) VALUE "REPORTS NEEDING ATTENTION".
003420     05  FILLER PIC X(55) VALUE SPACES.
003430
003440 01  WS-RPT-ATTENTION-LINE.
003450     05  FILLER                 PIC X(02) VALUE SPACES.
003460     05  RPT-ATN-REPORT-NAME    PIC X(08).
003470     05  FILLER                 PIC X(01) VALUE SPACES.
003480     05  RPT-ATN-STEP-NAME      PIC X(08).
003490     05  FILLER                 PIC X(01) VALUE SPACES.
003500     05  RPT-ATN-TEXT           PIC X(60).
003510
003520 01  WS-RPT-COUNT-LINE.
003530     05  RPT-CNT-LABEL PIC X(50).
003540     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
003550     05  FILLER PIC X(19) VALUE SPACES.
003560
003570 01  WS-RPT-BALANCE-LINE.
003580     05  RPT-BALANCE-TEXT PIC X(80).
003590
003600 77  WS-RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
003610
003620 PROCEDURE DIVISION.
003630*-----------------------------------------------------------------
003640* 0000-MAINLINE
003650*-----------------------------------------------------------------
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE
003680         THRU 1000-INITIALIZE-EXIT.
003690
003700     PERFORM 2000-RUN-ONE-STEP
003710         THRU 2000-RUN-ONE-STEP-EXIT
003720         VARYING WS-STEP-SUB FROM 1 BY 1
003730         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
003740
003750     PERFORM 5000-PRINT-STATUS-PAGE
003760         THRU 5000-PRINT-STATUS-PAGE-EXIT.
003770
003780     PERFORM 8000-PRODUCE-CONTROL-TOTALS
003790         THRU 8000-PRODUCE-CONTROL-TOTALS-EXIT.
003800
003810     PERFORM 9000-TERMINATE
003820         THRU 9000-TERMINATE-EXIT.
003830
003840     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
003850     STOP RUN.
003860 0000-MAINLINE-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------------
003900* 1000-INITIALIZE - RESOLVE THE STREAM DATE AND WHAT IS DUE ON IT,
003910* LOAD THE SCHEDULE, READ THE STEP LOG FOR AN EARLIER RUN OF THE
003920* SAME STREAM DATE, LOG THE START AND OPEN THE STATUS PAGE.
003930*-----------------------------------------------------------------
003940 1000-INITIALIZE.
003950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003960     ACCEPT WS-RUN-TIME FROM TIME.
003970
003980     DISPLAY "STRMDATE" UPON ENVIRONMENT-NAME.
003990     ACCEPT WS-STREAM-DATE-X FROM ENVIRONMENT-VALUE.
004000     IF WS-STREAM-DATE-X = SPACES
004010         MOVE WS-RUN-DATE TO WS-STREAM-DATE
004020     END-IF.
004030
004040     IF WS-STREAM-DATE IS NOT NUMERIC
004050         OR WS-SD-MONTH < 01 OR WS-SD-MONTH > 12
004060         OR WS-SD-DAY < 01 OR WS-SD-DAY > 31
004070         DISPLAY "INVALID STREAM DATE - " WS-STREAM-DATE-X
004080             " - MUST BE CCYYMMDD"
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120
004130     DISPLAY "STRMARCH" UPON ENVIRONMENT-NAME.
004140     ACCEPT WS-ARCHIVE-OVERRIDE FROM ENVIRONMENT-VALUE.
004150     DISPLAY "STRMMEND" UPON ENVIRONMENT-NAME.
004160     ACCEPT WS-MONTH-END-OVERRIDE FROM ENVIRONMENT-VALUE.
004170
004180     IF (WS-ARCHIVE-OVERRIDE NOT = SPACES
004190         AND WS-ARCHIVE-OVERRIDE NOT = "YES"
004200         AND WS-ARCHIVE-OVERRIDE NOT = "NO")
004210         OR (WS-MONTH-END-OVERRIDE NOT = SPACES
004220         AND WS-MONTH-END-OVERRIDE NOT = "YES"
004230         AND WS-MONTH-END-OVERRIDE NOT = "NO")
004240         DISPLAY "STRMARCH AND STRMMEND MUST BE YES, NO "
004250             "OR NOT SET"
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290
004300     PERFORM 1200-RESOLVE-CALENDAR
004310         THRU 1200-RESOLVE-CALENDAR-EXIT.
004320
004330     OPEN INPUT SCHEDULE-FILE.
004340     IF WS-SCHEDULE-STATUS NOT = "00"
004350         DISPLAY "UNABLE TO OPEN SCHEDULE-FILE - STATUS "
004360             WS-SCHEDULE-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400
004410     PERFORM 1100-LOAD-ONE-STEP
004420         THRU 1100-LOAD-ONE-STEP-EXIT
004430         UNTIL WS-SCHEDULE-EOF.
004440
004450     CLOSE SCHEDULE-FILE.
004460
004470     IF WS-STEP-COUNT = ZERO
004480         DISPLAY "NO STEPS ON THE STREAM SCHEDULE"
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520
004530     PERFORM 1300-READ-STEP-LOG
004540         THRU 1300-READ-STEP-LOG-EXIT.
004550
004560     IF WS-STREAM-ALREADY-DONE
004570         DISPLAY "STREAM DATE " WS-STREAM-DATE-X
004580             " IS ALREADY COMPLETE ON STEPLOG - NOTHING RUN"
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620
004630*    STEPS INHERIT THE STREAM DATE, AND THE STREAM MONTH AS THE
004640*    STATEMENT MONTH UNLESS THE OPERATOR HAS SET ONE.
004650     DISPLAY "STRMDATE" UPON ENVIRONMENT-NAME.
004660     DISPLAY WS-STREAM-DATE-X UPON ENVIRONMENT-VALUE.
004670
004680     DISPLAY "STMTMNTH" UPON ENVIRONMENT-NAME.
004690     ACCEPT WS-STATEMENT-MONTH-X FROM ENVIRONMENT-VALUE.
004700     IF WS-STATEMENT-MONTH-X = SPACES
004710         DISPLAY "STMTMNTH" UPON ENVIRONMENT-NAME
004720         DISPLAY WS-SD-MONTH-KEY UPON ENVIRONMENT-VALUE
004730     END-IF.
004740
004750     INITIALIZE STREAM-STEP-RECORD.
004760     SET STP-STREAM-BEGIN-RECORD TO TRUE.
004770     IF WS-PRIOR-RUN-COUNT = ZERO
004780         SET STP-FRESH-START TO TRUE
004790     ELSE
004800         SET STP-RESTART-START TO TRUE
004810     END-IF.
004820     PERFORM 7000-APPEND-STEP-LOG
004830         THRU 7000-APPEND-STEP-LOG-EXIT.
004840
004850     OPEN OUTPUT STATUS-REPORT-FILE.
004860     IF WS-STATUS-REPORT-STATUS NOT = "00"
004870         DISPLAY "UNABLE TO OPEN STATUS-REPORT-FILE - STATUS "
004880             WS-STATUS-REPORT-STATUS
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920 1000-INITIALIZE-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------------
004960* 1100-LOAD-ONE-STEP - ONE SCHEDULE LINE INTO THE STEP TABLE.  A
004970* LINE IN ERROR STOPS THE RUN HERE, BEFORE ANY STEP HAS STARTED.
004980*-----------------------------------------------------------------
004990 1100-LOAD-ONE-STEP.
005000     READ SCHEDULE-FILE
005010         AT END
005020             SET WS-SCHEDULE-EOF TO TRUE
005030             GO TO 1100-LOAD-ONE-STEP-EXIT
005040     END-READ.
005050
005060     ADD 1 TO WS-SCHEDULE-LINE-NO.
005070
005080     IF SCHEDULE-RECORD = SPACES
005090         OR SK-COMMENT-MARK = "*"
005100         GO TO 1100-LOAD-ONE-STEP-EXIT
005110     END-IF.
005120
005130     IF WS-STEP-COUNT >= WS-STEP-TABLE-MAX
005140         DISPLAY "STREAM SCHEDULE EXCEEDS " WS-STEP-TABLE-MAX
005150             " STEPS - RAISE WS-STEP-TABLE-MAX"
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190
005200     IF SK-STEP-NAME = SPACES
005210         MOVE "NO STEP NAME" TO WS-SCHEDULE-ERROR-TEXT
005220         PERFORM 1190-SCHEDULE-ERROR
005230             THRU 1190-SCHEDULE-ERROR-EXIT
005240     END-IF.
005250
005260     IF SK-PROGRAM-NAME = SPACES
005270         MOVE "NO PROGRAM NAME" TO WS-SCHEDULE-ERROR-TEXT
005280         PERFORM 1190-SCHEDULE-ERROR
005290             THRU 1190-SCHEDULE-ERROR-EXIT
005300     END-IF.
005310
005320     IF SK-COMMAND = SPACES
005330         MOVE "NO COMMAND" TO WS-SCHEDULE-ERROR-TEXT
005340         PERFORM 1190-SCHEDULE-ERROR
005350             THRU 1190-SCHEDULE-ERROR-EXIT
005360     END-IF.
005370
005380     ADD 1 TO WS-STEP-COUNT.
005390     MOVE WS-STEP-COUNT TO WS-STEP-SUB.
005400     MOVE SK-STEP-NAME     TO WS-SK-STEP-NAME (WS-STEP-SUB).
005410     MOVE SK-PROGRAM-NAME  TO WS-SK-PROGRAM-NAME (WS-STEP-SUB).
005420     MOVE SK-RUN-CONDITION TO WS-SK-RUN-CONDITION (WS-STEP-SUB).
005430     MOVE SK-REPORT-NAME   TO WS-SK-REPORT-NAME (WS-STEP-SUB).
005440     MOVE SK-COMMAND       TO WS-SK-COMMAND (WS-STEP-SUB).
005450     MOVE SPACES TO WS-SK-PRIOR-STATUS (WS-STEP-SUB)
005460                    WS-SK-STATUS (WS-STEP-SUB)
005470                    WS-SK-MESSAGE (WS-STEP-SUB).
005480     MOVE ZERO   TO WS-SK-PRIOR-RC (WS-STEP-SUB)
005490                    WS-SK-PRIOR-END-TIME (WS-STEP-SUB)
005500                    WS-SK-RC (WS-STEP-SUB)
005510                    WS-SK-START-TIME (WS-STEP-SUB)
005520                    WS-SK-END-TIME (WS-STEP-SUB).
005530
005540     IF NOT WS-SK-EVERY-NIGHT (WS-STEP-SUB)
005550         AND NOT WS-SK-ARCHIVE-STEP (WS-STEP-SUB)
005560         AND NOT WS-SK-MONTH-END-STEP (WS-STEP-SUB)
005570         MOVE "RUN CONDITION NOT EVERY, ARCHIVE OR MONTHEND"
005580             TO WS-SCHEDULE-ERROR-TEXT
005590         PERFORM 1190-SCHEDULE-ERROR
005600             THRU 1190-SCHEDULE-ERROR-EXIT
005610     END-IF.
005620
005630     MOVE SK-ARCHIVE-DAY TO WS-SK-ARCHIVE-DAY (WS-STEP-SUB).
005640     IF WS-SK-ARCHIVE-DAY (WS-STEP-SUB) = SPACES
005650         MOVE "SUN" TO WS-SK-ARCHIVE-DAY (WS-STEP-SUB)
005660     END-IF.
005670     IF WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "MON"
005680         AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "TUE"
005690         AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "WED"
005700         AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "THU"
005710         AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "FRI"
005720         AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "SAT"
005730         AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB) NOT = "SUN"
005740         MOVE "ARCHIVE NIGHT NOT MON, TUE ... SUN"
005750             TO WS-SCHEDULE-ERROR-TEXT
005760         PERFORM 1190-SCHEDULE-ERROR
005770             THRU 1190-SCHEDULE-ERROR-EXIT
005780     END-IF.
005790
005800     IF SK-MAX-RC-X = SPACES
005810         MOVE 04 TO WS-SK-MAX-RC (WS-STEP-SUB)
005820     ELSE
005830         IF SK-MAX-RC IS NOT NUMERIC
005840             MOVE "RETURN-CODE LIMIT NOT NUMERIC"
005850                 TO WS-SCHEDULE-ERROR-TEXT
005860             PERFORM 1190-SCHEDULE-ERROR
005870                 THRU 1190-SCHEDULE-ERROR-EXIT
005880         END-IF
005890         MOVE SK-MAX-RC TO WS-SK-MAX-RC (WS-STEP-SUB)
005900     END-IF.
005910
005920*    A STEP NAME MAY APPEAR ONCE, AND A PREDECESSOR MUST ALREADY
005930*    BE IN THE TABLE - SO THE SCHEDULE CAN NEVER LOOP.
005940     MOVE ZERO TO WS-FOUND-SUB.
005950     PERFORM 1110-FIND-EARLIER-STEP
005960         THRU 1110-FIND-EARLIER-STEP-EXIT
005970         VARYING WS-SEARCH-SUB FROM 1 BY 1
005980         UNTIL WS-SEARCH-SUB >= WS-STEP-SUB.
005990     IF WS-FOUND-SUB NOT = ZERO
006000         MOVE "STEP NAME ALREADY ON THE SCHEDULE"
006010             TO WS-SCHEDULE-ERROR-TEXT
006020         PERFORM 1190-SCHEDULE-ERROR
006030             THRU 1190-SCHEDULE-ERROR-EXIT
006040     END-IF.
006050
006060     PERFORM 1120-LOAD-PREDECESSOR
006070         THRU 1120-LOAD-PREDECESSOR-EXIT
006080         VARYING WS-PRED-SUB FROM 1 BY 1
006090         UNTIL WS-PRED-SUB > 4.
006100 1100-LOAD-ONE-STEP-EXIT.
006110     EXIT.
006120
006130*-----------------------------------------------------------------
006140* 1110-FIND-EARLIER-STEP - LOOK FOR SK-STEP-NAME AMONG THE STEPS
006150* BEFORE THE CURRENT ONE.  WS-FOUND-SUB IS ITS ENTRY, OR ZERO.
006160*-----------------------------------------------------------------
006170 1110-FIND-EARLIER-STEP.
006180     IF WS-SK-STEP-NAME (WS-SEARCH-SUB) = SK-STEP-NAME
006190         MOVE WS-SEARCH-SUB TO WS-FOUND-SUB
006200     END-IF.
006210 1110-FIND-EARLIER-STEP-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------------
006250* 1120-LOAD-PREDECESSOR - ONE PREDECESSOR NAME, RESOLVED TO ITS
006260* ENTRY IN THE STEP TABLE.  A BLANK SLOT IS ENTRY ZERO.
006270*-----------------------------------------------------------------
006280 1120-LOAD-PREDECESSOR.
006290     MOVE SK-PRED-NAME (WS-PRED-SUB)
006300         TO WS-SK-PRED-NAME (WS-STEP-SUB, WS-PRED-SUB).
006310     MOVE ZERO TO WS-SK-PRED-STEP (WS-STEP-SUB, WS-PRED-SUB).
006320
006330     IF SK-PRED-NAME (WS-PRED-SUB) = SPACES
006340         GO TO 1120-LOAD-PREDECESSOR-EXIT
006350     END-IF.
006360
006370     MOVE ZERO TO WS-FOUND-SUB.
006380     PERFORM 1130-FIND-PREDECESSOR
006390         THRU 1130-FIND-PREDECESSOR-EXIT
006400         VARYING WS-SEARCH-SUB FROM 1 BY 1
006410         UNTIL WS-SEARCH-SUB >= WS-STEP-SUB.
006420
006430     IF WS-FOUND-SUB = ZERO
006440         MOVE SPACES TO WS-SCHEDULE-ERROR-TEXT
006450         STRING "PREDECESSOR " SK-PRED-NAME (WS-PRED-SUB)
006460                " IS NOT AN EARLIER STEP"
006470             DELIMITED BY SIZE INTO WS-SCHEDULE-ERROR-TEXT
006480         PERFORM 1190-SCHEDULE-ERROR
006490             THRU 1190-SCHEDULE-ERROR-EXIT
006500     END-IF.
006510
006520     MOVE WS-FOUND-SUB
006530         TO WS-SK-PRED-STEP (WS-STEP-SUB, WS-PRED-SUB).
006540 1120-LOAD-PREDECESSOR-EXIT.
006550     EXIT.
006560
006570 1130-FIND-PREDECESSOR.
006580     IF WS-SK-STEP-NAME (WS-SEARCH-SUB)
006590         = SK-PRED-NAME (WS-PRED-SUB)
006600         MOVE WS-SEARCH-SUB TO WS-FOUND-SUB
006610     END-IF.
006620 1130-FIND-PREDECESSOR-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------------
006660* 1190-SCHEDULE-ERROR - A SCHEDULE LINE IN ERROR.  NOTHING HAS RUN
006670* YET, SO THE STREAM STOPS HERE FOR THE SCHEDULE TO BE CORRECTED.
006680*-----------------------------------------------------------------
006690 1190-SCHEDULE-ERROR.
006700     DISPLAY "STRMSKED LINE " WS-SCHEDULE-LINE-NO " - "
006710         WS-SCHEDULE-ERROR-TEXT.
006720     DISPLAY "STREAM NOT STARTED - CORRECT THE SCHEDULE "
006730         "AND RERUN".
006740     MOVE 16 TO RETURN-CODE.
006750     STOP RUN.
006760 1190-SCHEDULE-ERROR-EXIT.
006770     EXIT.
006780
006790*-----------------------------------------------------------------
006800* 1200-RESOLVE-CALENDAR - THE STREAM DATE'S WEEKDAY, AND WHETHER
006810* IT IS THE LAST DAY OF ITS MONTH.  DAY NUMBER 1 (0001-01-01) WAS
006820* A MONDAY.
006830*-----------------------------------------------------------------
006840 1200-RESOLVE-CALENDAR.
006850     MOVE WS-STREAM-DATE TO WS-CONVERT-DATE.
006860     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
006870         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
006880
006890     SUBTRACT 1 FROM WS-DAY-NUMBER.
006900     DIVIDE WS-DAY-NUMBER BY 7
006910         GIVING WS-DIVIDE-QUOTIENT
006920         REMAINDER WS-WEEKDAY-NO.
006930     ADD 1 TO WS-WEEKDAY-NO GIVING WS-WEEKDAY-SUB.
006940     MOVE WS-WEEKDAY-NAME (WS-WEEKDAY-SUB) TO WS-STREAM-WEEKDAY.
006950
006960     EVALUATE WS-SD-MONTH
006970         WHEN 04
006980         WHEN 06
006990         WHEN 09
007000         WHEN 11
007010             MOVE 30 TO WS-SD-MONTH-DAYS
007020         WHEN 02
007030             IF WS-LEAP-YEAR
007040                 MOVE 29 TO WS-SD-MONTH-DAYS
007050             ELSE
007060                 MOVE 28 TO WS-SD-MONTH-DAYS
007070             END-IF
007080         WHEN OTHER
007090             MOVE 31 TO WS-SD-MONTH-DAYS
007100     END-EVALUATE.
007110
007120     IF WS-SD-DAY > WS-SD-MONTH-DAYS
007130         DISPLAY "INVALID STREAM DATE - " WS-STREAM-DATE-X
007140             " - NO SUCH DAY IN THE MONTH"
007150         MOVE 16 TO RETURN-CODE
007160         STOP RUN
007170     END-IF.
007180
007190     IF WS-SD-DAY = WS-SD-MONTH-DAYS
007200         SET WS-MONTH-END TO TRUE
007210     END-IF.
007220     IF WS-MONTH-END-OVERRIDE = "YES"
007230         SET WS-MONTH-END TO TRUE
007240     END-IF.
007250     IF WS-MONTH-END-OVERRIDE = "NO"
007260         SET WS-NOT-MONTH-END TO TRUE
007270     END-IF.
007280 1200-RESOLVE-CALENDAR-EXIT.
007290     EXIT.
007300
007310*-----------------------------------------------------------------
007320* 1300-READ-STEP-LOG - PICK UP WHAT EARLIER RUNS OF THE STREAM
007330* DATE DID: HOW MANY THERE WERE, EACH STEP'S LAST OUTCOME, AND
007340* WHETHER THE STREAM DATE HAS ALREADY FINISHED COMPLETE.
007350*-----------------------------------------------------------------
007360 1300-READ-STEP-LOG.
007370     OPEN INPUT STEP-LOG-FILE.
007380     IF WS-STEP-LOG-STATUS NOT = "00"
007390         AND WS-STEP-LOG-STATUS NOT = "05"
007400         DISPLAY "UNABLE TO OPEN STEP-LOG-FILE - STATUS "
007410             WS-STEP-LOG-STATUS
007420         MOVE 16 TO RETURN-CODE
007430         STOP RUN
007440     END-IF.
007450
007460     PERFORM 1310-SCAN-STEP-LOG
007470         THRU 1310-SCAN-STEP-LOG-EXIT
007480         UNTIL WS-STEP-LOG-EOF.
007490
007500     CLOSE STEP-LOG-FILE.
007510 1300-READ-STEP-LOG-EXIT.
007520     EXIT.
007530
007540 1310-SCAN-STEP-LOG.
007550     READ STEP-LOG-FILE
007560         AT END
007570             SET WS-STEP-LOG-EOF TO TRUE
007580             GO TO 1310-SCAN-STEP-LOG-EXIT
007590     END-READ.
007600
007610     IF STP-STREAM-DATE NOT = WS-STREAM-DATE
007620         GO TO 1310-SCAN-STEP-LOG-EXIT
007630     END-IF.
007640
007650     EVALUATE TRUE
007660         WHEN STP-STREAM-BEGIN-RECORD
007670             ADD 1 TO WS-PRIOR-RUN-COUNT
007680         WHEN STP-STREAM-FINISH-RECORD
007690             IF STP-STREAM-COMPLETE
007700                 SET WS-STREAM-ALREADY-DONE TO TRUE
007710             END-IF
007720         WHEN STP-STEP-END-RECORD
007730             PERFORM 1320-NOTE-PRIOR-OUTCOME
007740                 THRU 1320-NOTE-PRIOR-OUTCOME-EXIT
007750                 VARYING WS-SEARCH-SUB FROM 1 BY 1
007760                 UNTIL WS-SEARCH-SUB > WS-STEP-COUNT
007770         WHEN OTHER
007780             CONTINUE
007790     END-EVALUATE.
007800 1310-SCAN-STEP-LOG-EXIT.
007810     EXIT.
007820
007830*-----------------------------------------------------------------
007840* 1320-NOTE-PRIOR-OUTCOME - THE LOG IS APPEND-ONLY, SO THE LAST
007850* END RECORD FOR A STEP IS ITS LATEST OUTCOME.  A STEP SINCE
007860* DROPPED FROM THE SCHEDULE IS IGNORED.
007870*-----------------------------------------------------------------
007880 1320-NOTE-PRIOR-OUTCOME.
007890     IF WS-SK-STEP-NAME (WS-SEARCH-SUB) = STP-STEP-NAME
007900         MOVE STP-STATUS
007910             TO WS-SK-PRIOR-STATUS (WS-SEARCH-SUB)
007920         MOVE STP-RETURN-CODE
007930             TO WS-SK-PRIOR-RC (WS-SEARCH-SUB)
007940         MOVE STP-EVENT-TIME
007950             TO WS-SK-PRIOR-END-TIME (WS-SEARCH-SUB)
007960     END-IF.
007970 1320-NOTE-PRIOR-OUTCOME-EXIT.
007980     EXIT.
007990
008000*-----------------------------------------------------------------
008010* 2000-RUN-ONE-STEP - DECIDE THE STEP'S FATE AND RUN IT IF IT IS
008020* TO RUN: PASSED BY WHEN AN EARLIER RUN COMPLETED IT, NOT DUE WHEN
008030* ITS CONDITION IS NOT MET, HELD WHEN A PREDECESSOR FAILED.
008040*-----------------------------------------------------------------
008050 2000-RUN-ONE-STEP.
008060     IF WS-SK-DONE-BEFORE (WS-STEP-SUB)
008070         SET WS-SK-PASSED (WS-STEP-SUB) TO TRUE
008080         MOVE WS-SK-PRIOR-RC (WS-STEP-SUB)
008090             TO WS-SK-RC (WS-STEP-SUB)
008100         MOVE WS-SK-PRIOR-END-TIME (WS-STEP-SUB)
008110             TO WS-SK-END-TIME (WS-STEP-SUB)
008120         MOVE "COMPLETED BY AN EARLIER RUN OF THE DATE"
008130             TO WS-SK-MESSAGE (WS-STEP-SUB)
008140         PERFORM 2300-LOG-STEP-END
008150             THRU 2300-LOG-STEP-END-EXIT
008160         GO TO 2000-RUN-ONE-STEP-EXIT
008170     END-IF.
008180
008190     SET WS-STEP-DUE TO TRUE.
008200     IF WS-SK-MONTH-END-STEP (WS-STEP-SUB)
008210         AND WS-NOT-MONTH-END
008220         SET WS-STEP-NOT-DUE TO TRUE
008230     END-IF.
008240     IF WS-SK-ARCHIVE-STEP (WS-STEP-SUB)
008250         IF WS-ARCHIVE-OVERRIDE = "NO"
008260             OR (WS-ARCHIVE-OVERRIDE = SPACES
008270             AND WS-SK-ARCHIVE-DAY (WS-STEP-SUB)
008280                 NOT = WS-STREAM-WEEKDAY)
008290             SET WS-STEP-NOT-DUE TO TRUE
008300         END-IF
008310     END-IF.
008320
008330     IF WS-STEP-NOT-DUE
008340         SET WS-SK-NOT-DUE (WS-STEP-SUB) TO TRUE
008350         PERFORM 2300-LOG-STEP-END
008360             THRU 2300-LOG-STEP-END-EXIT
008370         GO TO 2000-RUN-ONE-STEP-EXIT
008380     END-IF.
008390
008400     PERFORM 2100-CHECK-PREDECESSOR
008410         THRU 2100-CHECK-PREDECESSOR-EXIT
008420         VARYING WS-PRED-SUB FROM 1 BY 1
008430         UNTIL WS-PRED-SUB > 4.
008440
008450     IF WS-SK-HELD (WS-STEP-SUB)
008460         PERFORM 2300-LOG-STEP-END
008470             THRU 2300-LOG-STEP-END-EXIT
008480         GO TO 2000-RUN-ONE-STEP-EXIT
008490     END-IF.
008500
008510     PERFORM 2200-EXECUTE-STEP
008520         THRU 2200-EXECUTE-STEP-EXIT.
008530
008540     PERFORM 2300-LOG-STEP-END
008550         THRU 2300-LOG-STEP-END-EXIT.
008560 2000-RUN-ONE-STEP-EXIT.
008570     EXIT.
008580
008590*-----------------------------------------------------------------
008600* 2100-CHECK-PREDECESSOR - HOLD THE STEP WHEN THIS PREDECESSOR
008610* FAILED, ABENDED OR WAS ITSELF HELD.  THE FIRST SUCH PREDECESSOR
008620* IS THE ONE NAMED.
008630*-----------------------------------------------------------------
008640 2100-CHECK-PREDECESSOR.
008650     IF WS-SK-PRED-STEP (WS-STEP-SUB, WS-PRED-SUB) = ZERO
008660         OR WS-SK-HELD (WS-STEP-SUB)
008670         GO TO 2100-CHECK-PREDECESSOR-EXIT
008680     END-IF.
008690
008700     MOVE WS-SK-PRED-STEP (WS-STEP-SUB, WS-PRED-SUB)
008710         TO WS-SEARCH-SUB.
008720     IF WS-SK-STOPS-DEPENDENTS (WS-SEARCH-SUB)
008730         SET WS-SK-HELD (WS-STEP-SUB) TO TRUE
008740         MOVE SPACES TO WS-SK-MESSAGE (WS-STEP-SUB)
008750         STRING "HELD - STEP "
008760                WS-SK-STEP-NAME (WS-SEARCH-SUB)
008770                " DID NOT COMPLETE"
008780             DELIMITED BY SIZE INTO WS-SK-MESSAGE (WS-STEP-SUB)
008790     END-IF.
008800 2100-CHECK-PREDECESSOR-EXIT.
008810     EXIT.
008820
008830*-----------------------------------------------------------------
008840* 2200-EXECUTE-STEP - LOG THE START, RUN THE STEP'S COMMAND AND
008850* JUDGE ITS RETURN CODE AGAINST THE STEP'S LIMIT.
008860*-----------------------------------------------------------------
008870 2200-EXECUTE-STEP.
008880     ACCEPT WS-SK-START-TIME (WS-STEP-SUB) FROM TIME.
008890
008900     INITIALIZE STREAM-STEP-RECORD.
008910     SET STP-STEP-START-RECORD TO TRUE.
008920     MOVE WS-SK-STEP-NAME (WS-STEP-SUB)    TO STP-STEP-NAME.
008930     MOVE WS-SK-PROGRAM-NAME (WS-STEP-SUB) TO STP-PROGRAM-NAME.
008940     MOVE WS-SK-MAX-RC (WS-STEP-SUB)       TO STP-MAX-RETURN-CODE.
008950     MOVE WS-SK-REPORT-NAME (WS-STEP-SUB)  TO STP-REPORT-NAME.
008960     MOVE WS-SK-START-TIME (WS-STEP-SUB)   TO STP-EVENT-TIME.
008970     IF WS-SK-PRIOR-STATUS (WS-STEP-SUB) = SPACES
008980         SET STP-FRESH-START TO TRUE
008990     ELSE
009000         SET STP-RESTART-START TO TRUE
009010     END-IF.
009020     PERFORM 7000-APPEND-STEP-LOG
009030         THRU 7000-APPEND-STEP-LOG-EXIT.
009040
009050     DISPLAY "STEP " WS-SK-STEP-NAME (WS-STEP-SUB) " ("
009060         WS-SK-PROGRAM-NAME (WS-STEP-SUB) ") STARTED".
009070
009080     DISPLAY "STRMSTEP" UPON ENVIRONMENT-NAME.
009090     DISPLAY WS-SK-STEP-NAME (WS-STEP-SUB) UPON ENVIRONMENT-VALUE.
009100
009110     MOVE WS-SK-COMMAND (WS-STEP-SUB) TO WS-COMMAND-LINE.
009120     CALL "SYSTEM" USING WS-COMMAND-LINE.
009130     MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
009140     MOVE ZERO TO RETURN-CODE.
009150
009160     ACCEPT WS-SK-END-TIME (WS-STEP-SUB) FROM TIME.
009170     ADD 1 TO WS-STEPS-RUN-COUNT.
009180
009190     IF WS-SYSTEM-STATUS < ZERO
009200         SET WS-SK-ABENDED (WS-STEP-SUB) TO TRUE
009210         MOVE 9999 TO WS-SK-RC (WS-STEP-SUB)
009220         MOVE "COMMAND COULD NOT BE STARTED"
009230             TO WS-SK-MESSAGE (WS-STEP-SUB)
009240         GO TO 2200-EXECUTE-STEP-EXIT
009250     END-IF.
009260
009270     DIVIDE WS-SYSTEM-STATUS BY 256
009280         GIVING WS-STEP-RETURN-CODE
009290         REMAINDER WS-STEP-SIGNAL.
009300
009310     IF WS-STEP-SIGNAL NOT = ZERO
009320         SET WS-SK-ABENDED (WS-STEP-SUB) TO TRUE
009330         MOVE 9999 TO WS-SK-RC (WS-STEP-SUB)
009340         MOVE SPACES TO WS-SK-MESSAGE (WS-STEP-SUB)
009350         STRING "ENDED ABNORMALLY - SIGNAL " WS-STEP-SIGNAL
009360             DELIMITED BY SIZE INTO WS-SK-MESSAGE (WS-STEP-SUB)
009370         GO TO 2200-EXECUTE-STEP-EXIT
009380     END-IF.
009390
009400     MOVE WS-STEP-RETURN-CODE TO WS-SK-RC (WS-STEP-SUB).
009410     IF WS-SK-RC (WS-STEP-SUB) > WS-SK-MAX-RC (WS-STEP-SUB)
009420         SET WS-SK-FAILED (WS-STEP-SUB) TO TRUE
009430         MOVE SPACES TO WS-SK-MESSAGE (WS-STEP-SUB)
009440         STRING "RETURN CODE ABOVE THE STEP LIMIT OF "
009450                WS-SK-MAX-RC (WS-STEP-SUB)
009460             DELIMITED BY SIZE INTO WS-SK-MESSAGE (WS-STEP-SUB)
009470     ELSE
009480         SET WS-SK-COMPLETED (WS-STEP-SUB) TO TRUE
009490     END-IF.
009500 2200-EXECUTE-STEP-EXIT.
009510     EXIT.
009520
009530*-----------------------------------------------------------------
009540* 2300-LOG-STEP-END - THE STEP'S OUTCOME TO THE STEP LOG AND THE
009550* CONSOLE.
009560*-----------------------------------------------------------------
009570 2300-LOG-STEP-END.
009580     INITIALIZE STREAM-STEP-RECORD.
009590     SET STP-STEP-END-RECORD TO TRUE.
009600     MOVE WS-SK-STEP-NAME (WS-STEP-SUB)    TO STP-STEP-NAME.
009610     MOVE WS-SK-PROGRAM-NAME (WS-STEP-SUB) TO STP-PROGRAM-NAME.
009620     MOVE WS-SK-STATUS (WS-STEP-SUB)       TO STP-STATUS.
009630     MOVE WS-SK-RC (WS-STEP-SUB)           TO STP-RETURN-CODE.
009640     MOVE WS-SK-MAX-RC (WS-STEP-SUB)       TO STP-MAX-RETURN-CODE.
009650     MOVE WS-SK-REPORT-NAME (WS-STEP-SUB)  TO STP-REPORT-NAME.
009660     MOVE WS-SK-MESSAGE (WS-STEP-SUB)      TO STP-MESSAGE.
009670     IF WS-SK-PASSED (WS-STEP-SUB)
009680         MOVE WS-SK-PRIOR-END-TIME (WS-STEP-SUB) TO STP-EVENT-TIME
009690     ELSE
009700         ACCEPT STP-EVENT-TIME FROM TIME
009710     END-IF.
009720     PERFORM 7000-APPEND-STEP-LOG
009730         THRU 7000-APPEND-STEP-LOG-EXIT.
009740
009750     DISPLAY "STEP " WS-SK-STEP-NAME (WS-STEP-SUB)
009760         " ENDED STATUS " WS-SK-STATUS (WS-STEP-SUB)
009770         " RC " WS-SK-RC (WS-STEP-SUB)
009780         " " WS-SK-MESSAGE (WS-STEP-SUB).
009790 2300-LOG-STEP-END-EXIT.
009800     EXIT.
009810
009820*-----------------------------------------------------------------
009830* 2700-CONVERT-DATE-TO-DAY-NO - AS PROGRAM5.  TURN WS-CONVERT-DATE
009840* (CCYYMMDD) INTO A DAY NUMBER SO TWO DATES SUBTRACT TO DAYS
009850* BETWEEN THEM.
009860*-----------------------------------------------------------------
009870 2700-CONVERT-DATE-TO-DAY-NO.
009880     SUBTRACT 1 FROM WS-CNV-YEAR GIVING WS-CNV-PRIOR-YEARS.
009890
009900     MULTIPLY WS-CNV-PRIOR-YEARS BY 365 GIVING WS-DAY-NUMBER.
009910
009920     DIVIDE WS-CNV-PRIOR-YEARS BY 4 GIVING WS-CNV-LEAP-DAYS.
009930     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
009940     DIVIDE WS-CNV-PRIOR-YEARS BY 100 GIVING WS-CNV-LEAP-DAYS.
009950     SUBTRACT WS-CNV-LEAP-DAYS FROM WS-DAY-NUMBER.
009960     DIVIDE WS-CNV-PRIOR-YEARS BY 400 GIVING WS-CNV-LEAP-DAYS.
009970     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
009980
009990     EVALUATE WS-CNV-MONTH
010000         WHEN 01 ADD 0   TO WS-DAY-NUMBER
010010         WHEN 02 ADD 31  TO WS-DAY-NUMBER
010020         WHEN 03 ADD 59  TO WS-DAY-NUMBER
010030         WHEN 04 ADD 90  TO WS-DAY-NUMBER
010040         WHEN 05 ADD 120 TO WS-DAY-NUMBER
010050         WHEN 06 ADD 151 TO WS-DAY-NUMBER
010060         WHEN 07 ADD 181 TO WS-DAY-NUMBER
010070         WHEN 08 ADD 212 TO WS-DAY-NUMBER
010080         WHEN 09 ADD 243 TO WS-DAY-NUMBER
010090         WHEN 10 ADD 273 TO WS-DAY-NUMBER
010100         WHEN 11 ADD 304 TO WS-DAY-NUMBER
010110         WHEN 12 ADD 334 TO WS-DAY-NUMBER
010120     END-EVALUATE.
010130
010140     SET WS-NOT-LEAP-YEAR TO TRUE.
010150     DIVIDE WS-CNV-YEAR BY 4
010160         GIVING WS-DIVIDE-QUOTIENT
010170         REMAINDER WS-YEAR-REMAINDER-4.
010180     IF WS-YEAR-REMAINDER-4 = ZERO
010190         DIVIDE WS-CNV-YEAR BY 100
010200             GIVING WS-DIVIDE-QUOTIENT
010210             REMAINDER WS-YEAR-REMAINDER-100
010220         IF WS-YEAR-REMAINDER-100 NOT = ZERO
010230             SET WS-LEAP-YEAR TO TRUE
010240         ELSE
010250             DIVIDE WS-CNV-YEAR BY 400
010260                 GIVING WS-DIVIDE-QUOTIENT
010270                 REMAINDER WS-YEAR-REMAINDER-400
010280             IF WS-YEAR-REMAINDER-400 = ZERO
010290                 SET WS-LEAP-YEAR TO TRUE
010300             END-IF
010310         END-IF
010320     END-IF.
010330
010340     IF WS-CNV-MONTH > 02
010350         AND WS-LEAP-YEAR
010360         ADD 1 TO WS-DAY-NUMBER
010370     END-IF.
010380
010390     ADD WS-CNV-DAY TO WS-DAY-NUMBER.
010400 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
010410     EXIT.
010420
010430*-----------------------------------------------------------------
010440* 5000-PRINT-STATUS-PAGE - THE MORNING STATUS PAGE: THE RUN, WHAT
010450* WAS DUE, ONE LINE PER STEP IN RUN ORDER, THEN THE REPORTS THAT
010460* NEED SOMEONE TO LOOK AT THEM.
010470*-----------------------------------------------------------------
010480 5000-PRINT-STATUS-PAGE.
010490     MOVE WS-STREAM-DATE TO RPT-TITLE-STREAM-DATE.
010500     WRITE STATUS-REPORT-LINE FROM WS-RPT-TITLE-LINE.
010510
010520     MOVE WS-RUN-DATE TO RPT-RUN-DATE.
010530     MOVE WS-RUN-TIME TO RPT-RUN-TIME.
010540     IF WS-PRIOR-RUN-COUNT = ZERO
010550         MOVE "FRESH START" TO RPT-RUN-KIND
010560     ELSE
010570         MOVE "RESTART - COMPLETED STEPS PASSED BY"
010580             TO RPT-RUN-KIND
010590     END-IF.
010600     WRITE STATUS-REPORT-LINE FROM WS-RPT-RUN-LINE.
010610
010620     MOVE SPACES TO RPT-ARCHIVE-TEXT.
010630     EVALUATE WS-ARCHIVE-OVERRIDE
010640         WHEN "YES"
010650             MOVE "YES (STRMARCH)" TO RPT-ARCHIVE-TEXT
010660         WHEN "NO"
010670             MOVE "NO (STRMARCH)" TO RPT-ARCHIVE-TEXT
010680         WHEN OTHER
010690             STRING "BY SCHEDULE - TODAY " WS-STREAM-WEEKDAY
010700                 DELIMITED BY SIZE INTO RPT-ARCHIVE-TEXT
010710     END-EVALUATE.
010720     EVALUATE TRUE
010730         WHEN WS-MONTH-END-OVERRIDE NOT = SPACES
010740             MOVE SPACES TO RPT-MONTH-END-TEXT
010750             STRING WS-MONTH-END-OVERRIDE " (STRMMEND)"
010760                 DELIMITED BY SIZE INTO RPT-MONTH-END-TEXT
010770         WHEN WS-MONTH-END
010780             MOVE "YES" TO RPT-MONTH-END-TEXT
010790         WHEN OTHER
010800             MOVE "NO" TO RPT-MONTH-END-TEXT
010810     END-EVALUATE.
010820     WRITE STATUS-REPORT-LINE FROM WS-RPT-DUE-LINE.
010830     WRITE STATUS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
010840
010850     WRITE STATUS-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
010860     PERFORM 5100-PRINT-ONE-STEP
010870         THRU 5100-PRINT-ONE-STEP-EXIT
010880         VARYING WS-STEP-SUB FROM 1 BY 1
010890         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
010900     WRITE STATUS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
010910
010920     WRITE STATUS-REPORT-LINE FROM WS-RPT-ATTENTION-HEADING.
010930     PERFORM 5200-PRINT-ATTENTION
010940         THRU 5200-PRINT-ATTENTION-EXIT
010950         VARYING WS-STEP-SUB FROM 1 BY 1
010960         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
010970     IF WS-ATTENTION-COUNT = ZERO
010980         MOVE SPACES TO RPT-ATN-REPORT-NAME
010990                        RPT-ATN-STEP-NAME
011000         MOVE "NONE - EVERY STEP RUN ENDED RETURN CODE 0"
011010             TO RPT-ATN-TEXT
011020         WRITE STATUS-REPORT-LINE FROM WS-RPT-ATTENTION-LINE
011030     END-IF.
011040     WRITE STATUS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
011050 5000-PRINT-STATUS-PAGE-EXIT.
011060     EXIT.
011070
011080 5100-PRINT-ONE-STEP.
011090     MOVE WS-SK-STEP-NAME (WS-STEP-SUB)    TO RPT-STEP-NAME.
011100     MOVE WS-SK-PROGRAM-NAME (WS-STEP-SUB) TO RPT-PROGRAM-NAME.
011110     MOVE WS-SK-REPORT-NAME (WS-STEP-SUB)  TO RPT-REPORT-NAME.
011120     MOVE SPACES TO RPT-START-TIME
011130                    RPT-END-TIME
011140                    RPT-RC.
011150
011160     EVALUATE TRUE
011170         WHEN WS-SK-COMPLETED (WS-STEP-SUB)
011180             ADD 1 TO WS-STEPS-COMPLETED-COUNT
011190             MOVE "COMPLETED" TO RPT-OUTCOME
011200         WHEN WS-SK-FAILED (WS-STEP-SUB)
011210             ADD 1 TO WS-STEPS-FAILED-COUNT
011220             MOVE "*** FAILED ***" TO RPT-OUTCOME
011230         WHEN WS-SK-ABENDED (WS-STEP-SUB)
011240             ADD 1 TO WS-STEPS-ABENDED-COUNT
011250             MOVE "*** ABENDED ***" TO RPT-OUTCOME
011260         WHEN WS-SK-NOT-DUE (WS-STEP-SUB)
011270             ADD 1 TO WS-STEPS-NOT-DUE-COUNT
011280             MOVE "NOT DUE" TO RPT-OUTCOME
011290         WHEN WS-SK-HELD (WS-STEP-SUB)
011300             ADD 1 TO WS-STEPS-HELD-COUNT
011310             MOVE "*** HELD ***" TO RPT-OUTCOME
011320         WHEN WS-SK-PASSED (WS-STEP-SUB)
011330             ADD 1 TO WS-STEPS-PASSED-COUNT
011340             MOVE "DONE ON EARLIER RUN" TO RPT-OUTCOME
011350     END-EVALUATE.
011360
011370     IF WS-SK-COMPLETED (WS-STEP-SUB)
011380         OR WS-SK-FAILED (WS-STEP-SUB)
011390         OR WS-SK-ABENDED (WS-STEP-SUB)
011400         MOVE WS-SK-START-TIME (WS-STEP-SUB) TO RPT-START-TIME
011410         MOVE WS-SK-END-TIME (WS-STEP-SUB)   TO RPT-END-TIME
011420         MOVE WS-SK-RC (WS-STEP-SUB)         TO RPT-RC
011430     END-IF.
011440     IF WS-SK-PASSED (WS-STEP-SUB)
011450         MOVE WS-SK-END-TIME (WS-STEP-SUB)   TO RPT-END-TIME
011460         MOVE WS-SK-RC (WS-STEP-SUB)         TO RPT-RC
011470     END-IF.
011480     WRITE STATUS-REPORT-LINE FROM WS-RPT-STEP-LINE.
011490
011500     IF WS-SK-FAILED (WS-STEP-SUB)
011510         OR WS-SK-ABENDED (WS-STEP-SUB)
011520         OR WS-SK-HELD (WS-STEP-SUB)
011530         MOVE WS-SK-MESSAGE (WS-STEP-SUB) TO RPT-MESSAGE
011540         WRITE STATUS-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
011550     END-IF.
011560 5100-PRINT-ONE-STEP-EXIT.
011570     EXIT.
011580
011590*-----------------------------------------------------------------
011600* 5200-PRINT-ATTENTION - A REPORT NEEDS ATTENTION WHEN ITS STEP
011610* RAN THIS TIME AND ENDED ABOVE RETURN CODE 0, FAILED OR ABENDED,
011620* OR WAS HELD AND SO WAS NOT PRODUCED AT ALL.
011630*-----------------------------------------------------------------
011640 5200-PRINT-ATTENTION.
011650     MOVE WS-SK-REPORT-NAME (WS-STEP-SUB) TO RPT-ATN-REPORT-NAME.
011660     MOVE WS-SK-STEP-NAME (WS-STEP-SUB)   TO RPT-ATN-STEP-NAME.
011670     MOVE SPACES TO RPT-ATN-TEXT.
011680
011690     EVALUATE TRUE
011700         WHEN WS-SK-COMPLETED (WS-STEP-SUB)
011710             IF WS-SK-RC (WS-STEP-SUB) = ZERO
011720                 GO TO 5200-PRINT-ATTENTION-EXIT
011730             END-IF
011740             ADD 1 TO WS-STEPS-WARNING-COUNT
011750             STRING "ENDED RC " WS-SK-RC (WS-STEP-SUB)
011760                    " - WITHIN ITS LIMIT, REVIEW THE REPORT"
011770                 DELIMITED BY SIZE INTO RPT-ATN-TEXT
011780         WHEN WS-SK-FAILED (WS-STEP-SUB)
011790             STRING "ENDED RC " WS-SK-RC (WS-STEP-SUB)
011800                    " - FAILED, DEPENDENT STEPS HELD"
011810                 DELIMITED BY SIZE INTO RPT-ATN-TEXT
011820         WHEN WS-SK-ABENDED (WS-STEP-SUB)
011830             MOVE "ABENDED - SEE THE STEP'S JOB LOG"
011840                 TO RPT-ATN-TEXT
011850         WHEN WS-SK-HELD (WS-STEP-SUB)
011860             MOVE "NOT PRODUCED - STEP HELD" TO RPT-ATN-TEXT
011870         WHEN OTHER
011880             GO TO 5200-PRINT-ATTENTION-EXIT
011890     END-EVALUATE.
011900
011910     ADD 1 TO WS-ATTENTION-COUNT.
011920     WRITE STATUS-REPORT-LINE FROM WS-RPT-ATTENTION-LINE.
011930 5200-PRINT-ATTENTION-EXIT.
011940     EXIT.
011950
011960*-----------------------------------------------------------------
011970* 7000-APPEND-STEP-LOG - STAMP THE RECORD LEFT IN STREAM-STEP-
011980* RECORD WITH THE STREAM DATE AND RUN, THEN OPEN EXTEND, WRITE IT
011990* AND CLOSE AGAIN, SO THE RECORD IS ON FILE EVEN IF THE STREAM IS
012000* CANCELLED DURING THE NEXT STEP - AS PROGRAM1 1700.
012010*-----------------------------------------------------------------
012020 7000-APPEND-STEP-LOG.
012030     MOVE WS-STREAM-DATE TO STP-STREAM-DATE.
012040     MOVE WS-RUN-DATE    TO STP-STREAM-RUN-DATE.
012050     MOVE WS-RUN-TIME    TO STP-STREAM-RUN-TIME.
012060     ACCEPT STP-EVENT-DATE FROM DATE YYYYMMDD.
012070     IF STP-EVENT-TIME = ZERO
012080         ACCEPT STP-EVENT-TIME FROM TIME
012090     END-IF.
012100
012110     OPEN EXTEND STEP-LOG-FILE.
012120     IF WS-STEP-LOG-STATUS NOT = "00"
012130         AND WS-STEP-LOG-STATUS NOT = "05"
012140         DISPLAY "UNABLE TO OPEN STEP-LOG-FILE - STATUS "
012150             WS-STEP-LOG-STATUS
012160         MOVE 16 TO RETURN-CODE
012170         STOP RUN
012180     END-IF.
012190     WRITE STREAM-STEP-RECORD.
012200     CLOSE STEP-LOG-FILE.
012210 7000-APPEND-STEP-LOG-EXIT.
012220     EXIT.
012230
012240*-----------------------------------------------------------------
012250* 8000-PRODUCE-CONTROL-TOTALS - THE STEP COUNTS, WHICH ACCOUNT FOR
012260* EVERY STEP ON THE SCHEDULE, AND THE STREAM'S OUTCOME.
012270*-----------------------------------------------------------------
012280 8000-PRODUCE-CONTROL-TOTALS.
012290     MOVE "STEPS ON THE SCHEDULE. . . . . . . . . . . . . :"
012300         TO RPT-CNT-LABEL.
012310     MOVE WS-STEP-COUNT TO RPT-CNT-VALUE.
012320     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012330
012340     MOVE "  STEPS COMPLETED THIS RUN . . . . . . . . . . :"
012350         TO RPT-CNT-LABEL.
012360     MOVE WS-STEPS-COMPLETED-COUNT TO RPT-CNT-VALUE.
012370     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012380
012390     MOVE "  STEPS DONE ON AN EARLIER RUN . . . . . . . . :"
012400         TO RPT-CNT-LABEL.
012410     MOVE WS-STEPS-PASSED-COUNT TO RPT-CNT-VALUE.
012420     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012430
012440     MOVE "  STEPS NOT DUE. . . . . . . . . . . . . . . . :"
012450         TO RPT-CNT-LABEL.
012460     MOVE WS-STEPS-NOT-DUE-COUNT TO RPT-CNT-VALUE.
012470     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012480
012490     MOVE "  STEPS FAILED . . . . . . . . . . . . . . . . :"
012500         TO RPT-CNT-LABEL.
012510     MOVE WS-STEPS-FAILED-COUNT TO RPT-CNT-VALUE.
012520     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012530
012540     MOVE "  STEPS ABENDED. . . . . . . . . . . . . . . . :"
012550         TO RPT-CNT-LABEL.
012560     MOVE WS-STEPS-ABENDED-COUNT TO RPT-CNT-VALUE.
012570     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012580
012590     MOVE "  STEPS HELD . . . . . . . . . . . . . . . . . :"
012600         TO RPT-CNT-LABEL.
012610     MOVE WS-STEPS-HELD-COUNT TO RPT-CNT-VALUE.
012620     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012630
012640     MOVE "STEPS STARTED THIS RUN . . . . . . . . . . . . :"
012650         TO RPT-CNT-LABEL.
012660     MOVE WS-STEPS-RUN-COUNT TO RPT-CNT-VALUE.
012670     WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
012680
012690     IF WS-STEPS-FAILED-COUNT NOT = ZERO
012700         OR WS-STEPS-ABENDED-COUNT NOT = ZERO
012710         OR WS-STEPS-HELD-COUNT NOT = ZERO
012720         MOVE SPACES TO RPT-BALANCE-TEXT
012730         STRING "*** STREAM STOPPED SHORT - CORRECT AND RERUN "
012740                "PROGRAM27 TO RESTART ***"
012750             DELIMITED BY SIZE INTO RPT-BALANCE-TEXT
012760         MOVE 8 TO WS-FINAL-RETURN-CODE
012770     ELSE
012780         IF WS-STEPS-WARNING-COUNT NOT = ZERO
012790             MOVE "STREAM COMPLETE - REPORTS NEED ATTENTION"
012800                 TO RPT-BALANCE-TEXT
012810             MOVE 4 TO WS-FINAL-RETURN-CODE
012820         ELSE
012830             MOVE "STREAM COMPLETE - EVERY STEP ENDED CLEAN"
012840                 TO RPT-BALANCE-TEXT
012850         END-IF
012860     END-IF.
012870     WRITE STATUS-REPORT-LINE FROM WS-RPT-BALANCE-LINE.
012880
012890     DISPLAY "STREAM " WS-STREAM-DATE-X " ENDED - "
012900         WS-STEPS-FAILED-COUNT " FAILED, "
012910         WS-STEPS-ABENDED-COUNT " ABENDED, "
012920         WS-STEPS-HELD-COUNT " HELD".
012930 8000-PRODUCE-CONTROL-TOTALS-EXIT.
012940     EXIT.
012950
012960*-----------------------------------------------------------------
012970* 9000-TERMINATE - LOG THE END OF THE STREAM RUN AND CLOSE THE
012980* STATUS PAGE.
012990*-----------------------------------------------------------------
013000 9000-TERMINATE.
013010     INITIALIZE STREAM-STEP-RECORD.
013020     SET STP-STREAM-FINISH-RECORD TO TRUE.
013030     IF WS-FINAL-RETURN-CODE = 8
013040         SET STP-STREAM-STOPPED TO TRUE
013050     ELSE
013060         SET STP-STREAM-COMPLETE TO TRUE
013070     END-IF.
013080     MOVE WS-FINAL-RETURN-CODE TO STP-RETURN-CODE.
013090     PERFORM 7000-APPEND-STEP-LOG
013100         THRU 7000-APPEND-STEP-LOG-EXIT.
013110
013120     CLOSE STATUS-REPORT-FILE.
013130 9000-TERMINATE-EXIT.
013140     EXIT.
