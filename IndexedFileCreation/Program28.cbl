000100*-----------------------------------------------------------------
000110* PROGRAM28
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM28 AS "INDEXEDFILECREATION.PROGRAM28".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-10-14.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-10-14 JWH   ORIGINAL PROGRAM.  MONTH-END CUSTOMER SNAPSHOT
000250*                  - WRITES ONE RECORD PER CUSTOMER TO THE PERIOD
000260*                  FILE SNAPSHOT (STATUS, STATE, YTD AND LIFETIME
000270*                  AMOUNTS, LAST PURCHASE, NET BALANCE AND THE
000280*                  MONTH'S NET SPEND) PLUS ONE LOST RECORD FOR
000290*                  EACH CUSTOMER ON LAST MONTH'S SNAPSHOT WHO HAS
000300*                  SINCE BEEN DELETED OR MERGED AWAY, SO PROGRAM29
000310*                  CAN REPORT HOW THE CUSTOMER BASE CHANGES MONTH
000320*                  TO MONTH.  A PERIOD ALREADY TAKEN IS REFUSED.
000330*                  REBUILD MODE TAKES A MISSED MONTH FROM A MASTER
000340*                  RESTORED TO THAT MONTH END BY PROGRAM21.
000350* 2026-10-15 JWH   REBUILD MAY NOW RETAKE A COMPLETE PERIOD THAT
000360*                  WAS CLOSED WITHOUT ITS PRIOR PERIOD, ONCE THE
000370*                  PRIOR PERIOD HAS BEEN REBUILT.
000380* ------------------------------------------------------------
000390*
000400*-----------------------------------------------------------------
000410* PROGRAM28 TAKES ITS PARAMETERS FROM THE ENVIRONMENT -
000420*   SNAPMODE  CLOSE (THE DEFAULT) OR REBUILD.
000430*   SNAPPER   THE PERIOD, CCYYMM.  CLOSE TAKES THE MONTH OF THE
000440*             CLOSE DATE AND NEEDS NO SNAPPER; REBUILD MUST BE
000450*             GIVEN A PERIOD BEFORE THAT MONTH (CONSOLE FALLBACK).
000460*   STRMDATE  THE CLOSE DATE, CCYYMMDD - TODAY WHEN NOT SET, SO
000470*             THE NIGHTLY STREAM (PROGRAM27) PASSES ITS STREAM
000480*             DATE.  CLOSE IS REFUSED BEFORE THE LAST DAY OF THE
000490*             MONTH UNLESS STRMMEND=YES, THE STREAM'S OWN
000500*             MONTH-END OVERRIDE.
000510*
000520* CLOSE TAKES EVERY FIGURE AS IT STANDS - THE MASTER'S STATUS,
000530* STATE AND DATE ADDED, CUSTSUMM'S YTD (WHEN ITS YTD YEAR IS THE
000540* PERIOD YEAR, ELSE ZERO), LIFETIME AND LAST PURCHASE (MASTER DATE
000550* OF PURCHASE WHEN THERE IS NO SUMMARY DATE), AND THE ARLEDGR
000560* BALANCE RECORD'S BALANCE OWED LESS UNAPPLIED CREDIT (FLAGGED "N"
000570* AND ZERO WHEN THE CUSTOMER HAS NO BALANCE RECORD).  THE MONTH'S
000580* SPEND IS THE NET OF THE CUSTOMER'S PURCHHST ROWS POSTED IN THE
000590* PERIOD (PH-RUN-DATE), RETURNS NEGATIVE, AS PROGRAM12 BILLS THEM.
000600*
000610* THE PRIOR MONTH'S SNAPSHOT GIVES EACH CUSTOMER'S STATUS A MONTH
000620* AGO AND THE CUSTOMERS NO LONGER ON THE MASTER.  A LOST CUSTOMER
000630* IS TRACED ON AUDITKEY FROM THE PRIOR MONTH END: AN EMPTY
000640* AFTER-IMAGE ON AN "M" IS A MERGE, ON ANYTHING ELSE A DELETE,
000650* AND NO SUCH RECORD LEAVES THE LOSS NOT TRACED.  A NEW CUSTOMER
000660* IS ONE ADDED IN THE PERIOD OR NOT ON THE PRIOR MONTH'S SNAPSHOT.
000670* WHEN THE PRIOR MONTH WAS NOT TAKEN ONLY THE DATE ADDED COUNTS,
000680* AND NO LOSSES OR STATUS MOVES CAN BE MEASURED (RETURN-CODE 4).
000690*
000700* DOUBLE-RUN PROTECTION - THE PERIOD CONTROL RECORD IS WRITTEN
000710* "BUILDING" BEFORE THE FIRST CUSTOMER AND MARKED "COMPLETE" AFTER
000720* THE LAST.  A COMPLETE PERIOD IS NOT TAKEN AGAIN (RETURN-CODE
000730* 16), WITH ONE EXCEPTION: A PERIOD CLOSED WHILE ITS PRIOR MONTH
000740* WAS MISSING (NO PRIOR PERIOD ON ITS CONTROL RECORD) IS CLEARED
000750* AND RETAKEN BY REBUILD ONCE THAT PRIOR MONTH IS COMPLETE, SO ITS
000760* LOSSES AND STATUS MOVES ARE MEASURED AFTER ALL.  A PERIOD LEFT
000770* BUILDING BY A RUN THAT FAILED IS CLEARED AND TAKEN AGAIN FROM
000780* THE START, SO A FAILED CLOSE IS SIMPLY RERUN.
000790*
000800* A MISSED MONTH END IS REBUILT IN TWO STEPS, OLDEST MONTH FIRST,
000810* WITHOUT TOUCHING THE LIVE MASTER -
000820*   1. COPY THE LAST BACKUP GENERATION TAKEN ON OR BEFORE THE
000830*      MONTH END TO A SCRATCH MASTER NAME - INDXMSTR.CCYYMMDD.BAK
000840*      TO SNAPMSTR.CCYYMMDD.BAK, SAY - AND RUN PROGRAM21 WITH
000850*      DD_INDXMSTR=SNAPMSTR, RCVRGEN THE GENERATION AND RCVRDATE
000860*      THE MONTH END.  THE AUDIT TRAIL ROLLS THE SCRATCH MASTER
000870*      FORWARD TO THE END OF THAT DAY.
000880*   2. RUN PROGRAM28 WITH SNAPMODE=REBUILD, SNAPPER=CCYYMM AND
000890*      DD_INDXMSTR STILL NAMING THE SCRATCH MASTER.  THE SCRATCH
000900*      MASTER AND ITS .DMG/.BAK COPIES CAN THEN BE REMOVED.
000910* THE MONTH AFTER A MISSED ONE WAS USUALLY CLOSED BY THE STREAM
000920* WITHOUT IT; ONCE THE MISSED MONTH IS IN, REBUILD THAT MONTH THE
000930* SAME WAY AND ITS LOSSES AND STATUS MOVES ARE MEASURED.
000940* REBUILD READS STATUS, STATE AND DATE ADDED FROM THE RESTORED
000950* MASTER AND WINDS THE MONEY BACK FROM TODAY'S FILES - PURCHHST
000960* ROWS POSTED AFTER THE MONTH END COME OFF THE LIFETIME AMOUNT AND
000970* THE BALANCE, PAYMENTS POSTED AFTER IT (AUDITKEY "P" RECORDS) GO
000980* BACK ON THE BALANCE, AND YTD AND LAST PURCHASE ARE TAKEN FROM
000990* THE PURCHHST ROWS POSTED BY THE MONTH END (LAST PURCHASE FALLS
001000* BACK TO THE RESTORED MASTER'S DATE OF PURCHASE).  A MERGE AFTER
001010* THE MONTH END MOVED LEDGER AND SUMMARY AMOUNTS THAT ARE NOT
001020* MOVED BACK, AND ROWS ARCHIVED BY PROGRAM14 ARE NO LONGER ON
001030* PURCHHST.
001040*
001050* RETURN-CODE 0 - PERIOD TAKEN.  4 - TAKEN, BUT THE PRIOR MONTH
001060* WAS NOT TAKEN OR A LOSS COULD NOT BE TRACED.  16 - PERIOD
001070* ALREADY TAKEN, A PARAMETER IS WRONG, OR A FILE WILL NOT OPEN OR
001080* WRITE.
001090*-----------------------------------------------------------------
001100 ENVIRONMENT DIVISION.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT INDEXEDFILE
001140         ASSIGN TO INDXMSTR
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS CUSTOMER-NO-INDEXED
001180         ALTERNATE RECORD KEY IS CUSTOMER-NAME-INDEXED
001190             WITH DUPLICATES
001200         FILE STATUS IS WS-INDEXEDFILE-STATUS.
001210
001220     SELECT OPTIONAL CUSTOMER-SUMMARY-FILE
001230         ASSIGN TO CUSTSUMM
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS RANDOM
001260         RECORD KEY IS CS-CUSTOMER-NO
001270         FILE STATUS IS WS-CUST-SUMM-STATUS.
001280
001290     SELECT OPTIONAL AR-LEDGER-FILE
001300         ASSIGN TO ARLEDGR
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS RANDOM
001330         RECORD KEY IS AR-LEDGER-KEY
001340         FILE STATUS IS WS-AR-LEDGER-STATUS.
001350
001360     SELECT OPTIONAL PURCHASE-HISTORY-FILE
001370         ASSIGN TO PURCHHST
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS PURCHASE-HISTORY-KEY
001410         FILE STATUS IS WS-PURCH-HIST-STATUS.
001420
001430     SELECT OPTIONAL AUDIT-KEYED-FILE
001440         ASSIGN TO AUDITKEY
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS AK-CUSTOMER-KEY
001480         ALTERNATE RECORD KEY IS AK-RUN-KEY
001490         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
001500
001510     SELECT OPTIONAL SNAPSHOT-FILE
001520         ASSIGN TO SNAPSHOT
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS DYNAMIC
001550         RECORD KEY IS SN-KEY
001560         FILE STATUS IS WS-SNAPSHOT-STATUS.
001570
001580     SELECT SNAPSHOT-REPORT-FILE
001590         ASSIGN TO SNAPRPT
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS WS-SNAPSHOT-REPORT-STATUS.
001620
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  INDEXEDFILE.
001660     COPY CUSTMAST.
001670
001680 FD  CUSTOMER-SUMMARY-FILE.
001690     COPY CUSTSUMM.
001700
001710 FD  AR-LEDGER-FILE.
001720     COPY ARLEDGER.
001730
001740 FD  PURCHASE-HISTORY-FILE.
001750     COPY PURCHHST.
001760
001770 FD  AUDIT-KEYED-FILE.
001780     COPY AUDITKEY.
001790
001800 FD  SNAPSHOT-FILE.
001810     COPY SNAPSHOT.
001820
001830 FD  SNAPSHOT-REPORT-FILE.
001840 01  SNAPSHOT-REPORT-LINE              PIC X(80).
001850
001860 WORKING-STORAGE SECTION.
001870 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
001880 77  WS-CUST-SUMM-STATUS        PIC X(02) VALUE "00".
001890 77  WS-AR-LEDGER-STATUS        PIC X(02) VALUE "00".
001900 77  WS-PURCH-HIST-STATUS       PIC X(02) VALUE "00".
001910 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
001920 77  WS-SNAPSHOT-STATUS         PIC X(02) VALUE "00".
001930 77  WS-SNAPSHOT-REPORT-STATUS  PIC X(02) VALUE "00".
001940
001950 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001960     88  WS-EOF                 VALUE "Y".
001970     88  WS-NOT-EOF             VALUE "N".
001980
001990 77  WS-HIST-EOF-SWITCH         PIC X(01) VALUE "N".
002000     88  WS-HIST-EOF            VALUE "Y".
002010     88  WS-HIST-NOT-EOF        VALUE "N".
002020
002030 77  WS-TRAIL-EOF-SWITCH        PIC X(01) VALUE "N".
002040     88  WS-TRAIL-EOF           VALUE "Y".
002050     88  WS-TRAIL-NOT-EOF       VALUE "N".
002060
002070 77  WS-PERIOD-EOF-SWITCH       PIC X(01) VALUE "N".
002080     88  WS-PERIOD-EOF          VALUE "Y".
002090     88  WS-PERIOD-NOT-EOF      VALUE "N".
002100
002110 77  WS-MODE                    PIC X(07) VALUE SPACES.
002120     88  WS-CLOSE-MODE          VALUE "CLOSE".
002130     88  WS-REBUILD-MODE        VALUE "REBUILD".
002140
002150 77  WS-MONTH-END-OVERRIDE      PIC X(03) VALUE SPACES.
002160
002170 77  WS-PRIOR-SWITCH            PIC X(01) VALUE "N".
002180     88  WS-PRIOR-TAKEN         VALUE "Y".
002190     88  WS-PRIOR-NOT-TAKEN     VALUE "N".
002200
002210 77  WS-LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
002220     88  WS-LEAP-YEAR           VALUE "Y".
002230     88  WS-NOT-LEAP-YEAR       VALUE "N".
002240 77  WS-DIVIDE-QUOTIENT         PIC 9(07) VALUE ZERO.
002250 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
002260 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
002270 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
002280 77  WS-MONTH-DAYS              PIC 9(02) VALUE ZERO.
002290
002300*-----------------------------------------------------------------
002310* RUN DATE, CLOSE DATE AND THE PERIOD BEING TAKEN
002320*-----------------------------------------------------------------
002330 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002340 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
002350
002360 01  WS-CLOSE-DATE              PIC 9(08) VALUE ZERO.
002370 01  WS-CLOSE-DATE-R REDEFINES WS-CLOSE-DATE.
002380     05  WS-CD-PERIOD           PIC 9(06).
002390     05  WS-CD-PERIOD-R REDEFINES WS-CD-PERIOD.
002400         10  WS-CD-YEAR         PIC 9(04).
002410         10  WS-CD-MONTH        PIC 9(02).
002420     05  WS-CD-DAY              PIC 9(02).
002430 01  WS-CLOSE-DATE-X REDEFINES WS-CLOSE-DATE PIC X(08).
002440
002450 01  WS-PERIOD-IN               PIC X(06) VALUE SPACES.
002460 01  WS-PERIOD-IN-R REDEFINES WS-PERIOD-IN.
002470     05  WS-PI-PERIOD           PIC 9(06).
002480 01  WS-PERIOD-IN-R2 REDEFINES WS-PERIOD-IN.
002490     05  WS-PI-YEAR             PIC 9(04).
002500     05  WS-PI-MONTH            PIC 9(02).
002510
002520 01  WS-PERIOD                  PIC 9(06) VALUE ZERO.
002530 01  WS-PERIOD-R REDEFINES WS-PERIOD.
002540     05  WS-PER-YEAR            PIC 9(04).
002550     05  WS-PER-MONTH           PIC 9(02).
002560
002570 01  WS-PRIOR-PERIOD            PIC 9(06) VALUE ZERO.
002580 01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
002590     05  WS-PP-YEAR             PIC 9(04).
002600     05  WS-PP-MONTH            PIC 9(02).
002610
002620 01  WS-MONTH-END-DATE          PIC 9(08) VALUE ZERO.
002630 01  WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
002640     05  WS-ME-YEAR             PIC 9(04).
002650     05  WS-ME-MONTH            PIC 9(02).
002660     05  WS-ME-DAY              PIC 9(02).
002670
002680*-----------------------------------------------------------------
002690* THE AUDIT TRAIL WINDOW A LOSS IS TRACED IN - FROM THE PRIOR
002700* SNAPSHOT'S MONTH END TO THIS ONE'S (TO TODAY ON A CLOSE).
002710*-----------------------------------------------------------------
002720 77  WS-TRACE-FROM-DATE         PIC 9(08) VALUE ZERO.
002730 77  WS-TRACE-TO-DATE           PIC 9(08) VALUE ZERO.
002740
002750*-----------------------------------------------------------------
002760* DATE-KEY WORK FIELDS - AS PROGRAM19.  A MM/DD/CCYY DATE BECOMES
002770* A CCYYMMDD KEY; AN UNREADABLE DATE KEYS AS ZERO.
002780*-----------------------------------------------------------------
002790 01  WS-DATE-WORK.
002800     05  WS-DW-MONTH            PIC 99.
002810     05  FILLER                 PIC X(01).
002820     05  WS-DW-DAY              PIC 99.
002830     05  FILLER                 PIC X(01).
002840     05  WS-DW-YEAR             PIC 9999.
002850
002860 01  WS-DATE-KEY.
002870     05  WS-DK-YEAR             PIC 9(04).
002880     05  WS-DK-MONTH            PIC 9(02).
002890     05  WS-DK-DAY              PIC 9(02).
002900 01  WS-DATE-KEY-N REDEFINES WS-DATE-KEY PIC 9(08).
002910
002920*-----------------------------------------------------------------
002930* THE CUSTOMER BEING TAKEN - WHAT ITS PURCHHST ROWS ADD UP TO, ITS
002940* STATUS ON THE PRIOR SNAPSHOT, AND HOW A LOST CUSTOMER WAS LOST.
002950*-----------------------------------------------------------------
002960 77  WS-CUSTOMER-NO             PIC X(05) VALUE SPACES.
002970 77  WS-PRIOR-STATUS            PIC X(01) VALUE SPACE.
002980
002990 01  WS-ROW-RUN-DATE            PIC 9(08) VALUE ZERO.
003000 01  WS-ROW-RUN-DATE-R REDEFINES WS-ROW-RUN-DATE.
003010     05  WS-ROW-RUN-PERIOD      PIC 9(06).
003020     05  WS-ROW-RUN-DAY         PIC 9(02).
003030
003040 01  WS-ADDED-DATE              PIC 9(08) VALUE ZERO.
003050 01  WS-ADDED-DATE-R REDEFINES WS-ADDED-DATE.
003060     05  WS-ADDED-PERIOD        PIC 9(06).
003070     05  WS-ADDED-DAY           PIC 9(02).
003080
003090 77  WS-HIST-MONTH-SPEND        PIC S9(09)V99 VALUE ZERO.
003100 77  WS-HIST-AFTER-NET          PIC S9(09)V99 VALUE ZERO.
003110 77  WS-HIST-YTD-TO-END         PIC S9(09)V99 VALUE ZERO.
003120 77  WS-HIST-LIFE-TO-END        PIC S9(11)V99 VALUE ZERO.
003130 77  WS-HIST-LAST-TO-END        PIC 9(08) VALUE ZERO.
003140 77  WS-LATER-PAYMENTS          PIC 9(09)V99 VALUE ZERO.
003150 77  WS-WORK-AMOUNT             PIC S9(11)V99 VALUE ZERO.
003160
003170 77  WS-LOST-EVENT              PIC X(01) VALUE SPACE.
003180 77  WS-LOST-RUN-DATE           PIC 9(08) VALUE ZERO.
003190
003200 77  WS-PRIOR-KEY-SAVE          PIC X(11) VALUE SPACES.
003210 77  WS-PRIOR-RECORD-SAVE       PIC X(102) VALUE SPACES.
003220
003230*-----------------------------------------------------------------
003240* THE AUDIT RECORD CARRIED IN THE KEYED RECORD.
003250*-----------------------------------------------------------------
003260     COPY AUDITREC.
003270
003280*-----------------------------------------------------------------
003290* CONTROL TOTALS
003300*-----------------------------------------------------------------
003310 77  WS-MASTER-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
003320 77  WS-ACTIVE-COUNT            PIC 9(07) COMP VALUE ZERO.
003330 77  WS-INACTIVE-COUNT          PIC 9(07) COMP VALUE ZERO.
003340 77  WS-HOLD-COUNT              PIC 9(07) COMP VALUE ZERO.
003350 77  WS-OTHER-STATUS-COUNT      PIC 9(07) COMP VALUE ZERO.
003360 77  WS-NEW-COUNT               PIC 9(07) COMP VALUE ZERO.
003370 77  WS-REACTIVATED-COUNT       PIC 9(07) COMP VALUE ZERO.
003380 77  WS-STATUS-MOVE-COUNT       PIC 9(07) COMP VALUE ZERO.
003390 77  WS-PRIOR-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
003400 77  WS-LOST-DELETED-COUNT      PIC 9(07) COMP VALUE ZERO.
003410 77  WS-LOST-MERGED-COUNT       PIC 9(07) COMP VALUE ZERO.
003420 77  WS-LOST-UNTRACED-COUNT     PIC 9(07) COMP VALUE ZERO.
003430 77  WS-LOST-COUNT              PIC 9(07) COMP VALUE ZERO.
003440 77  WS-NO-SUMMARY-COUNT        PIC 9(07) COMP VALUE ZERO.
003450 77  WS-NO-LEDGER-COUNT         PIC 9(07) COMP VALUE ZERO.
003460 77  WS-WOUND-BACK-COUNT        PIC 9(07) COMP VALUE ZERO.
003470 77  WS-CLEARED-COUNT           PIC 9(07) COMP VALUE ZERO.
003480 77  WS-WRITTEN-COUNT           PIC 9(07) COMP VALUE ZERO.
003490 77  WS-TOTAL-MONTH-SPEND       PIC S9(11)V99 VALUE ZERO.
003500
003510*-----------------------------------------------------------------
003520* REPORT LINE LAYOUTS
003530*-----------------------------------------------------------------
003540 01  WS-RPT-TITLE-LINE.
003550     05  FILLER PIC X(80) VALUE
003560         "MONTH-END CUSTOMER SNAPSHOT - PROGRAM28".
003570
003580 01  WS-RPT-PARM-LINE.
003590     05  FILLER PIC X(06) VALUE "MODE: ".
003600     05  RPT-MODE PIC X(07).
003610     05  FILLER PIC X(10) VALUE "  PERIOD: ".
003620     05  RPT-PERIOD PIC 9(06).
003630     05  FILLER PIC X(13) VALUE "  MONTH END: ".
003640     05  RPT-MONTH-END-DATE PIC 9(08).
003650     05  FILLER PIC X(09) VALUE "  PRIOR: ".
003660     05  RPT-PRIOR-PERIOD PIC 9(06).
003670     05  FILLER PIC X(01) VALUE SPACES.
003680     05  RPT-PRIOR-TEXT PIC X(09).
003690     05  FILLER PIC X(05) VALUE SPACES.
003700
003710 01  WS-RPT-COUNT-LINE.
003720     05  RPT-CNT-LABEL PIC X(50).
003730     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
003740     05  FILLER PIC X(19) VALUE SPACES.
003750
003760 01  WS-RPT-AMOUNT-LINE.
003770     05  RPT-AMT-LABEL PIC X(50).
003780     05  RPT-AMT-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99-.
003790     05  FILLER PIC X(13) VALUE SPACES.
003800
003810 01  WS-RPT-BALANCE-LINE.
003820     05  RPT-BALANCE-TEXT PIC X(80).
003830
003840 PROCEDURE DIVISION.
003850*-----------------------------------------------------------------
003860* 0000-MAINLINE
003870*-----------------------------------------------------------------
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE
003900         THRU 1000-INITIALIZE-EXIT.
003910
003920     PERFORM 2000-SNAP-ONE-CUSTOMER
003930         THRU 2000-SNAP-ONE-CUSTOMER-EXIT
003940         UNTIL WS-EOF.
003950
003960     IF WS-PRIOR-TAKEN
003970         PERFORM 3000-FIND-LOST-CUSTOMERS
003980             THRU 3000-FIND-LOST-CUSTOMERS-EXIT
003990     END-IF.
004000
004010     PERFORM 8000-PRODUCE-CONTROL-TOTALS
004020         THRU 8000-PRODUCE-CONTROL-TOTALS-EXIT.
004030
004040     PERFORM 9000-TERMINATE
004050         THRU 9000-TERMINATE-EXIT.
004060
004070     STOP RUN.
004080 0000-MAINLINE-EXIT.
004090     EXIT.
004100
004110*-----------------------------------------------------------------
004120* 1000-INITIALIZE - RESOLVE THE MODE, CLOSE DATE AND PERIOD, OPEN
004130* THE FILES, LOOK FOR THE PRIOR MONTH'S SNAPSHOT AND CLAIM THE
004140* PERIOD.
004150*-----------------------------------------------------------------
004160 1000-INITIALIZE.
004170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004180     ACCEPT WS-RUN-TIME FROM TIME.
004190
004200     DISPLAY "SNAPMODE" UPON ENVIRONMENT-NAME.
004210     ACCEPT WS-MODE FROM ENVIRONMENT-VALUE.
004220     IF WS-MODE = SPACES
004230         MOVE "CLOSE" TO WS-MODE
004240     END-IF.
004250
004260     IF NOT WS-CLOSE-MODE
004270         AND NOT WS-REBUILD-MODE
004280         DISPLAY "INVALID SNAPMODE - " WS-MODE
004290             " - MUST BE CLOSE OR REBUILD"
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330
004340     DISPLAY "STRMDATE" UPON ENVIRONMENT-NAME.
004350     ACCEPT WS-CLOSE-DATE-X FROM ENVIRONMENT-VALUE.
004360     IF WS-CLOSE-DATE-X = SPACES
004370         MOVE WS-RUN-DATE TO WS-CLOSE-DATE
004380     END-IF.
004390
004400     IF WS-CLOSE-DATE IS NOT NUMERIC
004410         OR WS-CD-MONTH < 01 OR WS-CD-MONTH > 12
004420         OR WS-CD-DAY < 01 OR WS-CD-DAY > 31
004430         DISPLAY "INVALID STRMDATE - " WS-CLOSE-DATE-X
004440             " - MUST BE CCYYMMDD"
004450         MOVE 16 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480
004490     DISPLAY "STRMMEND" UPON ENVIRONMENT-NAME.
004500     ACCEPT WS-MONTH-END-OVERRIDE FROM ENVIRONMENT-VALUE.
004510     IF WS-MONTH-END-OVERRIDE NOT = SPACES
004520         AND WS-MONTH-END-OVERRIDE NOT = "YES"
004530         AND WS-MONTH-END-OVERRIDE NOT = "NO"
004540         DISPLAY "STRMMEND MUST BE YES, NO OR NOT SET"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580
004590     DISPLAY "SNAPPER" UPON ENVIRONMENT-NAME.
004600     ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE.
004610
004620     IF WS-CLOSE-MODE
004630         PERFORM 1100-RESOLVE-CLOSE-PERIOD
004640             THRU 1100-RESOLVE-CLOSE-PERIOD-EXIT
004650     ELSE
004660         PERFORM 1200-RESOLVE-REBUILD-PERIOD
004670             THRU 1200-RESOLVE-REBUILD-PERIOD-EXIT
004680     END-IF.
004690
004700     MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
004710     IF WS-PP-MONTH = 01
004720         SUBTRACT 1 FROM WS-PP-YEAR
004730         MOVE 12 TO WS-PP-MONTH
004740     ELSE
004750         SUBTRACT 1 FROM WS-PP-MONTH
004760     END-IF.
004770
004780     PERFORM 1300-OPEN-FILES
004790         THRU 1300-OPEN-FILES-EXIT.
004800
004810     PERFORM 1400-CHECK-PRIOR-PERIOD
004820         THRU 1400-CHECK-PRIOR-PERIOD-EXIT.
004830
004840     PERFORM 1500-CLAIM-PERIOD
004850         THRU 1500-CLAIM-PERIOD-EXIT.
004860
004870     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-TITLE-LINE.
004880     MOVE WS-MODE           TO RPT-MODE.
004890     MOVE WS-PERIOD         TO RPT-PERIOD.
004900     MOVE WS-MONTH-END-DATE TO RPT-MONTH-END-DATE.
004910     MOVE WS-PRIOR-PERIOD   TO RPT-PRIOR-PERIOD.
004920     IF WS-PRIOR-TAKEN
004930         MOVE "TAKEN" TO RPT-PRIOR-TEXT
004940     ELSE
004950         MOVE "NOT TAKEN" TO RPT-PRIOR-TEXT
004960     END-IF.
004970     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-PARM-LINE.
004980 1000-INITIALIZE-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------------
005020* 1100-RESOLVE-CLOSE-PERIOD - A CLOSE TAKES THE MONTH OF THE CLOSE
005030* DATE, AND ONLY ON ITS LAST DAY UNLESS STRMMEND=YES.  A SNAPPER
005040* GIVEN WITH IT MUST NAME THAT SAME MONTH.
005050*-----------------------------------------------------------------
005060 1100-RESOLVE-CLOSE-PERIOD.
005070     MOVE WS-CD-PERIOD TO WS-PERIOD.
005080     MOVE WS-CLOSE-DATE TO WS-MONTH-END-DATE.
005090     MOVE WS-RUN-DATE TO WS-TRACE-TO-DATE.
005100
005110     IF WS-PERIOD-IN NOT = SPACES
005120         AND (WS-PI-PERIOD IS NOT NUMERIC
005130         OR WS-PI-PERIOD NOT = WS-PERIOD)
005140         DISPLAY "SNAPPER " WS-PERIOD-IN " IS NOT THE MONTH OF "
005150             "THE CLOSE DATE " WS-CLOSE-DATE-X
005160         DISPLAY "A PAST MONTH IS TAKEN WITH SNAPMODE=REBUILD"
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200
005210     PERFORM 1900-FIND-MONTH-DAYS
005220         THRU 1900-FIND-MONTH-DAYS-EXIT.
005230
005240     IF WS-CD-DAY > WS-MONTH-DAYS
005250         DISPLAY "INVALID STRMDATE - " WS-CLOSE-DATE-X
005260             " - NO SUCH DAY IN THE MONTH"
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300
005310     IF WS-CD-DAY NOT = WS-MONTH-DAYS
005320         AND WS-MONTH-END-OVERRIDE NOT = "YES"
005330         DISPLAY "CLOSE DATE " WS-CLOSE-DATE-X
005340             " IS NOT THE LAST DAY OF THE MONTH"
005350         DISPLAY "SET STRMMEND=YES TO CLOSE THE MONTH EARLY"
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390 1100-RESOLVE-CLOSE-PERIOD-EXIT.
005400     EXIT.
005410
005420*-----------------------------------------------------------------
005430* 1200-RESOLVE-REBUILD-PERIOD - A REBUILD MUST NAME A MONTH BEFORE
005440* THE CLOSE DATE'S MONTH.  ITS MONTH END IS THE MONTH'S LAST DAY,
005450* AND THE AUDIT TRAIL IS READ TO THAT DAY ONLY.
005460*-----------------------------------------------------------------
005470 1200-RESOLVE-REBUILD-PERIOD.
005480     IF WS-PERIOD-IN = SPACES
005490         DISPLAY "ENTER PERIOD TO REBUILD (CCYYMM): "
005500         ACCEPT WS-PERIOD-IN
005510     END-IF.
005520
005530     IF WS-PI-PERIOD IS NOT NUMERIC
005540         OR WS-PI-MONTH < 01 OR WS-PI-MONTH > 12
005550         DISPLAY "INVALID SNAPPER - " WS-PERIOD-IN
005560             " - MUST BE CCYYMM"
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600
005610     IF WS-PI-PERIOD NOT < WS-CD-PERIOD
005620         DISPLAY "SNAPPER " WS-PERIOD-IN " IS NOT A PAST MONTH - "
005630             "THE CURRENT MONTH IS TAKEN WITH SNAPMODE=CLOSE"
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670
005680     MOVE WS-PI-PERIOD TO WS-PERIOD.
005690     PERFORM 1900-FIND-MONTH-DAYS
005700         THRU 1900-FIND-MONTH-DAYS-EXIT.
005710
005720     MOVE WS-PER-YEAR   TO WS-ME-YEAR.
005730     MOVE WS-PER-MONTH  TO WS-ME-MONTH.
005740     MOVE WS-MONTH-DAYS TO WS-ME-DAY.
005750     MOVE WS-MONTH-END-DATE TO WS-TRACE-TO-DATE.
005760 1200-RESOLVE-REBUILD-PERIOD-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800* 1300-OPEN-FILES - THE MASTER (THE RESTORED ONE ON A REBUILD),
005810* THE FILES THE FIGURES COME FROM, THE SNAPSHOT FILE (CREATED BY
005820* THE FIRST CLOSE) AND THE REPORT.
005830*-----------------------------------------------------------------
005840 1300-OPEN-FILES.
005850     OPEN INPUT INDEXEDFILE.
005860     IF WS-INDEXEDFILE-STATUS NOT = "00"
005870         DISPLAY "UNABLE TO OPEN INDEXEDFILE - FILE STATUS "
005880             WS-INDEXEDFILE-STATUS
005890         MOVE 16 TO RETURN-CODE
005900         STOP RUN
005910     END-IF.
005920
005930     OPEN INPUT CUSTOMER-SUMMARY-FILE.
005940     IF WS-CUST-SUMM-STATUS NOT = "00"
005950         AND WS-CUST-SUMM-STATUS NOT = "05"
005960         DISPLAY "UNABLE TO OPEN CUSTOMER-SUMMARY-FILE - STATUS "
005970             WS-CUST-SUMM-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010
006020     OPEN INPUT AR-LEDGER-FILE.
006030     IF WS-AR-LEDGER-STATUS NOT = "00"
006040         AND WS-AR-LEDGER-STATUS NOT = "05"
006050         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - STATUS "
006060             WS-AR-LEDGER-STATUS
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100
006110     OPEN INPUT PURCHASE-HISTORY-FILE.
006120     IF WS-PURCH-HIST-STATUS NOT = "00"
006130         AND WS-PURCH-HIST-STATUS NOT = "05"
006140         DISPLAY "UNABLE TO OPEN PURCHASE-HISTORY-FILE - STATUS "
006150             WS-PURCH-HIST-STATUS
006160         MOVE 16 TO RETURN-CODE
006170         STOP RUN
006180     END-IF.
006190
006200     OPEN INPUT AUDIT-KEYED-FILE.
006210     IF WS-AUDIT-KEYED-STATUS NOT = "00"
006220         AND WS-AUDIT-KEYED-STATUS NOT = "05"
006230         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
006240             WS-AUDIT-KEYED-STATUS
006250         MOVE 16 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280
006290     OPEN I-O SNAPSHOT-FILE.
006300     IF WS-SNAPSHOT-STATUS NOT = "00"
006310         AND WS-SNAPSHOT-STATUS NOT = "05"
006320         DISPLAY "UNABLE TO OPEN SNAPSHOT-FILE - FILE STATUS "
006330             WS-SNAPSHOT-STATUS
006340         MOVE 16 TO RETURN-CODE
006350         STOP RUN
006360     END-IF.
006370
006380     OPEN OUTPUT SNAPSHOT-REPORT-FILE.
006390     IF WS-SNAPSHOT-REPORT-STATUS NOT = "00"
006400         DISPLAY "UNABLE TO OPEN SNAPSHOT-REPORT-FILE - STATUS "
006410             WS-SNAPSHOT-REPORT-STATUS
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450 1300-OPEN-FILES-EXIT.
006460     EXIT.
006470
006480*-----------------------------------------------------------------
006490* 1400-CHECK-PRIOR-PERIOD - THE PRIOR MONTH COUNTS ONLY WHEN ITS
006500* SNAPSHOT IS COMPLETE.  ITS MONTH END STARTS THE WINDOW A LOSS IS
006510* TRACED IN.
006520*-----------------------------------------------------------------
006530 1400-CHECK-PRIOR-PERIOD.
006540     SET WS-PRIOR-NOT-TAKEN TO TRUE.
006550
006560     MOVE WS-PRIOR-PERIOD TO SN-PERIOD.
006570     MOVE HIGH-VALUES     TO SN-CUSTOMER-NO.
006580     READ SNAPSHOT-FILE RECORD
006590         INVALID KEY
006600             CONTINUE
006610     END-READ.
006620
006630     IF WS-SNAPSHOT-STATUS = "00"
006640         AND SN-CTL-COMPLETE
006650         SET WS-PRIOR-TAKEN TO TRUE
006660         MOVE SN-CTL-MONTH-END-DATE TO WS-TRACE-FROM-DATE
006670     ELSE
006680         DISPLAY "PRIOR PERIOD " WS-PRIOR-PERIOD " NOT TAKEN - "
006690             "LOSSES AND STATUS MOVES NOT MEASURED"
006700     END-IF.
006710 1400-CHECK-PRIOR-PERIOD-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------------
006750* 1500-CLAIM-PERIOD - THE DOUBLE-RUN CHECK.  A COMPLETE PERIOD IS
006760* REFUSED, EXCEPT THAT REBUILD MAY RETAKE ONE THAT WAS TAKEN
006770* WITHOUT ITS PRIOR PERIOD ONCE THAT PRIOR PERIOD IS COMPLETE.  A
006780* PERIOD LEFT BUILDING IS CLEARED.  THE PERIOD BEING RETAKEN IS
006790* CLEARED FIRST, THEN THE CONTROL RECORD GOES ON "BUILDING" BEFORE
006800* ANY CUSTOMER IS WRITTEN.
006810*-----------------------------------------------------------------
006820 1500-CLAIM-PERIOD.
006830     MOVE WS-PERIOD   TO SN-PERIOD.
006840     MOVE HIGH-VALUES TO SN-CUSTOMER-NO.
006850     READ SNAPSHOT-FILE RECORD
006860         INVALID KEY
006870             CONTINUE
006880     END-READ.
006890
006900     IF WS-SNAPSHOT-STATUS = "00"
006910         AND SN-CTL-COMPLETE
006920         AND (WS-CLOSE-MODE
006930              OR SN-CTL-PRIOR-PERIOD NOT = ZERO
006940              OR WS-PRIOR-NOT-TAKEN)
006950         DISPLAY "SNAPSHOT FOR PERIOD " WS-PERIOD
006960             " ALREADY TAKEN " SN-CTL-RUN-DATE " " SN-CTL-RUN-TIME
006970             " (" SN-CTL-MODE ")"
006980         IF WS-REBUILD-MODE
006990             AND SN-CTL-PRIOR-PERIOD = ZERO
007000             DISPLAY "PRIOR PERIOD " WS-PRIOR-PERIOD
007010                 " STILL NOT TAKEN - REBUILD IT FIRST"
007020         END-IF
007030         DISPLAY "MONTH-END SNAPSHOT NOT TAKEN AGAIN"
007040         MOVE 16 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070
007080     IF WS-SNAPSHOT-STATUS = "00"
007090         IF SN-CTL-COMPLETE
007100             DISPLAY "SNAPSHOT FOR PERIOD " WS-PERIOD
007110                 " WAS TAKEN WITHOUT ITS PRIOR PERIOD"
007120                 " - CLEARING IT"
007130         ELSE
007140             DISPLAY "SNAPSHOT FOR PERIOD " WS-PERIOD
007150                 " LEFT INCOMPLETE BY THE RUN OF " SN-CTL-RUN-DATE
007160                 " - CLEARING IT"
007170         END-IF
007180         PERFORM 1550-CLEAR-ONE-RECORD
007190             THRU 1550-CLEAR-ONE-RECORD-EXIT
007200             UNTIL WS-PERIOD-EOF
007210     END-IF.
007220
007230     MOVE SPACES      TO CUSTOMER-SNAPSHOT-RECORD.
007240     MOVE WS-PERIOD   TO SN-PERIOD.
007250     MOVE HIGH-VALUES TO SN-CUSTOMER-NO.
007260     SET SN-PERIOD-CONTROL TO TRUE.
007270     INITIALIZE SN-CONTROL-DATA.
007280     SET SN-CTL-BUILDING TO TRUE.
007290     MOVE WS-MODE           TO SN-CTL-MODE.
007300     MOVE WS-MONTH-END-DATE TO SN-CTL-MONTH-END-DATE.
007310     MOVE WS-RUN-DATE       TO SN-CTL-RUN-DATE.
007320     MOVE WS-RUN-TIME       TO SN-CTL-RUN-TIME.
007330     IF WS-PRIOR-TAKEN
007340         MOVE WS-PRIOR-PERIOD TO SN-CTL-PRIOR-PERIOD
007350     END-IF.
007360
007370     WRITE CUSTOMER-SNAPSHOT-RECORD
007380         INVALID KEY
007390             DISPLAY "UNABLE TO WRITE SNAPSHOT CONTROL RECORD - "
007400                 "FILE STATUS " WS-SNAPSHOT-STATUS
007410             MOVE 16 TO RETURN-CODE
007420             STOP RUN
007430     END-WRITE.
007440 1500-CLAIM-PERIOD-EXIT.
007450     EXIT.
007460
007470*-----------------------------------------------------------------
007480* 1550-CLEAR-ONE-RECORD - DELETE THE FIRST RECORD LEFT IN THE
007490* PERIOD, CONTROL RECORD LAST.  EACH PASS STARTS AGAIN FROM THE
007500* FRONT OF THE PERIOD, SO NO POSITION IS HELD ACROSS A DELETE.
007510*-----------------------------------------------------------------
007520 1550-CLEAR-ONE-RECORD.
007530     MOVE WS-PERIOD  TO SN-PERIOD.
007540     MOVE LOW-VALUES TO SN-CUSTOMER-NO.
007550     START SNAPSHOT-FILE
007560         KEY IS NOT LESS THAN SN-KEY
007570         INVALID KEY
007580             SET WS-PERIOD-EOF TO TRUE
007590             GO TO 1550-CLEAR-ONE-RECORD-EXIT
007600     END-START.
007610
007620     READ SNAPSHOT-FILE NEXT RECORD
007630         AT END
007640             SET WS-PERIOD-EOF TO TRUE
007650             GO TO 1550-CLEAR-ONE-RECORD-EXIT
007660     END-READ.
007670
007680     IF SN-PERIOD NOT = WS-PERIOD
007690         SET WS-PERIOD-EOF TO TRUE
007700         GO TO 1550-CLEAR-ONE-RECORD-EXIT
007710     END-IF.
007720
007730     DELETE SNAPSHOT-FILE RECORD
007740         INVALID KEY
007750             DISPLAY "UNABLE TO CLEAR SNAPSHOT RECORD "
007760                 SN-KEY " - FILE STATUS " WS-SNAPSHOT-STATUS
007770             MOVE 16 TO RETURN-CODE
007780             STOP RUN
007790     END-DELETE.
007800
007810     IF NOT SN-PERIOD-CONTROL
007820         ADD 1 TO WS-CLEARED-COUNT
007830     END-IF.
007840 1550-CLEAR-ONE-RECORD-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------------
007880* 1900-FIND-MONTH-DAYS - THE NUMBER OF DAYS IN THE MONTH OF
007890* WS-PERIOD, FEBRUARY BY THE LEAP-YEAR TEST OF PROGRAM5 2700.
007900*-----------------------------------------------------------------
007910 1900-FIND-MONTH-DAYS.
007920     SET WS-NOT-LEAP-YEAR TO TRUE.
007930     DIVIDE WS-PER-YEAR BY 4
007940         GIVING WS-DIVIDE-QUOTIENT
007950         REMAINDER WS-YEAR-REMAINDER-4.
007960     IF WS-YEAR-REMAINDER-4 = ZERO
007970         DIVIDE WS-PER-YEAR BY 100
007980             GIVING WS-DIVIDE-QUOTIENT
007990             REMAINDER WS-YEAR-REMAINDER-100
008000         IF WS-YEAR-REMAINDER-100 NOT = ZERO
008010             SET WS-LEAP-YEAR TO TRUE
008020         ELSE
008030             DIVIDE WS-PER-YEAR BY 400
008040                 GIVING WS-DIVIDE-QUOTIENT
008050                 REMAINDER WS-YEAR-REMAINDER-400
008060             IF WS-YEAR-REMAINDER-400 = ZERO
008070                 SET WS-LEAP-YEAR TO TRUE
008080             END-IF
008090         END-IF
008100     END-IF.
008110
008120     EVALUATE WS-PER-MONTH
008130         WHEN 04
008140         WHEN 06
008150         WHEN 09
008160         WHEN 11
008170             MOVE 30 TO WS-MONTH-DAYS
008180         WHEN 02
008190             IF WS-LEAP-YEAR
008200                 MOVE 29 TO WS-MONTH-DAYS
008210             ELSE
008220                 MOVE 28 TO WS-MONTH-DAYS
008230             END-IF
008240         WHEN OTHER
008250             MOVE 31 TO WS-MONTH-DAYS
008260     END-EVALUATE.
008270 1900-FIND-MONTH-DAYS-EXIT.
008280     EXIT.
008290
008300*-----------------------------------------------------------------
008310* 2000-SNAP-ONE-CUSTOMER - ONE MASTER RECORD BECOMES ONE SNAPSHOT
008320* RECORD.  THE PRIOR MONTH'S RECORD IS READ FIRST, BEFORE THE NEW
008330* ONE IS BUILT IN THE SAME RECORD AREA.
008340*-----------------------------------------------------------------
008350 2000-SNAP-ONE-CUSTOMER.
008360     READ INDEXEDFILE NEXT RECORD
008370         AT END
008380             SET WS-EOF TO TRUE
008390             GO TO 2000-SNAP-ONE-CUSTOMER-EXIT
008400     END-READ.
008410
008420     ADD 1 TO WS-MASTER-READ-COUNT.
008430     MOVE CUSTOMER-NO-INDEXED TO WS-CUSTOMER-NO.
008440
008450     PERFORM 2100-READ-PRIOR-SNAPSHOT
008460         THRU 2100-READ-PRIOR-SNAPSHOT-EXIT.
008470
008480     PERFORM 2200-SCAN-HISTORY
008490         THRU 2200-SCAN-HISTORY-EXIT.
008500
008510     MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD.
008520     INITIALIZE SN-CUSTOMER-DATA.
008530     MOVE WS-PERIOD           TO SN-PERIOD.
008540     MOVE WS-CUSTOMER-NO      TO SN-CUSTOMER-NO.
008550     SET SN-CUSTOMER-ON-FILE  TO TRUE.
008560     MOVE STATUS-CODE-INDEXED TO SN-STATUS-CODE.
008570     MOVE WS-PRIOR-STATUS     TO SN-PRIOR-STATUS-CODE.
008580     MOVE STATE-INDEXED       TO SN-STATE.
008590     MOVE WS-PER-YEAR         TO SN-YTD-YEAR.
008600     MOVE WS-HIST-MONTH-SPEND TO SN-MONTH-SPEND.
008610     IF DATE-ADDED-INDEXED IS NUMERIC
008620         MOVE DATE-ADDED-INDEXED TO SN-DATE-ADDED
008630     END-IF.
008640
008650     IF WS-CLOSE-MODE
008660         PERFORM 2300-TAKE-SUMMARY
008670             THRU 2300-TAKE-SUMMARY-EXIT
008680     ELSE
008690         PERFORM 2400-WIND-BACK-SUMMARY
008700             THRU 2400-WIND-BACK-SUMMARY-EXIT
008710     END-IF.
008720
008730     PERFORM 2500-TAKE-BALANCE
008740         THRU 2500-TAKE-BALANCE-EXIT.
008750
008760     PERFORM 2600-CLASSIFY-CUSTOMER
008770         THRU 2600-CLASSIFY-CUSTOMER-EXIT.
008780
008790     PERFORM 2900-WRITE-SNAPSHOT
008800         THRU 2900-WRITE-SNAPSHOT-EXIT.
008810 2000-SNAP-ONE-CUSTOMER-EXIT.
008820     EXIT.
008830
008840*-----------------------------------------------------------------
008850* 2100-READ-PRIOR-SNAPSHOT - THE CUSTOMER'S STATUS ON THE PRIOR
008860* MONTH'S SNAPSHOT, SPACE WHEN NOT ON IT OR IT WAS NOT TAKEN.
008870*-----------------------------------------------------------------
008880 2100-READ-PRIOR-SNAPSHOT.
008890     MOVE SPACE TO WS-PRIOR-STATUS.
008900     IF WS-PRIOR-NOT-TAKEN
008910         GO TO 2100-READ-PRIOR-SNAPSHOT-EXIT
008920     END-IF.
008930
008940     MOVE WS-PRIOR-PERIOD TO SN-PERIOD.
008950     MOVE WS-CUSTOMER-NO  TO SN-CUSTOMER-NO.
008960     READ SNAPSHOT-FILE RECORD
008970         INVALID KEY
008980             GO TO 2100-READ-PRIOR-SNAPSHOT-EXIT
008990     END-READ.
009000
009010     IF SN-CUSTOMER-ON-FILE
009020         MOVE SN-STATUS-CODE TO WS-PRIOR-STATUS
009030     END-IF.
009040 2100-READ-PRIOR-SNAPSHOT-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------------
009080* 2200-SCAN-HISTORY - ADD UP THE CUSTOMER'S PURCHHST ROWS: THE NET
009090* POSTED IN THE PERIOD, THE NET POSTED AFTER THE MONTH END, AND -
009100* FROM THE ROWS POSTED BY THE MONTH END - THE PERIOD YEAR'S YTD,
009110* THE LIFETIME NET AND THE LATEST PURCHASE THAT IS NOT A RETURN.
009120*-----------------------------------------------------------------
009130 2200-SCAN-HISTORY.
009140     MOVE ZERO TO WS-HIST-MONTH-SPEND
009150                  WS-HIST-AFTER-NET
009160                  WS-HIST-YTD-TO-END
009170                  WS-HIST-LIFE-TO-END
009180                  WS-HIST-LAST-TO-END.
009190     SET WS-HIST-NOT-EOF TO TRUE.
009200
009210     MOVE WS-CUSTOMER-NO TO PH-CUSTOMER-NO.
009220     MOVE LOW-VALUES     TO PH-DATE-OF-PURCHASE.
009230     MOVE ZERO           TO PH-SEQUENCE-NO.
009240
009250     START PURCHASE-HISTORY-FILE
009260         KEY IS NOT LESS THAN PURCHASE-HISTORY-KEY
009270         INVALID KEY
009280             GO TO 2200-SCAN-HISTORY-EXIT
009290     END-START.
009300
009310     PERFORM 2210-ADD-HISTORY-ROW
009320         THRU 2210-ADD-HISTORY-ROW-EXIT
009330         UNTIL WS-HIST-EOF.
009340 2200-SCAN-HISTORY-EXIT.
009350     EXIT.
009360
009370 2210-ADD-HISTORY-ROW.
009380     READ PURCHASE-HISTORY-FILE NEXT RECORD
009390         AT END
009400             SET WS-HIST-EOF TO TRUE
009410             GO TO 2210-ADD-HISTORY-ROW-EXIT
009420     END-READ.
009430
009440     IF PH-CUSTOMER-NO NOT = WS-CUSTOMER-NO
009450         SET WS-HIST-EOF TO TRUE
009460         GO TO 2210-ADD-HISTORY-ROW-EXIT
009470     END-IF.
009480
009490     IF PH-RUN-DATE IS NUMERIC
009500         MOVE PH-RUN-DATE TO WS-ROW-RUN-DATE
009510     ELSE
009520         MOVE ZERO TO WS-ROW-RUN-DATE
009530     END-IF.
009540
009550     IF WS-ROW-RUN-PERIOD = WS-PERIOD
009560         ADD PH-AMT-OF-PURCHASE TO WS-HIST-MONTH-SPEND
009570     END-IF.
009580
009590     IF WS-ROW-RUN-DATE > WS-MONTH-END-DATE
009600         ADD PH-AMT-OF-PURCHASE TO WS-HIST-AFTER-NET
009610         GO TO 2210-ADD-HISTORY-ROW-EXIT
009620     END-IF.
009630
009640     ADD PH-AMT-OF-PURCHASE TO WS-HIST-LIFE-TO-END.
009650
009660     MOVE PH-DATE-OF-PURCHASE TO WS-DATE-WORK.
009670     PERFORM 2250-BUILD-DATE-KEY
009680         THRU 2250-BUILD-DATE-KEY-EXIT.
009690     IF WS-DATE-KEY-N = ZERO
009700         GO TO 2210-ADD-HISTORY-ROW-EXIT
009710     END-IF.
009720
009730     IF WS-DK-YEAR = WS-PER-YEAR
009740         ADD PH-AMT-OF-PURCHASE TO WS-HIST-YTD-TO-END
009750     END-IF.
009760
009770     IF PH-TRANSACTION-CODE NOT = "R"
009780         AND WS-DATE-KEY-N > WS-HIST-LAST-TO-END
009790         MOVE WS-DATE-KEY-N TO WS-HIST-LAST-TO-END
009800     END-IF.
009810 2210-ADD-HISTORY-ROW-EXIT.
009820     EXIT.
009830
009840*-----------------------------------------------------------------
009850* 2250-BUILD-DATE-KEY - AS PROGRAM19 2100.  TURN THE MM/DD/CCYY
009860* DATE IN WS-DATE-WORK INTO A CCYYMMDD KEY; AN UNREADABLE DATE
009870* KEYS AS ZERO.
009880*-----------------------------------------------------------------
009890 2250-BUILD-DATE-KEY.
009900     IF WS-DW-MONTH IS NOT NUMERIC
009910         OR WS-DW-DAY IS NOT NUMERIC
009920         OR WS-DW-YEAR IS NOT NUMERIC
009930         OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
009940         MOVE ZERO TO WS-DATE-KEY-N
009950     ELSE
009960         MOVE WS-DW-YEAR  TO WS-DK-YEAR
009970         MOVE WS-DW-MONTH TO WS-DK-MONTH
009980         MOVE WS-DW-DAY   TO WS-DK-DAY
009990     END-IF.
010000 2250-BUILD-DATE-KEY-EXIT.
010010     EXIT.
010020
010030*-----------------------------------------------------------------
010040* 2300-TAKE-SUMMARY - CLOSE.  YTD, LIFETIME AND LAST PURCHASE AS
010050* CUSTSUMM HOLDS THEM NOW.  A CUSTOMER WITH NO SUMMARY RECORD
010060* TAKES THEM FROM THE PURCHHST ROWS INSTEAD.
010070*-----------------------------------------------------------------
010080 2300-TAKE-SUMMARY.
010090     MOVE WS-CUSTOMER-NO TO CS-CUSTOMER-NO.
010100     READ CUSTOMER-SUMMARY-FILE
010110         INVALID KEY
010120             ADD 1 TO WS-NO-SUMMARY-COUNT
010130             PERFORM 2450-TAKE-HISTORY-FIGURES
010140                 THRU 2450-TAKE-HISTORY-FIGURES-EXIT
010150             GO TO 2300-TAKE-SUMMARY-EXIT
010160     END-READ.
010170
010180     IF CS-YTD-YEAR = WS-PER-YEAR
010190         MOVE CS-YTD-AMOUNT TO SN-YTD-AMOUNT
010200     END-IF.
010210     MOVE CS-LIFE-AMOUNT TO SN-LIFE-AMOUNT.
010220
010230     MOVE ZERO TO WS-DATE-KEY-N.
010240     IF CS-LAST-PURCHASE-DATE NOT = SPACES
010250         MOVE CS-LAST-PURCHASE-DATE TO WS-DATE-WORK
010260         PERFORM 2250-BUILD-DATE-KEY
010270             THRU 2250-BUILD-DATE-KEY-EXIT
010280     END-IF.
010290
010300     IF WS-DATE-KEY-N NOT = ZERO
010310         MOVE WS-DATE-KEY-N TO SN-LAST-PURCHASE-DATE
010320     ELSE
010330         PERFORM 2350-TAKE-MASTER-PURCHASE
010340             THRU 2350-TAKE-MASTER-PURCHASE-EXIT
010350     END-IF.
010360 2300-TAKE-SUMMARY-EXIT.
010370     EXIT.
010380
010390*-----------------------------------------------------------------
010400* 2350-TAKE-MASTER-PURCHASE - THE MASTER'S DATE OF PURCHASE AS THE
010410* LAST PURCHASE, ZERO WHEN IT IS NOT READABLE.
010420*-----------------------------------------------------------------
010430 2350-TAKE-MASTER-PURCHASE.
010440     MOVE DATE-OF-PURCHASE-INDEXED TO WS-DATE-WORK.
010450     PERFORM 2250-BUILD-DATE-KEY
010460         THRU 2250-BUILD-DATE-KEY-EXIT.
010470     MOVE WS-DATE-KEY-N TO SN-LAST-PURCHASE-DATE.
010480 2350-TAKE-MASTER-PURCHASE-EXIT.
010490     EXIT.
010500
010510*-----------------------------------------------------------------
010520* 2400-WIND-BACK-SUMMARY - REBUILD.  THE LIFETIME AMOUNT IS
010530* TODAY'S CUSTSUMM FIGURE LESS THE ROWS POSTED AFTER THE MONTH
010540* END; YTD AND LAST PURCHASE COME FROM THE ROWS POSTED BY THE
010550* MONTH END.
010560*-----------------------------------------------------------------
010570 2400-WIND-BACK-SUMMARY.
010580     IF WS-HIST-AFTER-NET NOT = ZERO
010590         ADD 1 TO WS-WOUND-BACK-COUNT
010600     END-IF.
010610
010620     MOVE WS-CUSTOMER-NO TO CS-CUSTOMER-NO.
010630     READ CUSTOMER-SUMMARY-FILE
010640         INVALID KEY
010650             ADD 1 TO WS-NO-SUMMARY-COUNT
010660             PERFORM 2450-TAKE-HISTORY-FIGURES
010670                 THRU 2450-TAKE-HISTORY-FIGURES-EXIT
010680             GO TO 2400-WIND-BACK-SUMMARY-EXIT
010690     END-READ.
010700
010710     PERFORM 2450-TAKE-HISTORY-FIGURES
010720         THRU 2450-TAKE-HISTORY-FIGURES-EXIT.
010730
010740     COMPUTE WS-WORK-AMOUNT = CS-LIFE-AMOUNT - WS-HIST-AFTER-NET.
010750     IF WS-WORK-AMOUNT < ZERO
010760         MOVE ZERO TO WS-WORK-AMOUNT
010770     END-IF.
010780     MOVE WS-WORK-AMOUNT TO SN-LIFE-AMOUNT.
010790 2400-WIND-BACK-SUMMARY-EXIT.
010800     EXIT.
010810
010820*-----------------------------------------------------------------
010830* 2450-TAKE-HISTORY-FIGURES - YTD, LIFETIME AND LAST PURCHASE FROM
010840* THE PURCHHST ROWS POSTED BY THE MONTH END, AMOUNTS FLOORED AT
010850* ZERO AS THE LOADS FLOOR THEM.  NO PURCHASE ROW LEAVES THE
010860* MASTER'S DATE OF PURCHASE AS THE LAST PURCHASE.
010870*-----------------------------------------------------------------
010880 2450-TAKE-HISTORY-FIGURES.
010890     IF WS-HIST-YTD-TO-END > ZERO
010900         MOVE WS-HIST-YTD-TO-END TO SN-YTD-AMOUNT
010910     END-IF.
010920
010930     IF WS-HIST-LIFE-TO-END > ZERO
010940         MOVE WS-HIST-LIFE-TO-END TO SN-LIFE-AMOUNT
010950     END-IF.
010960
010970     IF WS-HIST-LAST-TO-END NOT = ZERO
010980         MOVE WS-HIST-LAST-TO-END TO SN-LAST-PURCHASE-DATE
010990     ELSE
011000         PERFORM 2350-TAKE-MASTER-PURCHASE
011010             THRU 2350-TAKE-MASTER-PURCHASE-EXIT
011020     END-IF.
011030 2450-TAKE-HISTORY-FIGURES-EXIT.
011040     EXIT.
011050
011060*-----------------------------------------------------------------
011070* 2500-TAKE-BALANCE - BALANCE OWED LESS UNAPPLIED CREDIT FROM THE
011080* CUSTOMER'S ARLEDGR BALANCE RECORD.  ON A REBUILD THE PURCHASES
011090* POSTED AFTER THE MONTH END COME BACK OFF IT AND THE PAYMENTS
011100* POSTED AFTER IT GO BACK ON.
011110*-----------------------------------------------------------------
011120 2500-TAKE-BALANCE.
011130     MOVE WS-CUSTOMER-NO TO AR-CUSTOMER-NO.
011140     MOVE ZERO           TO AR-ITEM-DATE
011150                            AR-ITEM-SEQ.
011160     READ AR-LEDGER-FILE
011170         INVALID KEY
011180             SET SN-NO-LEDGER TO TRUE
011190             ADD 1 TO WS-NO-LEDGER-COUNT
011200             GO TO 2500-TAKE-BALANCE-EXIT
011210     END-READ.
011220
011230     IF NOT AR-BALANCE-RECORD
011240         SET SN-NO-LEDGER TO TRUE
011250         ADD 1 TO WS-NO-LEDGER-COUNT
011260         GO TO 2500-TAKE-BALANCE-EXIT
011270     END-IF.
011280
011290     SET SN-BALANCE-ON-LEDGER TO TRUE.
011300     COMPUTE WS-WORK-AMOUNT =
011310         AR-BAL-BALANCE-OWED - AR-BAL-UNAPPLIED-CREDIT.
011320
011330     IF WS-REBUILD-MODE
011340         PERFORM 2550-FIND-LATER-PAYMENTS
011350             THRU 2550-FIND-LATER-PAYMENTS-EXIT
011360         COMPUTE WS-WORK-AMOUNT = WS-WORK-AMOUNT
011370             - WS-HIST-AFTER-NET + WS-LATER-PAYMENTS
011380     END-IF.
011390
011400     MOVE WS-WORK-AMOUNT TO SN-NET-BALANCE.
011410 2500-TAKE-BALANCE-EXIT.
011420     EXIT.
011430
011440*-----------------------------------------------------------------
011450* 2550-FIND-LATER-PAYMENTS - REBUILD.  THE PAYMENTS ("P" AUDIT
011460* RECORDS) POSTED TO THE CUSTOMER AFTER THE MONTH END, READ FROM
011470* AUDITKEY STARTING JUST PAST THE MONTH END.
011480*-----------------------------------------------------------------
011490 2550-FIND-LATER-PAYMENTS.
011500     MOVE ZERO TO WS-LATER-PAYMENTS.
011510     SET WS-TRAIL-NOT-EOF TO TRUE.
011520
011530     MOVE WS-CUSTOMER-NO    TO AK-CUSTOMER-NO.
011540     MOVE WS-MONTH-END-DATE TO AK-CUST-RUN-DATE.
011550     MOVE 99999999          TO AK-CUST-RUN-TIME.
011560     MOVE 999999999         TO AK-CUST-TRAIL-RECORD-NO.
011570
011580     START AUDIT-KEYED-FILE
011590         KEY IS GREATER THAN AK-CUSTOMER-KEY
011600         INVALID KEY
011610             GO TO 2550-FIND-LATER-PAYMENTS-EXIT
011620     END-START.
011630
011640     PERFORM 2560-ADD-LATER-PAYMENT
011650         THRU 2560-ADD-LATER-PAYMENT-EXIT
011660         UNTIL WS-TRAIL-EOF.
011670 2550-FIND-LATER-PAYMENTS-EXIT.
011680     EXIT.
011690
011700 2560-ADD-LATER-PAYMENT.
011710     READ AUDIT-KEYED-FILE NEXT RECORD
011720         AT END
011730             SET WS-TRAIL-EOF TO TRUE
011740             GO TO 2560-ADD-LATER-PAYMENT-EXIT
011750     END-READ.
011760
011770     IF AK-CUSTOMER-NO NOT = WS-CUSTOMER-NO
011780         SET WS-TRAIL-EOF TO TRUE
011790         GO TO 2560-ADD-LATER-PAYMENT-EXIT
011800     END-IF.
011810
011820     MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD.
011830     IF AUD-TRANSACTION-CODE = "P"
011840         AND AUD-TRANSACTION-AMOUNT IS NUMERIC
011850         ADD AUD-TRANSACTION-AMOUNT TO WS-LATER-PAYMENTS
011860     END-IF.
011870 2560-ADD-LATER-PAYMENT-EXIT.
011880     EXIT.
011890
011900*-----------------------------------------------------------------
011910* 2600-CLASSIFY-CUSTOMER - COUNT THE STATUS, AND MARK A NEW
011920* CUSTOMER: ADDED IN THE PERIOD, OR NOT ON THE PRIOR MONTH'S
011930* SNAPSHOT WHEN THERE IS ONE.  A CHANGE OF STATUS SINCE THE PRIOR
011940* MONTH IS A REACTIVATION WHEN IT IS I TO A.
011950*-----------------------------------------------------------------
011960 2600-CLASSIFY-CUSTOMER.
011970     EVALUATE TRUE
011980         WHEN CUSTOMER-ACTIVE
011990             ADD 1 TO WS-ACTIVE-COUNT
012000         WHEN CUSTOMER-INACTIVE
012010             ADD 1 TO WS-INACTIVE-COUNT
012020         WHEN CUSTOMER-CREDIT-HOLD
012030             ADD 1 TO WS-HOLD-COUNT
012040         WHEN OTHER
012050             ADD 1 TO WS-OTHER-STATUS-COUNT
012060     END-EVALUATE.
012070
012080     MOVE SN-DATE-ADDED TO WS-ADDED-DATE.
012090     IF WS-ADDED-PERIOD = WS-PERIOD
012100         OR (WS-PRIOR-TAKEN AND WS-PRIOR-STATUS = SPACE)
012110         SET SN-NEW-CUSTOMER TO TRUE
012120         ADD 1 TO WS-NEW-COUNT
012130     END-IF.
012140
012150     IF WS-PRIOR-STATUS = SPACE
012160         OR WS-PRIOR-STATUS = SN-STATUS-CODE
012170         GO TO 2600-CLASSIFY-CUSTOMER-EXIT
012180     END-IF.
012190
012200     IF WS-PRIOR-STATUS = "I"
012210         AND CUSTOMER-ACTIVE
012220         ADD 1 TO WS-REACTIVATED-COUNT
012230     ELSE
012240         ADD 1 TO WS-STATUS-MOVE-COUNT
012250     END-IF.
012260 2600-CLASSIFY-CUSTOMER-EXIT.
012270     EXIT.
012280
012290*-----------------------------------------------------------------
012300* 2900-WRITE-SNAPSHOT - A WRITE THAT FAILS LEAVES THE PERIOD
012310* BUILDING AND ENDS THE RUN; THE RERUN CLEARS IT.
012320*-----------------------------------------------------------------
012330 2900-WRITE-SNAPSHOT.
012340     WRITE CUSTOMER-SNAPSHOT-RECORD
012350         INVALID KEY
012360             DISPLAY "UNABLE TO WRITE SNAPSHOT RECORD " SN-KEY
012370                 " - FILE STATUS " WS-SNAPSHOT-STATUS
012380             DISPLAY "PERIOD " WS-PERIOD " LEFT INCOMPLETE - "
012390                 "CORRECT AND RERUN"
012400             MOVE 16 TO RETURN-CODE
012410             STOP RUN
012420     END-WRITE.
012430
012440     ADD 1 TO WS-WRITTEN-COUNT.
012450     ADD SN-MONTH-SPEND TO WS-TOTAL-MONTH-SPEND.
012460 2900-WRITE-SNAPSHOT-EXIT.
012470     EXIT.
012480
012490*-----------------------------------------------------------------
012500* 3000-FIND-LOST-CUSTOMERS - EVERY CUSTOMER ON THE PRIOR MONTH'S
012510* SNAPSHOT WHO IS NO LONGER ON THE MASTER.
012520*-----------------------------------------------------------------
012530 3000-FIND-LOST-CUSTOMERS.
012540     MOVE WS-PRIOR-PERIOD TO SN-PERIOD.
012550     MOVE LOW-VALUES      TO SN-CUSTOMER-NO.
012560     MOVE SN-KEY          TO WS-PRIOR-KEY-SAVE.
012570     SET WS-PERIOD-NOT-EOF TO TRUE.
012580
012590     PERFORM 3100-CHECK-ONE-PRIOR
012600         THRU 3100-CHECK-ONE-PRIOR-EXIT
012610         UNTIL WS-PERIOD-EOF.
012620 3000-FIND-LOST-CUSTOMERS-EXIT.
012630     EXIT.
012640
012650*-----------------------------------------------------------------
012660* 3100-CHECK-ONE-PRIOR - THE NEXT PRIOR-MONTH RECORD AFTER THE
012670* LAST ONE CHECKED.  THE POSITION IS TAKEN AGAIN WITH A START EACH
012680* TIME, SINCE A LOST RECORD IS WRITTEN TO THE SAME FILE IN
012690* BETWEEN.
012700*-----------------------------------------------------------------
012710 3100-CHECK-ONE-PRIOR.
012720     MOVE WS-PRIOR-KEY-SAVE TO SN-KEY.
012730     START SNAPSHOT-FILE
012740         KEY IS GREATER THAN SN-KEY
012750         INVALID KEY
012760             SET WS-PERIOD-EOF TO TRUE
012770             GO TO 3100-CHECK-ONE-PRIOR-EXIT
012780     END-START.
012790
012800     READ SNAPSHOT-FILE NEXT RECORD
012810         AT END
012820             SET WS-PERIOD-EOF TO TRUE
012830             GO TO 3100-CHECK-ONE-PRIOR-EXIT
012840     END-READ.
012850
012860     IF SN-PERIOD NOT = WS-PRIOR-PERIOD
012870         OR SN-CONTROL-RECORD
012880         SET WS-PERIOD-EOF TO TRUE
012890         GO TO 3100-CHECK-ONE-PRIOR-EXIT
012900     END-IF.
012910
012920     MOVE SN-KEY TO WS-PRIOR-KEY-SAVE.
012930     IF NOT SN-CUSTOMER-ON-FILE
012940         GO TO 3100-CHECK-ONE-PRIOR-EXIT
012950     END-IF.
012960
012970     ADD 1 TO WS-PRIOR-READ-COUNT.
012980     MOVE SN-CUSTOMER-NO TO CUSTOMER-NO-INDEXED.
012990     READ INDEXEDFILE RECORD
013000         INVALID KEY
013010             CONTINUE
013020     END-READ.
013030
013040     IF WS-INDEXEDFILE-STATUS = "00"
013050         GO TO 3100-CHECK-ONE-PRIOR-EXIT
013060     END-IF.
013070
013080     MOVE CUSTOMER-SNAPSHOT-RECORD TO WS-PRIOR-RECORD-SAVE.
013090     MOVE SN-CUSTOMER-NO           TO WS-CUSTOMER-NO.
013100
013110     PERFORM 3200-TRACE-LOSS
013120         THRU 3200-TRACE-LOSS-EXIT.
013130
013140     PERFORM 2200-SCAN-HISTORY
013150         THRU 2200-SCAN-HISTORY-EXIT.
013160
013170     MOVE WS-PRIOR-RECORD-SAVE TO CUSTOMER-SNAPSHOT-RECORD.
013180     MOVE WS-PERIOD            TO SN-PERIOD.
013190     SET SN-CUSTOMER-LOST      TO TRUE.
013200     MOVE SN-STATUS-CODE       TO SN-PRIOR-STATUS-CODE.
013210     MOVE WS-LOST-EVENT        TO SN-EVENT-CODE.
013220     MOVE WS-LOST-RUN-DATE     TO SN-LOST-RUN-DATE.
013230     MOVE WS-HIST-MONTH-SPEND  TO SN-MONTH-SPEND.
013240
013250     ADD 1 TO WS-LOST-COUNT.
013260     EVALUATE TRUE
013270         WHEN SN-LOST-DELETED
013280             ADD 1 TO WS-LOST-DELETED-COUNT
013290         WHEN SN-LOST-MERGED
013300             ADD 1 TO WS-LOST-MERGED-COUNT
013310         WHEN OTHER
013320             ADD 1 TO WS-LOST-UNTRACED-COUNT
013330     END-EVALUATE.
013340
013350     PERFORM 2900-WRITE-SNAPSHOT
013360         THRU 2900-WRITE-SNAPSHOT-EXIT.
013370 3100-CHECK-ONE-PRIOR-EXIT.
013380     EXIT.
013390
013400*-----------------------------------------------------------------
013410* 3200-TRACE-LOSS - THE CUSTOMER'S AUDITKEY RECORDS FROM THE PRIOR
013420* MONTH END TO THIS ONE.  THE LAST WITH AN EMPTY AFTER-IMAGE SAYS
013430* HOW THE CUSTOMER WENT: "M" MERGED AWAY, ANYTHING ELSE DELETED.
013440*-----------------------------------------------------------------
013450 3200-TRACE-LOSS.
013460     MOVE "U"  TO WS-LOST-EVENT.
013470     MOVE ZERO TO WS-LOST-RUN-DATE.
013480     SET WS-TRAIL-NOT-EOF TO TRUE.
013490
013500     MOVE WS-CUSTOMER-NO     TO AK-CUSTOMER-NO.
013510     MOVE WS-TRACE-FROM-DATE TO AK-CUST-RUN-DATE.
013520     MOVE ZERO               TO AK-CUST-RUN-TIME
013530                                AK-CUST-TRAIL-RECORD-NO.
013540
013550     START AUDIT-KEYED-FILE
013560         KEY IS NOT LESS THAN AK-CUSTOMER-KEY
013570         INVALID KEY
013580             GO TO 3200-TRACE-LOSS-EXIT
013590     END-START.
013600
013610     PERFORM 3210-CHECK-ONE-AUDIT
013620         THRU 3210-CHECK-ONE-AUDIT-EXIT
013630         UNTIL WS-TRAIL-EOF.
013640 3200-TRACE-LOSS-EXIT.
013650     EXIT.
013660
013670 3210-CHECK-ONE-AUDIT.
013680     READ AUDIT-KEYED-FILE NEXT RECORD
013690         AT END
013700             SET WS-TRAIL-EOF TO TRUE
013710             GO TO 3210-CHECK-ONE-AUDIT-EXIT
013720     END-READ.
013730
013740     IF AK-CUSTOMER-NO NOT = WS-CUSTOMER-NO
013750         OR AK-CUST-RUN-DATE > WS-TRACE-TO-DATE
013760         SET WS-TRAIL-EOF TO TRUE
013770         GO TO 3210-CHECK-ONE-AUDIT-EXIT
013780     END-IF.
013790
013800     MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD.
013810     IF AUD-AFTER-IMAGE NOT = SPACES
013820         GO TO 3210-CHECK-ONE-AUDIT-EXIT
013830     END-IF.
013840
013850     IF AUD-TRANSACTION-CODE = "M"
013860         MOVE "M" TO WS-LOST-EVENT
013870     ELSE
013880         MOVE "D" TO WS-LOST-EVENT
013890     END-IF.
013900     MOVE AUD-RUN-DATE TO WS-LOST-RUN-DATE.
013910 3210-CHECK-ONE-AUDIT-EXIT.
013920     EXIT.
013930
013940*-----------------------------------------------------------------
013950* 8000-PRODUCE-CONTROL-TOTALS
013960*-----------------------------------------------------------------
013970 8000-PRODUCE-CONTROL-TOTALS.
013980     MOVE SPACES TO SNAPSHOT-REPORT-LINE.
013990     WRITE SNAPSHOT-REPORT-LINE.
014000
014010     MOVE "MASTER RECORDS TAKEN . . . . . . . . . . . . . :"
014020         TO RPT-CNT-LABEL.
014030     MOVE WS-MASTER-READ-COUNT TO RPT-CNT-VALUE.
014040     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014050
014060     MOVE "  ACTIVE (A) . . . . . . . . . . . . . . . . . :"
014070         TO RPT-CNT-LABEL.
014080     MOVE WS-ACTIVE-COUNT TO RPT-CNT-VALUE.
014090     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014100
014110     MOVE "  INACTIVE (I) . . . . . . . . . . . . . . . . :"
014120         TO RPT-CNT-LABEL.
014130     MOVE WS-INACTIVE-COUNT TO RPT-CNT-VALUE.
014140     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014150
014160     MOVE "  CREDIT HOLD (H). . . . . . . . . . . . . . . :"
014170         TO RPT-CNT-LABEL.
014180     MOVE WS-HOLD-COUNT TO RPT-CNT-VALUE.
014190     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014200
014210     MOVE "  OTHER STATUS . . . . . . . . . . . . . . . . :"
014220         TO RPT-CNT-LABEL.
014230     MOVE WS-OTHER-STATUS-COUNT TO RPT-CNT-VALUE.
014240     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014250
014260     MOVE "NEW CUSTOMERS. . . . . . . . . . . . . . . . . :"
014270         TO RPT-CNT-LABEL.
014280     MOVE WS-NEW-COUNT TO RPT-CNT-VALUE.
014290     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014300
014310     MOVE "REACTIVATED (I TO A) . . . . . . . . . . . . . :"
014320         TO RPT-CNT-LABEL.
014330     MOVE WS-REACTIVATED-COUNT TO RPT-CNT-VALUE.
014340     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014350
014360     MOVE "OTHER STATUS MOVES . . . . . . . . . . . . . . :"
014370         TO RPT-CNT-LABEL.
014380     MOVE WS-STATUS-MOVE-COUNT TO RPT-CNT-VALUE.
014390     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014400
014410     MOVE "PRIOR MONTH CUSTOMERS CHECKED. . . . . . . . . :"
014420         TO RPT-CNT-LABEL.
014430     MOVE WS-PRIOR-READ-COUNT TO RPT-CNT-VALUE.
014440     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014450
014460     MOVE "LOST - DELETED . . . . . . . . . . . . . . . . :"
014470         TO RPT-CNT-LABEL.
014480     MOVE WS-LOST-DELETED-COUNT TO RPT-CNT-VALUE.
014490     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014500
014510     MOVE "LOST - MERGED AWAY . . . . . . . . . . . . . . :"
014520         TO RPT-CNT-LABEL.
014530     MOVE WS-LOST-MERGED-COUNT TO RPT-CNT-VALUE.
014540     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014550
014560     MOVE "LOST - NOT TRACED ON AUDITKEY. . . . . . . . . :"
014570         TO RPT-CNT-LABEL.
014580     MOVE WS-LOST-UNTRACED-COUNT TO RPT-CNT-VALUE.
014590     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014600
014610     MOVE "NO CUSTSUMM RECORD . . . . . . . . . . . . . . :"
014620         TO RPT-CNT-LABEL.
014630     MOVE WS-NO-SUMMARY-COUNT TO RPT-CNT-VALUE.
014640     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014650
014660     MOVE "NO ARLEDGR BALANCE RECORD. . . . . . . . . . . :"
014670         TO RPT-CNT-LABEL.
014680     MOVE WS-NO-LEDGER-COUNT TO RPT-CNT-VALUE.
014690     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014700
014710     IF WS-REBUILD-MODE
014720         MOVE "WOUND BACK FOR LATER POSTINGS. . . . . . . . . :"
014730             TO RPT-CNT-LABEL
014740         MOVE WS-WOUND-BACK-COUNT TO RPT-CNT-VALUE
014750         WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE
014760     END-IF.
014770
014780     IF WS-CLEARED-COUNT NOT = ZERO
014790         MOVE "CLEARED FROM AN EARLIER RUN. . . . . . . . . . :"
014800             TO RPT-CNT-LABEL
014810         MOVE WS-CLEARED-COUNT TO RPT-CNT-VALUE
014820         WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE
014830     END-IF.
014840
014850     MOVE "SNAPSHOT RECORDS WRITTEN . . . . . . . . . . . :"
014860         TO RPT-CNT-LABEL.
014870     MOVE WS-WRITTEN-COUNT TO RPT-CNT-VALUE.
014880     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
014890
014900     MOVE "NET SPEND POSTED IN THE MONTH. . . . . . . . . :"
014910         TO RPT-AMT-LABEL.
014920     MOVE WS-TOTAL-MONTH-SPEND TO RPT-AMT-VALUE.
014930     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
014940
014950     MOVE SPACES TO SNAPSHOT-REPORT-LINE.
014960     WRITE SNAPSHOT-REPORT-LINE.
014970
014980     MOVE SPACES TO RPT-BALANCE-TEXT.
014990     IF WS-PRIOR-NOT-TAKEN
015000         STRING "*** PRIOR PERIOD "  DELIMITED BY SIZE
015010                WS-PRIOR-PERIOD      DELIMITED BY SIZE
015020                " NOT TAKEN - LOSSES AND STATUS MOVES NOT "
015030                                     DELIMITED BY SIZE
015040                "MEASURED ***"       DELIMITED BY SIZE
015050             INTO RPT-BALANCE-TEXT
015060         END-STRING
015070         WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-BALANCE-LINE
015080         MOVE 4 TO RETURN-CODE
015090     END-IF.
015100
015110     IF WS-LOST-UNTRACED-COUNT NOT = ZERO
015120         MOVE "*** LOSSES NOT TRACED - SEE PROGRAM6 ***"
015130             TO RPT-BALANCE-TEXT
015140         WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-BALANCE-LINE
015150         MOVE 4 TO RETURN-CODE
015160     END-IF.
015170
015180     MOVE SPACES TO RPT-BALANCE-TEXT.
015190     STRING "*** SNAPSHOT FOR PERIOD " DELIMITED BY SIZE
015200            WS-PERIOD                  DELIMITED BY SIZE
015210            " COMPLETE ***"            DELIMITED BY SIZE
015220         INTO RPT-BALANCE-TEXT
015230     END-STRING.
015240     WRITE SNAPSHOT-REPORT-LINE FROM WS-RPT-BALANCE-LINE.
015250 8000-PRODUCE-CONTROL-TOTALS-EXIT.
015260     EXIT.
015270
015280*-----------------------------------------------------------------
015290* 9000-TERMINATE - MARK THE PERIOD COMPLETE WITH ITS COUNTS, THEN
015300* CLOSE UP.  ONLY NOW IS THE PERIOD PROTECTED FROM A SECOND RUN.
015310*-----------------------------------------------------------------
015320 9000-TERMINATE.
015330     MOVE WS-PERIOD   TO SN-PERIOD.
015340     MOVE HIGH-VALUES TO SN-CUSTOMER-NO.
015350     READ SNAPSHOT-FILE RECORD
015360         INVALID KEY
015370             DISPLAY "SNAPSHOT CONTROL RECORD FOR PERIOD "
015380                 WS-PERIOD " MISSING - FILE STATUS "
015390                 WS-SNAPSHOT-STATUS
015400             MOVE 16 TO RETURN-CODE
015410             STOP RUN
015420     END-READ.
015430
015440     SET SN-CTL-COMPLETE TO TRUE.
015450     MOVE WS-MASTER-READ-COUNT TO SN-CTL-CUSTOMER-COUNT.
015460     MOVE WS-LOST-COUNT        TO SN-CTL-LOST-COUNT.
015470     MOVE WS-TOTAL-MONTH-SPEND TO SN-CTL-MONTH-SPEND.
015480
015490     REWRITE CUSTOMER-SNAPSHOT-RECORD
015500         INVALID KEY
015510             DISPLAY "UNABLE TO COMPLETE SNAPSHOT CONTROL RECORD"
015520                 " - FILE STATUS " WS-SNAPSHOT-STATUS
015530             MOVE 16 TO RETURN-CODE
015540             STOP RUN
015550     END-REWRITE.
015560
015570     CLOSE INDEXEDFILE
015580           CUSTOMER-SUMMARY-FILE
015590           AR-LEDGER-FILE
015600           PURCHASE-HISTORY-FILE
015610           AUDIT-KEYED-FILE
015620           SNAPSHOT-FILE
015630           SNAPSHOT-REPORT-FILE.
015640
015650     DISPLAY "MONTH-END SNAPSHOT " WS-PERIOD " COMPLETE - "
015660         WS-WRITTEN-COUNT " RECORDS WRITTEN".
015670 9000-TERMINATE-EXIT.
015680     EXIT.
