000100*-----------------------------------------------------------------
000110* PROGRAM21
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM21 AS "INDEXEDFILECREATION.PROGRAM21".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-09-24.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-09-24 JWH   ORIGINAL PROGRAM.  FORWARD RECOVERY OF
000250*                  INDEXEDMASTER - RESTORES A NAMED INDXBKUP
000260*                  GENERATION OVER THE MASTER AND REAPPLIES THE
000270*                  AUDIT TRAIL AFTER-IMAGES WRITTEN SINCE THAT
000280*                  BACKUP WAS TAKEN (PROGRAM1 LOADS, PROGRAM5
000290*                  SUSPENSE CORRECTIONS, SVCMAINT DESK
000300*                  MAINTENANCE AND BACKOUT REVERSALS) IN THE ORDER
000310*                  THEY WERE APPLIED, UP TO A CHOSEN DATE/TIME.
000320*                  EACH BEFORE-IMAGE IS VERIFIED AGAINST THE
000330*                  REBUILT FILE AND THE FIRST MISMATCH STOPS THE
000340*                  RECOVERY.  THE RECOVERY REPORT PROVES THE
000350*                  PROGRAM1 WORK REAPPLIED AGAINST THE RUNHIST END
000360*                  RECORDS FOR THE PERIOD, SO A DAMAGED MASTER NO
000370*                  LONGER COSTS EVERY CHANGE MADE SINCE THE
000380*                  BACKUP.
000390* 2026-10-05 JWH   DORMANT-CUSTOMER SWEEP ("DORMSWP") RECORDS ARE
000400*                  COUNTED ON THEIR OWN REPORT LINE.
000410* ------------------------------------------------------------
000420*
000430*-----------------------------------------------------------------
000440* PROGRAM21 IS THE FORWARD COUNTERPART OF PROGRAM13.  THE BACKUP
000450* GENERATION IS THE CCYYMMDD OF THE INDXMSTR.CCYYMMDD.BAK FILE
000460* PROGRAM1'S 1100-BACKUP-PRIOR-MASTER TOOK, FROM THE RCVRGEN
000470* ENVIRONMENT NAME (CONSOLE PROMPT FALLBACK).  THE BACKUP WAS
000480* TAKEN AT THE START OF THE LAST FRESH (NOT RESTARTED, NOT OUT OF
000490* BALANCE) PROGRAM1 RUN ON THAT DATE, SO THAT RUN'S START RECORD
000500* ON RUNHIST IS WHERE THE ROLL FORWARD BEGINS - AUDIT RECORDS
000510* STAMPED EARLIER ARE ALREADY IN THE BACKUP.  THE RECOVERY POINT
000520* IS RCVRDATE (CCYYMMDD, DEFAULT TODAY) AND RCVRTIME (HHMMSSHH,
000530* SPACES FOR THE END OF THAT DAY) - AUDIT RECORDS STAMPED LATER
000540* ARE NOT REAPPLIED.  THE DAMAGED MASTER IS SET ASIDE AS
000550* INDXMSTR.CCYYMMDD.DMG (TODAY'S DATE) FOR RESEARCH BEFORE THE
000560* BACKUP IS COPIED OVER IT.
000570*
000580* EVERY AUDIT RECORD IN THE WINDOW IS REAPPLIED IN FILE ORDER -
000590* THE ORDER THE TRAIL WAS WRITTEN IS THE ORDER THE MASTER WAS
000600* CHANGED.  BEFORE ANYTHING IS APPLIED THE RECORD'S BEFORE-IMAGE
000610* MUST MATCH THE REBUILT FILE EXACTLY (A SPACE BEFORE-IMAGE MEANS
000620* THE CUSTOMER MUST NOT BE ON FILE).  THE FIRST RECORD THAT DOES
000630* NOT MATCH STOPS THE RECOVERY - THE MASTER IS LEFT AS OF THE
000640* LAST GOOD RECORD, BOTH IMAGES ARE PRINTED, NOTHING LATER IS
000650* APPLIED AND THE RUN ENDS WITH RETURN-CODE 8.  THE RECOVERY
000660* WRITES NO AUDIT RECORDS OF ITS OWN - IT REPLAYS CHANGES THE
000670* TRAIL ALREADY HOLDS.  PURCHHST, CUSTSUMM AND ARLEDGR ARE NOT
000680* DAMAGED BY A MASTER FAILURE AND ARE NOT TOUCHED.
000690*
000700* A RESTARTED PROGRAM1 RUN CAN LEAVE A REPLAYED SEGMENT ON THE
000710* TRAIL THAT ITS END RECORD DOES NOT COUNT, AND A RUN THAT NEVER
000720* FINISHED HAS NO END RECORD AT ALL - RESEARCH A RUNHIST PROOF
000730* DIFFERENCE AGAINST THE RUN HISTORY REPORT (PROGRAM11) BEFORE
000740* ASSUMING A BAD RECOVERY.
000750*-----------------------------------------------------------------
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT INDEXEDFILE
000800         ASSIGN TO INDXMSTR
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS CUSTOMER-NO-INDEXED
000840         ALTERNATE RECORD KEY IS CUSTOMER-NAME-INDEXED
000850             WITH DUPLICATES
000860         FILE STATUS IS WS-INDEXEDFILE-STATUS.
000870
000880     SELECT AUDIT-FILE
000890         ASSIGN TO AUDITTRL
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-AUDIT-STATUS.
000920
000930     SELECT OPTIONAL RUN-HISTORY-FILE
000940         ASSIGN TO RUNHIST
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-RUN-HIST-STATUS.
000970
000980     SELECT RECOVERY-REPORT-FILE
000990         ASSIGN TO RCVRRPT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RECOVERY-REPORT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  INDEXEDFILE.
001060     COPY CUSTMAST.
001070
001080 FD  AUDIT-FILE.
001090     COPY AUDITREC.
001100
001110 FD  RUN-HISTORY-FILE.
001120     COPY RUNHIST.
001130
001140 FD  RECOVERY-REPORT-FILE.
001150 01  RECOVERY-REPORT-LINE              PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
001190 77  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001200 77  WS-RUN-HIST-STATUS         PIC X(02) VALUE "00".
001210 77  WS-RECOVERY-REPORT-STATUS  PIC X(02) VALUE "00".
001220
001230 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001240     88  WS-EOF                 VALUE "Y".
001250     88  WS-NOT-EOF             VALUE "N".
001260
001270 77  WS-RUN-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
001280     88  WS-RUN-HIST-EOF        VALUE "Y".
001290     88  WS-RUN-HIST-MORE       VALUE "N".
001300
001310 77  WS-RECOVERY-SWITCH         PIC X(01) VALUE "N".
001320     88  WS-RECOVERY-STOPPED    VALUE "Y".
001330     88  WS-RECOVERY-RUNNING    VALUE "N".
001340
001350 77  WS-BALANCE-SWITCH          PIC X(01) VALUE "Y".
001360     88  WS-IN-BALANCE          VALUE "Y".
001370     88  WS-OUT-OF-BALANCE      VALUE "N".
001380
001390*-----------------------------------------------------------------
001400* BACKUP GENERATION AND RECOVERY POINT.  A POINT IS A RUN DATE
001410* FOLLOWED BY A RUN TIME, SO ONE SIXTEEN-DIGIT COMPARE ORDERS
001420* AUDIT RECORDS AND RUNHIST RECORDS AGAINST IT.
001430*-----------------------------------------------------------------
001440 01  WS-BACKUP-GEN              PIC 9(08) VALUE ZERO.
001450 01  WS-BACKUP-GEN-X REDEFINES WS-BACKUP-GEN PIC X(08).
001460 01  WS-STOP-DATE-IN            PIC X(08) VALUE SPACES.
001470 01  WS-STOP-TIME-IN            PIC X(08) VALUE SPACES.
001480
001490 01  WS-START-POINT.
001500     05  WS-START-DATE          PIC 9(08) VALUE ZERO.
001510     05  WS-START-TIME          PIC 9(08) VALUE ZERO.
001520 01  WS-START-POINT-N REDEFINES WS-START-POINT PIC 9(16).
001530
001540 01  WS-STOP-POINT.
001550     05  WS-STOP-DATE           PIC 9(08) VALUE ZERO.
001560     05  WS-STOP-TIME           PIC 9(08) VALUE ZERO.
001570 01  WS-STOP-POINT-N REDEFINES WS-STOP-POINT PIC 9(16).
001580
001590 01  WS-RECORD-POINT.
001600     05  WS-RECORD-DATE         PIC 9(08) VALUE ZERO.
001610     05  WS-RECORD-TIME         PIC 9(08) VALUE ZERO.
001620 01  WS-RECORD-POINT-N REDEFINES WS-RECORD-POINT PIC 9(16).
001630
001640*-----------------------------------------------------------------
001650* RUNHIST SCAN FOR THE BACKUP POINT - AN OUT-OF-BALANCE RUN
001660* WRITES ITS "E"/"B" RECORD STRAIGHT AFTER ITS START AND TOOK NO
001670* BACKUP, SO IT HANDS THE START BACK TO THE RUN BEFORE IT.
001680*-----------------------------------------------------------------
001690 77  WS-CANDIDATE-TIME          PIC 9(08) VALUE ZERO.
001700 77  WS-PRIOR-CANDIDATE-TIME    PIC 9(08) VALUE ZERO.
001710 77  WS-CANDIDATE-SWITCH        PIC X(01) VALUE "N".
001720     88  WS-CANDIDATE-FOUND     VALUE "Y".
001730     88  WS-CANDIDATE-NOT-FOUND VALUE "N".
001740 77  WS-PRIOR-CANDIDATE-SWITCH  PIC X(01) VALUE "N".
001750
001760*-----------------------------------------------------------------
001770* FILE NAMES - RESOLVED THE WAY PROGRAM1 RESOLVES INDXMSTR FOR
001780* ITS BACKUP, SO THE RECOVERY TARGETS THE SAME FILE.
001790*-----------------------------------------------------------------
001800 77  WS-MASTER-NAME             PIC X(200) VALUE SPACES.
001810 77  WS-BACKUP-FILE-NAME        PIC X(200) VALUE SPACES.
001820 77  WS-DAMAGED-FILE-NAME       PIC X(200) VALUE SPACES.
001830 77  WS-FILE-INFO               PIC X(20) VALUE SPACES.
001840 77  WS-CALL-RETURN-CODE        PIC S9(09) COMP-5 VALUE ZERO.
001850
001860*-----------------------------------------------------------------
001870* THE IMAGE ON THE REBUILT FILE, COMPARED AGAINST THE AUDIT
001880* BEFORE-IMAGE, AND THE SPLIT USED TO PRINT AN IMAGE ON TWO
001890* REPORT LINES.
001900*-----------------------------------------------------------------
001910 77  WS-CURRENT-IMAGE           PIC X(116) VALUE SPACES.
001920 77  WS-MISMATCH-TEXT           PIC X(35) VALUE SPACES.
001930
001940 01  WS-IMAGE-SPLIT.
001950     05  WS-IMAGE-PART-1        PIC X(58).
001960     05  WS-IMAGE-PART-2        PIC X(58).
001970
001980*-----------------------------------------------------------------
001990* RECOVERY COUNTERS
002000*-----------------------------------------------------------------
002010 77  WS-AUDIT-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
002020 77  WS-BEFORE-START-COUNT      PIC 9(07) COMP VALUE ZERO.
002030 77  WS-AFTER-STOP-COUNT        PIC 9(07) COMP VALUE ZERO.
002040 77  WS-NOT-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
002050 77  WS-REAPPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
002060 77  WS-WRITTEN-COUNT           PIC 9(07) COMP VALUE ZERO.
002070 77  WS-REWRITTEN-COUNT         PIC 9(07) COMP VALUE ZERO.
002080 77  WS-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
002090 77  WS-UNCHANGED-COUNT         PIC 9(07) COMP VALUE ZERO.
002100 77  WS-PROGRAM1-COUNT          PIC 9(07) COMP VALUE ZERO.
002110 77  WS-PROGRAM5-COUNT          PIC 9(07) COMP VALUE ZERO.
002120 77  WS-SVCMAINT-COUNT          PIC 9(07) COMP VALUE ZERO.
002130 77  WS-DORMSWP-COUNT           PIC 9(07) COMP VALUE ZERO.
002140 77  WS-BACKOUT-COUNT           PIC 9(07) COMP VALUE ZERO.
002150 77  WS-OTHER-SOURCE-COUNT      PIC 9(07) COMP VALUE ZERO.
002160
002170 01  WS-LAST-APPLIED-POINT.
002180     05  WS-LAST-APPLIED-DATE   PIC 9(08) VALUE ZERO.
002190     05  WS-LAST-APPLIED-TIME   PIC 9(08) VALUE ZERO.
002200
002210*-----------------------------------------------------------------
002220* RUNHIST PROOF - THE PROGRAM1 AUDIT RECORDS REAPPLIED, BY
002230* TRANSACTION CODE, AGAINST THE "E"/"C" RECORDS OF THE RUNS IN
002240* THE PERIOD.  EACH MERGE AUDITS TWO SIDES.
002250*-----------------------------------------------------------------
002260 77  WS-AUD-ADDED-COUNT         PIC 9(07) COMP VALUE ZERO.
002270 77  WS-AUD-CHANGED-COUNT       PIC 9(07) COMP VALUE ZERO.
002280 77  WS-AUD-DELETED-COUNT       PIC 9(07) COMP VALUE ZERO.
002290 77  WS-AUD-MERGE-SIDE-COUNT    PIC 9(07) COMP VALUE ZERO.
002300 77  WS-AUD-PAYMENT-COUNT       PIC 9(07) COMP VALUE ZERO.
002310 77  WS-AUD-RETURN-COUNT        PIC 9(07) COMP VALUE ZERO.
002320 77  WS-AUD-AMOUNT-WRITTEN      PIC 9(09)V99 COMP-3 VALUE ZERO.
002330 77  WS-AUD-PAYMENT-AMOUNT      PIC 9(09)V99 COMP-3 VALUE ZERO.
002340 77  WS-AUD-RETURN-AMOUNT       PIC 9(09)V99 COMP-3 VALUE ZERO.
002350
002360 77  WS-RH-RUNS-COUNT           PIC 9(07) COMP VALUE ZERO.
002370 77  WS-RH-ADDED-COUNT          PIC 9(07) COMP VALUE ZERO.
002380 77  WS-RH-CHANGED-COUNT        PIC 9(07) COMP VALUE ZERO.
002390 77  WS-RH-DELETED-COUNT        PIC 9(07) COMP VALUE ZERO.
002400 77  WS-RH-MERGE-SIDE-COUNT     PIC 9(07) COMP VALUE ZERO.
002410 77  WS-RH-PAYMENT-COUNT        PIC 9(07) COMP VALUE ZERO.
002420 77  WS-RH-RETURN-COUNT         PIC 9(07) COMP VALUE ZERO.
002430 77  WS-RH-AMOUNT-WRITTEN       PIC 9(09)V99 COMP-3 VALUE ZERO.
002440 77  WS-RH-PAYMENT-AMOUNT       PIC 9(09)V99 COMP-3 VALUE ZERO.
002450 77  WS-RH-RETURN-AMOUNT        PIC 9(09)V99 COMP-3 VALUE ZERO.
002460
002470 77  WS-PROOF-AUDIT-COUNT       PIC 9(07) COMP VALUE ZERO.
002480 77  WS-PROOF-RH-COUNT          PIC 9(07) COMP VALUE ZERO.
002490 77  WS-PROOF-AUDIT-AMOUNT      PIC 9(09)V99 COMP-3 VALUE ZERO.
002500 77  WS-PROOF-RH-AMOUNT         PIC 9(09)V99 COMP-3 VALUE ZERO.
002510
002520 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002530 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(08).
002540 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
002550
002560*-----------------------------------------------------------------
002570* RECOVERY REPORT LINE LAYOUTS
002580*-----------------------------------------------------------------
002590 01  WS-RPT-TITLE-LINE.
002600     05  FILLER PIC X(80) VALUE
002610         "FORWARD RECOVERY REPORT - PROGRAM21".
002620
002630 01  WS-RPT-BACKUP-LINE.
002640     05  FILLER PIC X(19) VALUE "BACKUP GENERATION: ".
002650     05  RPT-BACKUP-GEN PIC X(08).
002660     05  FILLER PIC X(53) VALUE SPACES.
002670
002680 01  WS-RPT-FILE-LINE.
002690     05  FILLER PIC X(13) VALUE "BACKUP FILE: ".
002700     05  RPT-BACKUP-FILE PIC X(67).
002710
002720 01  WS-RPT-WINDOW-LINE.
002730     05  FILLER PIC X(13) VALUE "ROLLED FROM: ".
002740     05  RPT-FROM-DATE PIC X(08).
002750     05  FILLER PIC X(01) VALUE SPACES.
002760     05  RPT-FROM-TIME PIC X(08).
002770     05  FILLER PIC X(06) VALUE "  TO: ".
002780     05  RPT-TO-DATE PIC X(08).
002790     05  FILLER PIC X(01) VALUE SPACES.
002800     05  RPT-TO-TIME PIC X(08).
002810     05  FILLER PIC X(27) VALUE SPACES.
002820
002830 01  WS-RPT-COLUMN-LINE.
002840     05  FILLER PIC X(80) VALUE
002850         " RUN DATE RUN TIME SOURCE   T CUST  ACTION".
002860
002870 01  WS-RPT-DETAIL-LINE.
002880     05  FILLER PIC X(01) VALUE SPACES.
002890     05  RPT-DTL-RUN-DATE PIC X(08).
002900     05  FILLER PIC X(01) VALUE SPACES.
002910     05  RPT-DTL-RUN-TIME PIC X(08).
002920     05  FILLER PIC X(01) VALUE SPACES.
002930     05  RPT-DTL-SOURCE PIC X(08).
002940     05  FILLER PIC X(01) VALUE SPACES.
002950     05  RPT-DTL-TRAN-CODE PIC X(01).
002960     05  FILLER PIC X(01) VALUE SPACES.
002970     05  RPT-DTL-CUSTOMER-NO PIC X(05).
002980     05  FILLER PIC X(01) VALUE SPACES.
002990     05  RPT-DTL-ACTION PIC X(35).
003000     05  FILLER PIC X(09) VALUE SPACES.
003010
003020 01  WS-RPT-IMAGE-LINE.
003030     05  FILLER PIC X(04) VALUE SPACES.
003040     05  RPT-IMG-LABEL PIC X(10).
003050     05  RPT-IMG-TEXT PIC X(58).
003060     05  FILLER PIC X(08) VALUE SPACES.
003070
003080 01  WS-RPT-STOPPED-LINE.
003090     05  FILLER PIC X(40) VALUE
003100         "*** RECOVERY STOPPED - MASTER RECOVERED ".
003110     05  FILLER PIC X(40) VALUE
003120         "ONLY UP TO THE LAST GOOD RECORD ***".
003130
003140 01  WS-RPT-COUNT-LINE.
003150     05  RPT-CNT-LABEL PIC X(50).
003160     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
003170     05  FILLER PIC X(19) VALUE SPACES.
003180
003190 01  WS-RPT-PROOF-HEADING.
003200     05  FILLER PIC X(30) VALUE
003210         "PROOF AGAINST RUNHIST".
003220     05  FILLER PIC X(16) VALUE "     AUDIT TRAIL".
003230     05  FILLER PIC X(16) VALUE "         RUNHIST".
003240     05  FILLER PIC X(18) VALUE SPACES.
003250
003260 01  WS-RPT-PROOF-COUNT-LINE.
003270     05  RPT-PRC-LABEL PIC X(30).
003280     05  FILLER PIC X(05) VALUE SPACES.
003290     05  RPT-PRC-AUDIT PIC ZZZ,ZZZ,ZZ9.
003300     05  FILLER PIC X(05) VALUE SPACES.
003310     05  RPT-PRC-RUNHIST PIC ZZZ,ZZZ,ZZ9.
003320     05  FILLER PIC X(02) VALUE SPACES.
003330     05  RPT-PRC-FLAG PIC X(03).
003340     05  FILLER PIC X(13) VALUE SPACES.
003350
003360 01  WS-RPT-PROOF-AMOUNT-LINE.
003370     05  RPT-PRA-LABEL PIC X(30).
003380     05  FILLER PIC X(02) VALUE SPACES.
003390     05  RPT-PRA-AUDIT PIC ZZZ,ZZZ,ZZ9.99.
003400     05  FILLER PIC X(02) VALUE SPACES.
003410     05  RPT-PRA-RUNHIST PIC ZZZ,ZZZ,ZZ9.99.
003420     05  FILLER PIC X(02) VALUE SPACES.
003430     05  RPT-PRA-FLAG PIC X(03).
003440     05  FILLER PIC X(13) VALUE SPACES.
003450
003460 01  WS-RPT-PARTIAL-LINE.
003470     05  FILLER PIC X(40) VALUE
003480         "PROOF COVERS THE WHOLE PERIOD - EXPECT ".
003490     05  FILLER PIC X(40) VALUE
003500         "DIFFERENCES AFTER A STOPPED RECOVERY".
003510
003520 01  WS-RPT-BALANCE-LINE.
003530     05  RPT-BALANCE-TEXT PIC X(80).
003540
003550 PROCEDURE DIVISION.
003560*-----------------------------------------------------------------
003570* 0000-MAINLINE
003580*-----------------------------------------------------------------
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT.
003620
003630     PERFORM 3000-REAPPLY-ONE-RECORD
003640         THRU 3000-REAPPLY-ONE-RECORD-EXIT
003650         UNTIL WS-EOF.
003660
003670     PERFORM 4000-PROVE-AGAINST-RUN-HISTORY
003680         THRU 4000-PROVE-AGAINST-RUN-HISTORY-EXIT.
003690
003700     PERFORM 8000-PRODUCE-REPORT
003710         THRU 8000-PRODUCE-REPORT-EXIT.
003720
003730     PERFORM 9000-TERMINATE
003740         THRU 9000-TERMINATE-EXIT.
003750
003760     STOP RUN.
003770 0000-MAINLINE-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810* 1000-INITIALIZE - RESOLVE THE BACKUP GENERATION AND THE
003820* RECOVERY POINT, FIND THE BACKUP POINT ON RUNHIST, THEN SET THE
003830* DAMAGED MASTER ASIDE, RESTORE THE BACKUP OVER IT AND OPEN
003840* EVERYTHING FOR THE ROLL FORWARD.  ANYTHING WRONG BEFORE THE
003850* RESTORE ENDS THE RUN WITH THE MASTER UNTOUCHED.
003860*-----------------------------------------------------------------
003870 1000-INITIALIZE.
003880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003890     ACCEPT WS-RUN-TIME FROM TIME.
003900
003910     DISPLAY "RCVRGEN" UPON ENVIRONMENT-NAME.
003920     ACCEPT WS-BACKUP-GEN-X FROM ENVIRONMENT-VALUE.
003930
003940     IF WS-BACKUP-GEN-X = SPACES
003950         DISPLAY "ENTER BACKUP GENERATION TO RECOVER FROM "
003960             "(CCYYMMDD): "
003970         ACCEPT WS-BACKUP-GEN-X
003980     END-IF.
003990
004000     IF WS-BACKUP-GEN IS NOT NUMERIC
004010         DISPLAY "INVALID BACKUP GENERATION - "
004020             WS-BACKUP-GEN-X " - MUST BE CCYYMMDD"
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060
004070     DISPLAY "RCVRDATE" UPON ENVIRONMENT-NAME.
004080     ACCEPT WS-STOP-DATE-IN FROM ENVIRONMENT-VALUE.
004090     IF WS-STOP-DATE-IN = SPACES
004100         MOVE WS-RUN-DATE-X TO WS-STOP-DATE-IN
004110     END-IF.
004120     IF WS-STOP-DATE-IN IS NOT NUMERIC
004130         DISPLAY "INVALID RECOVERY DATE - "
004140             WS-STOP-DATE-IN " - MUST BE CCYYMMDD"
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     MOVE WS-STOP-DATE-IN TO WS-STOP-DATE.
004190
004200     DISPLAY "RCVRTIME" UPON ENVIRONMENT-NAME.
004210     ACCEPT WS-STOP-TIME-IN FROM ENVIRONMENT-VALUE.
004220     IF WS-STOP-TIME-IN = SPACES
004230         MOVE 99999999 TO WS-STOP-TIME
004240     ELSE
004250         IF WS-STOP-TIME-IN IS NOT NUMERIC
004260             DISPLAY "INVALID RECOVERY TIME - "
004270                 WS-STOP-TIME-IN " - MUST BE HHMMSSHH"
004280             MOVE 16 TO RETURN-CODE
004290             STOP RUN
004300         END-IF
004310         MOVE WS-STOP-TIME-IN TO WS-STOP-TIME
004320     END-IF.
004330
004340     PERFORM 1100-LOCATE-BACKUP
004350         THRU 1100-LOCATE-BACKUP-EXIT.
004360
004370     PERFORM 1200-FIND-BACKUP-POINT
004380         THRU 1200-FIND-BACKUP-POINT-EXIT.
004390
004400     IF WS-STOP-POINT-N < WS-START-POINT-N
004410         DISPLAY "RECOVERY POINT " WS-STOP-DATE " " WS-STOP-TIME
004420             " IS BEFORE THE BACKUP WAS TAKEN - NOTHING TO DO"
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460
004470     OPEN INPUT AUDIT-FILE.
004480     IF WS-AUDIT-STATUS NOT = "00"
004490         DISPLAY "UNABLE TO OPEN AUDIT-FILE - FILE STATUS "
004500             WS-AUDIT-STATUS
004510         DISPLAY "RECOVERY NOT STARTED - MASTER NOT TOUCHED"
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550
004560     OPEN OUTPUT RECOVERY-REPORT-FILE.
004570     IF WS-RECOVERY-REPORT-STATUS NOT = "00"
004580         DISPLAY "UNABLE TO OPEN RECOVERY-REPORT-FILE - STATUS "
004590             WS-RECOVERY-REPORT-STATUS
004600         DISPLAY "RECOVERY NOT STARTED - MASTER NOT TOUCHED"
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640
004650     PERFORM 1300-RESTORE-BACKUP
004660         THRU 1300-RESTORE-BACKUP-EXIT.
004670
004680     OPEN I-O INDEXEDFILE.
004690     IF WS-INDEXEDFILE-STATUS NOT = "00"
004700         DISPLAY "UNABLE TO OPEN INDEXEDFILE - FILE STATUS "
004710             WS-INDEXEDFILE-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750
004760     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-TITLE-LINE.
004770     MOVE WS-BACKUP-GEN-X TO RPT-BACKUP-GEN.
004780     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-BACKUP-LINE.
004790     MOVE WS-BACKUP-FILE-NAME TO RPT-BACKUP-FILE.
004800     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-FILE-LINE.
004810     MOVE WS-START-DATE TO RPT-FROM-DATE.
004820     MOVE WS-START-TIME TO RPT-FROM-TIME.
004830     MOVE WS-STOP-DATE  TO RPT-TO-DATE.
004840     IF WS-STOP-TIME = 99999999
004850         MOVE "END DAY" TO RPT-TO-TIME
004860     ELSE
004870         MOVE WS-STOP-TIME TO RPT-TO-TIME
004880     END-IF.
004890     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-WINDOW-LINE.
004900     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
004910 1000-INITIALIZE-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------------
004950* 1100-LOCATE-BACKUP - BUILD INDXMSTR.CCYYMMDD.BAK FOR THE
004960* GENERATION ASKED FOR AND MAKE SURE IT IS THERE.
004970*-----------------------------------------------------------------
004980 1100-LOCATE-BACKUP.
004990     MOVE SPACES TO WS-MASTER-NAME.
005000     DISPLAY "DD_INDXMSTR" UPON ENVIRONMENT-NAME.
005010     ACCEPT WS-MASTER-NAME FROM ENVIRONMENT-VALUE.
005020
005030     IF WS-MASTER-NAME = SPACES
005040         DISPLAY "INDXMSTR" UPON ENVIRONMENT-NAME
005050         ACCEPT WS-MASTER-NAME FROM ENVIRONMENT-VALUE
005060         IF WS-MASTER-NAME = SPACES
005070             MOVE "INDXMSTR" TO WS-MASTER-NAME
005080         END-IF
005090     END-IF.
005100
005110     STRING WS-MASTER-NAME    DELIMITED BY SPACE
005120            "."               DELIMITED BY SIZE
005130            WS-BACKUP-GEN-X   DELIMITED BY SIZE
005140            ".BAK"            DELIMITED BY SIZE
005150         INTO WS-BACKUP-FILE-NAME
005160         ON OVERFLOW
005170             DISPLAY "INDEXEDMASTER NAME TOO LONG TO BUILD A "
005180                 "BACKUP FILE NAME FOR - " WS-MASTER-NAME
005190             MOVE 16 TO RETURN-CODE
005200             STOP RUN
005210     END-STRING.
005220
005230     STRING WS-MASTER-NAME    DELIMITED BY SPACE
005240            "."               DELIMITED BY SIZE
005250            WS-RUN-DATE-X     DELIMITED BY SIZE
005260            ".DMG"            DELIMITED BY SIZE
005270         INTO WS-DAMAGED-FILE-NAME
005280         ON OVERFLOW
005290             DISPLAY "INDEXEDMASTER NAME TOO LONG TO BUILD A "
005300                 "SET-ASIDE FILE NAME FOR - " WS-MASTER-NAME
005310             MOVE 16 TO RETURN-CODE
005320             STOP RUN
005330     END-STRING.
005340
005350     CALL "CBL_CHECK_FILE_EXIST" USING WS-BACKUP-FILE-NAME
005360                                        WS-FILE-INFO
005370         RETURNING WS-CALL-RETURN-CODE.
005380
005390     IF WS-CALL-RETURN-CODE NOT = ZERO
005400         DISPLAY "BACKUP GENERATION NOT FOUND - "
005410             WS-BACKUP-FILE-NAME
005420         DISPLAY "RECOVERY NOT STARTED - MASTER NOT TOUCHED"
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460 1100-LOCATE-BACKUP-EXIT.
005470     EXIT.
005480
005490*-----------------------------------------------------------------
005500* 1200-FIND-BACKUP-POINT - THE BACKUP FOR A DATE IS THE ONE THE
005510* LAST FRESH PROGRAM1 START THAT DAY TOOK (A RERUN OVERWRITES THE
005520* EARLIER COPY), SO ITS RUN TIME IS THE START OF THE ROLL FORWARD.
005530* NO SUCH START ON RUNHIST MEANS THE BACKUP CANNOT BE PLACED ON
005540* THE TRAIL AND THE RECOVERY IS REFUSED.
005550*-----------------------------------------------------------------
005560 1200-FIND-BACKUP-POINT.
005570     SET WS-CANDIDATE-NOT-FOUND TO TRUE.
005580     SET WS-RUN-HIST-MORE TO TRUE.
005590
005600     OPEN INPUT RUN-HISTORY-FILE.
005610     IF WS-RUN-HIST-STATUS NOT = "00"
005620         AND WS-RUN-HIST-STATUS NOT = "05"
005630         DISPLAY "UNABLE TO OPEN RUN-HISTORY-FILE - STATUS "
005640             WS-RUN-HIST-STATUS
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680
005690     PERFORM 1210-SCAN-FOR-BACKUP-POINT
005700         THRU 1210-SCAN-FOR-BACKUP-POINT-EXIT
005710         UNTIL WS-RUN-HIST-EOF.
005720
005730     CLOSE RUN-HISTORY-FILE.
005740
005750     IF WS-CANDIDATE-NOT-FOUND
005760         DISPLAY "NO PROGRAM1 START ON RUNHIST FOR "
005770             WS-BACKUP-GEN-X
005780             " - THE BACKUP CANNOT BE PLACED ON THE AUDIT TRAIL"
005790         DISPLAY "RECOVERY NOT STARTED - MASTER NOT TOUCHED"
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830
005840     MOVE WS-BACKUP-GEN     TO WS-START-DATE.
005850     MOVE WS-CANDIDATE-TIME TO WS-START-TIME.
005860 1200-FIND-BACKUP-POINT-EXIT.
005870     EXIT.
005880
005890 1210-SCAN-FOR-BACKUP-POINT.
005900     READ RUN-HISTORY-FILE
005910         AT END
005920             SET WS-RUN-HIST-EOF TO TRUE
005930             GO TO 1210-SCAN-FOR-BACKUP-POINT-EXIT
005940     END-READ.
005950
005960     IF RH-JOB-NAME NOT = "PROGRAM1"
005970         OR RH-RUN-DATE NOT = WS-BACKUP-GEN
005980         GO TO 1210-SCAN-FOR-BACKUP-POINT-EXIT
005990     END-IF.
006000
006010     IF RH-START-RECORD
006020         AND RH-FRESH-START
006030         MOVE WS-CANDIDATE-TIME   TO WS-PRIOR-CANDIDATE-TIME
006040         MOVE WS-CANDIDATE-SWITCH TO WS-PRIOR-CANDIDATE-SWITCH
006050         MOVE RH-RUN-TIME         TO WS-CANDIDATE-TIME
006060         SET WS-CANDIDATE-FOUND   TO TRUE
006070     END-IF.
006080
006090     IF RH-END-RECORD
006100         AND RH-RUN-OUT-OF-BALANCE
006110         AND WS-CANDIDATE-FOUND
006120         AND RH-RUN-TIME = WS-CANDIDATE-TIME
006130         MOVE WS-PRIOR-CANDIDATE-TIME   TO WS-CANDIDATE-TIME
006140         MOVE WS-PRIOR-CANDIDATE-SWITCH TO WS-CANDIDATE-SWITCH
006150     END-IF.
006160 1210-SCAN-FOR-BACKUP-POINT-EXIT.
006170     EXIT.
006180
006190*-----------------------------------------------------------------
006200* 1300-RESTORE-BACKUP - SET THE DAMAGED MASTER ASIDE (IT MAY BE
006210* GONE ALTOGETHER - THAT IS NOT AN ERROR), THEN COPY THE BACKUP
006220* GENERATION OVER IT.  A FAILED COPY ENDS THE RUN BEFORE A SINGLE
006230* RECORD IS REAPPLIED.
006240*-----------------------------------------------------------------
006250 1300-RESTORE-BACKUP.
006260     CALL "CBL_CHECK_FILE_EXIST" USING WS-MASTER-NAME
006270                                        WS-FILE-INFO
006280         RETURNING WS-CALL-RETURN-CODE.
006290
006300     IF WS-CALL-RETURN-CODE = ZERO
006310         CALL "CBL_COPY_FILE" USING WS-MASTER-NAME
006320                                     WS-DAMAGED-FILE-NAME
006330             RETURNING WS-CALL-RETURN-CODE
006340         IF WS-CALL-RETURN-CODE NOT = ZERO
006350             DISPLAY "UNABLE TO SET THE DAMAGED INDEXEDMASTER "
006360                 "ASIDE TO " WS-DAMAGED-FILE-NAME
006370                 " - RETURN CODE " WS-CALL-RETURN-CODE
006380             DISPLAY "RECOVERY NOT STARTED - MASTER NOT TOUCHED"
006390             MOVE 16 TO RETURN-CODE
006400             STOP RUN
006410         END-IF
006420         DISPLAY "DAMAGED INDEXEDMASTER SET ASIDE AS "
006430             WS-DAMAGED-FILE-NAME
006440     ELSE
006450         DISPLAY "NO INDEXEDMASTER FOUND AT " WS-MASTER-NAME
006460             " - NOTHING TO SET ASIDE"
006470     END-IF.
006480
006490     CALL "CBL_COPY_FILE" USING WS-BACKUP-FILE-NAME
006500                                 WS-MASTER-NAME
006510         RETURNING WS-CALL-RETURN-CODE.
006520
006530     IF WS-CALL-RETURN-CODE NOT = ZERO
006540         DISPLAY "UNABLE TO RESTORE " WS-BACKUP-FILE-NAME
006550             " OVER INDEXEDMASTER - RETURN CODE "
006560             WS-CALL-RETURN-CODE
006570         MOVE 16 TO RETURN-CODE
006580         STOP RUN
006590     END-IF.
006600
006610     DISPLAY "BACKUP " WS-BACKUP-FILE-NAME " RESTORED".
006620 1300-RESTORE-BACKUP-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------------
006660* 3000-REAPPLY-ONE-RECORD - ONE AUDIT RECORD.  RECORDS STAMPED
006670* BEFORE THE BACKUP POINT ARE ALREADY IN THE BACKUP; RECORDS
006680* STAMPED AFTER THE RECOVERY POINT ARE LEFT OFF; RECORDS IN THE
006690* WINDOW AFTER A STOP ARE COUNTED BUT NOT APPLIED.
006700*-----------------------------------------------------------------
006710 3000-REAPPLY-ONE-RECORD.
006720     READ AUDIT-FILE
006730         AT END
006740             SET WS-EOF TO TRUE
006750             GO TO 3000-REAPPLY-ONE-RECORD-EXIT
006760     END-READ.
006770
006780     ADD 1 TO WS-AUDIT-READ-COUNT.
006790
006800     MOVE AUD-RUN-DATE TO WS-RECORD-DATE.
006810     MOVE AUD-RUN-TIME TO WS-RECORD-TIME.
006820
006830     IF WS-RECORD-POINT-N < WS-START-POINT-N
006840         ADD 1 TO WS-BEFORE-START-COUNT
006850         GO TO 3000-REAPPLY-ONE-RECORD-EXIT
006860     END-IF.
006870
006880     IF WS-RECORD-POINT-N > WS-STOP-POINT-N
006890         ADD 1 TO WS-AFTER-STOP-COUNT
006900         GO TO 3000-REAPPLY-ONE-RECORD-EXIT
006910     END-IF.
006920
006930     IF WS-RECOVERY-STOPPED
006940         ADD 1 TO WS-NOT-APPLIED-COUNT
006950         GO TO 3000-REAPPLY-ONE-RECORD-EXIT
006960     END-IF.
006970
006980     PERFORM 3100-VERIFY-AND-APPLY
006990         THRU 3100-VERIFY-AND-APPLY-EXIT.
007000 3000-REAPPLY-ONE-RECORD-EXIT.
007010     EXIT.
007020
007030*-----------------------------------------------------------------
007040* 3100-VERIFY-AND-APPLY - THE REBUILT FILE MUST HOLD EXACTLY THE
007050* BEFORE-IMAGE (OR NOTHING, FOR A SPACE BEFORE-IMAGE).  THEN A
007060* SPACE BEFORE-IMAGE WRITES THE AFTER-IMAGE, A SPACE AFTER-IMAGE
007070* DELETES, EQUAL IMAGES (A PAYMENT OR RETURN) LEAVE THE MASTER
007080* AS IT IS, AND ANYTHING ELSE REWRITES THE AFTER-IMAGE.  A BACKOUT
007090* RECORD CARRIES THE IMAGE IT FOUND AND THE IMAGE IT LEFT, SO IT
007100* FOLLOWS THE SAME RULES.
007110*-----------------------------------------------------------------
007120 3100-VERIFY-AND-APPLY.
007130     MOVE AUD-RUN-DATE         TO RPT-DTL-RUN-DATE.
007140     MOVE AUD-RUN-TIME         TO RPT-DTL-RUN-TIME.
007150     MOVE AUD-SOURCE-PROGRAM   TO RPT-DTL-SOURCE.
007160     MOVE AUD-TRANSACTION-CODE TO RPT-DTL-TRAN-CODE.
007170     MOVE AUD-CUSTOMER-NO      TO RPT-DTL-CUSTOMER-NO.
007180
007190     IF AUD-BEFORE-IMAGE = SPACES
007200         AND AUD-AFTER-IMAGE = SPACES
007210         MOVE "UNREADABLE AUDIT IMAGES" TO WS-MISMATCH-TEXT
007220         MOVE SPACES TO WS-CURRENT-IMAGE
007230         PERFORM 3900-STOP-RECOVERY
007240             THRU 3900-STOP-RECOVERY-EXIT
007250         GO TO 3100-VERIFY-AND-APPLY-EXIT
007260     END-IF.
007270
007280     MOVE AUD-CUSTOMER-NO TO CUSTOMER-NO-INDEXED.
007290     READ INDEXEDFILE RECORD
007300         INVALID KEY
007310             MOVE SPACES TO WS-CURRENT-IMAGE
007320         NOT INVALID KEY
007330             MOVE INDEXEDFILE-RECORD TO WS-CURRENT-IMAGE
007340     END-READ.
007350
007360     IF WS-CURRENT-IMAGE NOT = AUD-BEFORE-IMAGE
007370         EVALUATE TRUE
007380             WHEN AUD-BEFORE-IMAGE = SPACES
007390                 MOVE "ALREADY ON REBUILT FILE"
007400                     TO WS-MISMATCH-TEXT
007410             WHEN WS-CURRENT-IMAGE = SPACES
007420                 MOVE "NOT ON REBUILT FILE"
007430                     TO WS-MISMATCH-TEXT
007440             WHEN OTHER
007450                 MOVE "BEFORE-IMAGE DOES NOT MATCH FILE"
007460                     TO WS-MISMATCH-TEXT
007470         END-EVALUATE
007480         PERFORM 3900-STOP-RECOVERY
007490             THRU 3900-STOP-RECOVERY-EXIT
007500         GO TO 3100-VERIFY-AND-APPLY-EXIT
007510     END-IF.
007520
007530     EVALUATE TRUE
007540         WHEN AUD-BEFORE-IMAGE = SPACES
007550             MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD
007560             WRITE INDEXEDFILE-RECORD
007570                 INVALID KEY
007580                     MOVE "WRITE FAILED" TO WS-MISMATCH-TEXT
007590                     PERFORM 3900-STOP-RECOVERY
007600                         THRU 3900-STOP-RECOVERY-EXIT
007610                     GO TO 3100-VERIFY-AND-APPLY-EXIT
007620             END-WRITE
007630             ADD 1 TO WS-WRITTEN-COUNT
007640             MOVE "REAPPLIED - RECORD WRITTEN" TO RPT-DTL-ACTION
007650         WHEN AUD-AFTER-IMAGE = SPACES
007660             DELETE INDEXEDFILE RECORD
007670                 INVALID KEY
007680                     MOVE "DELETE FAILED" TO WS-MISMATCH-TEXT
007690                     PERFORM 3900-STOP-RECOVERY
007700                         THRU 3900-STOP-RECOVERY-EXIT
007710                     GO TO 3100-VERIFY-AND-APPLY-EXIT
007720             END-DELETE
007730             ADD 1 TO WS-DELETED-COUNT
007740             MOVE "REAPPLIED - RECORD DELETED" TO RPT-DTL-ACTION
007750         WHEN AUD-AFTER-IMAGE = AUD-BEFORE-IMAGE
007760             ADD 1 TO WS-UNCHANGED-COUNT
007770             MOVE "VERIFIED - MASTER UNCHANGED" TO RPT-DTL-ACTION
007780         WHEN OTHER
007790             MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD
007800             REWRITE INDEXEDFILE-RECORD
007810                 INVALID KEY
007820                     MOVE "REWRITE FAILED" TO WS-MISMATCH-TEXT
007830                     PERFORM 3900-STOP-RECOVERY
007840                         THRU 3900-STOP-RECOVERY-EXIT
007850                     GO TO 3100-VERIFY-AND-APPLY-EXIT
007860             END-REWRITE
007870             ADD 1 TO WS-REWRITTEN-COUNT
007880             MOVE "REAPPLIED - RECORD REWRITTEN" TO RPT-DTL-ACTION
007890     END-EVALUATE.
007900
007910     ADD 1 TO WS-REAPPLIED-COUNT.
007920     MOVE AUD-RUN-DATE TO WS-LAST-APPLIED-DATE.
007930     MOVE AUD-RUN-TIME TO WS-LAST-APPLIED-TIME.
007940
007950     EVALUATE AUD-SOURCE-PROGRAM
007960         WHEN "PROGRAM1"
007970             ADD 1 TO WS-PROGRAM1-COUNT
007980             PERFORM 3200-ACCUMULATE-PROOF
007990                 THRU 3200-ACCUMULATE-PROOF-EXIT
008000         WHEN "PROGRAM5"
008010             ADD 1 TO WS-PROGRAM5-COUNT
008020         WHEN "SVCMAINT"
008030             ADD 1 TO WS-SVCMAINT-COUNT
008040         WHEN "DORMSWP"
008050             ADD 1 TO WS-DORMSWP-COUNT
008060         WHEN "BACKOUT"
008070             ADD 1 TO WS-BACKOUT-COUNT
008080         WHEN OTHER
008090             ADD 1 TO WS-OTHER-SOURCE-COUNT
008100     END-EVALUATE.
008110
008120     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
008130 3100-VERIFY-AND-APPLY-EXIT.
008140     EXIT.
008150
008160*-----------------------------------------------------------------
008170* 3200-ACCUMULATE-PROOF - A PROGRAM1 RECORD JUST REAPPLIED, BY
008180* TRANSACTION CODE, THE WAY PROGRAM1 COUNTED IT ON ITS END
008190* RECORD - THE AMOUNT WRITTEN IS THE MASTER AMOUNT AN ADD OR A
008200* CHANGE LEFT; A PAYMENT OR RETURN CARRIES ITS OWN AMOUNT.
008210*-----------------------------------------------------------------
008220 3200-ACCUMULATE-PROOF.
008230     MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD.
008240
008250     EVALUATE AUD-TRANSACTION-CODE
008260         WHEN "A"
008270             ADD 1 TO WS-AUD-ADDED-COUNT
008280             ADD AMT-OF-PURCHASE-INDEXED TO WS-AUD-AMOUNT-WRITTEN
008290         WHEN "C"
008300             ADD 1 TO WS-AUD-CHANGED-COUNT
008310             ADD AMT-OF-PURCHASE-INDEXED TO WS-AUD-AMOUNT-WRITTEN
008320         WHEN "D"
008330             ADD 1 TO WS-AUD-DELETED-COUNT
008340         WHEN "M"
008350             ADD 1 TO WS-AUD-MERGE-SIDE-COUNT
008360         WHEN "P"
008370             ADD 1 TO WS-AUD-PAYMENT-COUNT
008380             ADD AUD-TRANSACTION-AMOUNT TO WS-AUD-PAYMENT-AMOUNT
008390         WHEN "R"
008400             ADD 1 TO WS-AUD-RETURN-COUNT
008410             ADD AUD-TRANSACTION-AMOUNT TO WS-AUD-RETURN-AMOUNT
008420     END-EVALUATE.
008430 3200-ACCUMULATE-PROOF-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------------------
008470* 3900-STOP-RECOVERY - THE FIRST MISMATCH.  PRINT THE RECORD, THE
008480* BEFORE-IMAGE IT EXPECTED AND WHAT THE REBUILT FILE HOLDS, AND
008490* APPLY NOTHING FURTHER.  THE CALLER LEAVES THE REASON IN
008500* WS-MISMATCH-TEXT AND THE FILE'S IMAGE IN WS-CURRENT-IMAGE.
008510*-----------------------------------------------------------------
008520 3900-STOP-RECOVERY.
008530     SET WS-RECOVERY-STOPPED TO TRUE.
008540
008550     MOVE WS-MISMATCH-TEXT TO RPT-DTL-ACTION.
008560     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
008570
008580     MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-SPLIT.
008590     MOVE "EXPECTED: "     TO RPT-IMG-LABEL.
008600     MOVE WS-IMAGE-PART-1  TO RPT-IMG-TEXT.
008610     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-IMAGE-LINE.
008620     MOVE SPACES           TO RPT-IMG-LABEL.
008630     MOVE WS-IMAGE-PART-2  TO RPT-IMG-TEXT.
008640     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-IMAGE-LINE.
008650
008660     MOVE WS-CURRENT-IMAGE TO WS-IMAGE-SPLIT.
008670     MOVE "ON FILE:  "     TO RPT-IMG-LABEL.
008680     MOVE WS-IMAGE-PART-1  TO RPT-IMG-TEXT.
008690     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-IMAGE-LINE.
008700     MOVE SPACES           TO RPT-IMG-LABEL.
008710     MOVE WS-IMAGE-PART-2  TO RPT-IMG-TEXT.
008720     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-IMAGE-LINE.
008730
008740     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-STOPPED-LINE.
008750
008760     DISPLAY "RECOVERY STOPPED AT AUDIT RECORD "
008770         WS-AUDIT-READ-COUNT
008780         " - CUSTOMER " AUD-CUSTOMER-NO " - " WS-MISMATCH-TEXT.
008790 3900-STOP-RECOVERY-EXIT.
008800     EXIT.
008810
008820*-----------------------------------------------------------------
008830* 4000-PROVE-AGAINST-RUN-HISTORY - ADD UP THE END RECORDS OF THE
008840* PROGRAM1 RUNS COMPLETED IN THE PERIOD (BACKUP POINT TO RECOVERY
008850* POINT).  THE PAYMENT AND RETURN FIELDS ARE SPACES ON RECORDS
008860* WRITTEN BEFORE THEY WERE ADDED.
008870*-----------------------------------------------------------------
008880 4000-PROVE-AGAINST-RUN-HISTORY.
008890     SET WS-RUN-HIST-MORE TO TRUE.
008900
008910     OPEN INPUT RUN-HISTORY-FILE.
008920     IF WS-RUN-HIST-STATUS NOT = "00"
008930         AND WS-RUN-HIST-STATUS NOT = "05"
008940         DISPLAY "UNABLE TO OPEN RUN-HISTORY-FILE - STATUS "
008950             WS-RUN-HIST-STATUS
008960         MOVE 16 TO RETURN-CODE
008970         STOP RUN
008980     END-IF.
008990
009000     PERFORM 4100-ADD-ONE-RUN-RECORD
009010         THRU 4100-ADD-ONE-RUN-RECORD-EXIT
009020         UNTIL WS-RUN-HIST-EOF.
009030
009040     CLOSE RUN-HISTORY-FILE.
009050 4000-PROVE-AGAINST-RUN-HISTORY-EXIT.
009060     EXIT.
009070
009080 4100-ADD-ONE-RUN-RECORD.
009090     READ RUN-HISTORY-FILE
009100         AT END
009110             SET WS-RUN-HIST-EOF TO TRUE
009120             GO TO 4100-ADD-ONE-RUN-RECORD-EXIT
009130     END-READ.
009140
009150     IF NOT RH-END-RECORD
009160         OR NOT RH-RUN-COMPLETED
009170         OR RH-JOB-NAME NOT = "PROGRAM1"
009180         GO TO 4100-ADD-ONE-RUN-RECORD-EXIT
009190     END-IF.
009200
009210     MOVE RH-RUN-DATE TO WS-RECORD-DATE.
009220     MOVE RH-RUN-TIME TO WS-RECORD-TIME.
009230
009240     IF WS-RECORD-POINT-N < WS-START-POINT-N
009250         OR WS-RECORD-POINT-N > WS-STOP-POINT-N
009260         GO TO 4100-ADD-ONE-RUN-RECORD-EXIT
009270     END-IF.
009280
009290     ADD 1                         TO WS-RH-RUNS-COUNT.
009300     ADD RH-RECORDS-ADDED-COUNT    TO WS-RH-ADDED-COUNT.
009310     ADD RH-RECORDS-CHANGED-COUNT  TO WS-RH-CHANGED-COUNT.
009320     ADD RH-RECORDS-DELETED-COUNT  TO WS-RH-DELETED-COUNT.
009330     ADD RH-RECORDS-MERGED-COUNT   TO WS-RH-MERGE-SIDE-COUNT.
009340     ADD RH-RECORDS-MERGED-COUNT   TO WS-RH-MERGE-SIDE-COUNT.
009350     ADD RH-AMOUNT-WRITTEN-TOTAL   TO WS-RH-AMOUNT-WRITTEN.
009360
009370     IF RH-PAYMENTS-APPLIED-COUNT IS NUMERIC
009380         ADD RH-PAYMENTS-APPLIED-COUNT TO WS-RH-PAYMENT-COUNT
009390         ADD RH-PAYMENT-AMOUNT-TOTAL   TO WS-RH-PAYMENT-AMOUNT
009400     END-IF.
009410
009420     IF RH-RETURNS-APPLIED-COUNT IS NUMERIC
009430         ADD RH-RETURNS-APPLIED-COUNT TO WS-RH-RETURN-COUNT
009440         ADD RH-RETURN-AMOUNT-TOTAL   TO WS-RH-RETURN-AMOUNT
009450     END-IF.
009460 4100-ADD-ONE-RUN-RECORD-EXIT.
009470     EXIT.
009480
009490*-----------------------------------------------------------------
009500* 8000-PRODUCE-REPORT - WHAT WAS REAPPLIED, FROM WHERE, AND THE
009510* PROOF AGAINST RUNHIST.  A STOPPED RECOVERY OR A PROOF LINE OUT
009520* OF BALANCE ENDS THE RUN WITH RETURN-CODE 8.
009530*-----------------------------------------------------------------
009540 8000-PRODUCE-REPORT.
009550     MOVE "AUDIT RECORDS READ . . . . . . . . . . . . . . :"
009560         TO RPT-CNT-LABEL.
009570     MOVE WS-AUDIT-READ-COUNT TO RPT-CNT-VALUE.
009580     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009590
009600     MOVE "BEFORE THE BACKUP POINT - ALREADY ON BACKUP. . :"
009610         TO RPT-CNT-LABEL.
009620     MOVE WS-BEFORE-START-COUNT TO RPT-CNT-VALUE.
009630     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009640
009650     MOVE "AFTER THE RECOVERY POINT - NOT REAPPLIED . . . :"
009660         TO RPT-CNT-LABEL.
009670     MOVE WS-AFTER-STOP-COUNT TO RPT-CNT-VALUE.
009680     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009690
009700     MOVE "AUDIT RECORDS REAPPLIED. . . . . . . . . . . . :"
009710         TO RPT-CNT-LABEL.
009720     MOVE WS-REAPPLIED-COUNT TO RPT-CNT-VALUE.
009730     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009740
009750     MOVE "  RECORDS WRITTEN. . . . . . . . . . . . . . . :"
009760         TO RPT-CNT-LABEL.
009770     MOVE WS-WRITTEN-COUNT TO RPT-CNT-VALUE.
009780     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009790
009800     MOVE "  RECORDS REWRITTEN. . . . . . . . . . . . . . :"
009810         TO RPT-CNT-LABEL.
009820     MOVE WS-REWRITTEN-COUNT TO RPT-CNT-VALUE.
009830     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009840
009850     MOVE "  RECORDS DELETED. . . . . . . . . . . . . . . :"
009860         TO RPT-CNT-LABEL.
009870     MOVE WS-DELETED-COUNT TO RPT-CNT-VALUE.
009880     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009890
009900     MOVE "  VERIFIED, MASTER UNCHANGED (PAYMENT/RETURN). :"
009910         TO RPT-CNT-LABEL.
009920     MOVE WS-UNCHANGED-COUNT TO RPT-CNT-VALUE.
009930     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009940
009950     MOVE "  FROM PROGRAM1 LOADS. . . . . . . . . . . . . :"
009960         TO RPT-CNT-LABEL.
009970     MOVE WS-PROGRAM1-COUNT TO RPT-CNT-VALUE.
009980     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009990
010000     MOVE "  FROM PROGRAM5 SUSPENSE CORRECTIONS . . . . . :"
010010         TO RPT-CNT-LABEL.
010020     MOVE WS-PROGRAM5-COUNT TO RPT-CNT-VALUE.
010030     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010040
010050     MOVE "  FROM SVCMAINT DESK MAINTENANCE . . . . . . . :"
010060         TO RPT-CNT-LABEL.
010070     MOVE WS-SVCMAINT-COUNT TO RPT-CNT-VALUE.
010080     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010090     MOVE "  FROM DORMSWP DORMANT-CUSTOMER SWEEP. . . . . :"
010100         TO RPT-CNT-LABEL.
010110     MOVE WS-DORMSWP-COUNT TO RPT-CNT-VALUE.
010120     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010130
010140     MOVE "  FROM BACKOUT REVERSALS . . . . . . . . . . . :"
010150         TO RPT-CNT-LABEL.
010160     MOVE WS-BACKOUT-COUNT TO RPT-CNT-VALUE.
010170     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010180
010190     MOVE "  FROM OTHER SOURCES . . . . . . . . . . . . . :"
010200         TO RPT-CNT-LABEL.
010210     MOVE WS-OTHER-SOURCE-COUNT TO RPT-CNT-VALUE.
010220     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010230
010240     MOVE "NOT REAPPLIED - RECOVERY STOPPED . . . . . . . :"
010250         TO RPT-CNT-LABEL.
010260     MOVE WS-NOT-APPLIED-COUNT TO RPT-CNT-VALUE.
010270     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010280
010290     MOVE "PROGRAM1 RUNS COMPLETED IN THE PERIOD (RUNHIST):"
010300         TO RPT-CNT-LABEL.
010310     MOVE WS-RH-RUNS-COUNT TO RPT-CNT-VALUE.
010320     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
010330
010340     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-PROOF-HEADING.
010350
010360     MOVE "RECORDS ADDED" TO RPT-PRC-LABEL.
010370     MOVE WS-AUD-ADDED-COUNT TO WS-PROOF-AUDIT-COUNT.
010380     MOVE WS-RH-ADDED-COUNT  TO WS-PROOF-RH-COUNT.
010390     PERFORM 8100-WRITE-COUNT-PROOF
010400         THRU 8100-WRITE-COUNT-PROOF-EXIT.
010410
010420     MOVE "RECORDS CHANGED" TO RPT-PRC-LABEL.
010430     MOVE WS-AUD-CHANGED-COUNT TO WS-PROOF-AUDIT-COUNT.
010440     MOVE WS-RH-CHANGED-COUNT  TO WS-PROOF-RH-COUNT.
010450     PERFORM 8100-WRITE-COUNT-PROOF
010460         THRU 8100-WRITE-COUNT-PROOF-EXIT.
010470
010480     MOVE "RECORDS DELETED" TO RPT-PRC-LABEL.
010490     MOVE WS-AUD-DELETED-COUNT TO WS-PROOF-AUDIT-COUNT.
010500     MOVE WS-RH-DELETED-COUNT  TO WS-PROOF-RH-COUNT.
010510     PERFORM 8100-WRITE-COUNT-PROOF
010520         THRU 8100-WRITE-COUNT-PROOF-EXIT.
010530
010540     MOVE "MERGE SIDES (TWO PER MERGE)" TO RPT-PRC-LABEL.
010550     MOVE WS-AUD-MERGE-SIDE-COUNT TO WS-PROOF-AUDIT-COUNT.
010560     MOVE WS-RH-MERGE-SIDE-COUNT  TO WS-PROOF-RH-COUNT.
010570     PERFORM 8100-WRITE-COUNT-PROOF
010580         THRU 8100-WRITE-COUNT-PROOF-EXIT.
010590
010600     MOVE "PAYMENTS APPLIED" TO RPT-PRC-LABEL.
010610     MOVE WS-AUD-PAYMENT-COUNT TO WS-PROOF-AUDIT-COUNT.
010620     MOVE WS-RH-PAYMENT-COUNT  TO WS-PROOF-RH-COUNT.
010630     PERFORM 8100-WRITE-COUNT-PROOF
010640         THRU 8100-WRITE-COUNT-PROOF-EXIT.
010650
010660     MOVE "RETURNS APPLIED" TO RPT-PRC-LABEL.
010670     MOVE WS-AUD-RETURN-COUNT TO WS-PROOF-AUDIT-COUNT.
010680     MOVE WS-RH-RETURN-COUNT  TO WS-PROOF-RH-COUNT.
010690     PERFORM 8100-WRITE-COUNT-PROOF
010700         THRU 8100-WRITE-COUNT-PROOF-EXIT.
010710
010720     MOVE "AMOUNT WRITTEN (ADD/CHANGE)" TO RPT-PRA-LABEL.
010730     MOVE WS-AUD-AMOUNT-WRITTEN TO WS-PROOF-AUDIT-AMOUNT.
010740     MOVE WS-RH-AMOUNT-WRITTEN  TO WS-PROOF-RH-AMOUNT.
010750     PERFORM 8200-WRITE-AMOUNT-PROOF
010760         THRU 8200-WRITE-AMOUNT-PROOF-EXIT.
010770
010780     MOVE "AMOUNT OF PAYMENTS" TO RPT-PRA-LABEL.
010790     MOVE WS-AUD-PAYMENT-AMOUNT TO WS-PROOF-AUDIT-AMOUNT.
010800     MOVE WS-RH-PAYMENT-AMOUNT  TO WS-PROOF-RH-AMOUNT.
010810     PERFORM 8200-WRITE-AMOUNT-PROOF
010820         THRU 8200-WRITE-AMOUNT-PROOF-EXIT.
010830
010840     MOVE "AMOUNT OF RETURNS" TO RPT-PRA-LABEL.
010850     MOVE WS-AUD-RETURN-AMOUNT TO WS-PROOF-AUDIT-AMOUNT.
010860     MOVE WS-RH-RETURN-AMOUNT  TO WS-PROOF-RH-AMOUNT.
010870     PERFORM 8200-WRITE-AMOUNT-PROOF
010880         THRU 8200-WRITE-AMOUNT-PROOF-EXIT.
010890
010900     IF WS-RECOVERY-STOPPED
010910         WRITE RECOVERY-REPORT-LINE FROM WS-RPT-PARTIAL-LINE
010920     END-IF.
010930
010940     IF WS-IN-BALANCE
010950         MOVE "PROGRAM1 WORK REAPPLIED AGREES WITH RUNHIST"
010960             TO RPT-BALANCE-TEXT
010970     ELSE
010980         MOVE "*** PROGRAM1 WORK OUT OF BALANCE WITH RUNHIST ***"
010990             TO RPT-BALANCE-TEXT
011000     END-IF.
011010     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-BALANCE-LINE.
011020
011030     DISPLAY "FORWARD RECOVERY COMPLETE - " WS-REAPPLIED-COUNT
011040         " AUDIT RECORDS REAPPLIED, LAST RUN "
011050         WS-LAST-APPLIED-DATE " " WS-LAST-APPLIED-TIME.
011060
011070     IF WS-RECOVERY-STOPPED
011080         OR WS-OUT-OF-BALANCE
011090         MOVE 8 TO RETURN-CODE
011100     END-IF.
011110 8000-PRODUCE-REPORT-EXIT.
011120     EXIT.
011130
011140 8100-WRITE-COUNT-PROOF.
011150     MOVE WS-PROOF-AUDIT-COUNT TO RPT-PRC-AUDIT.
011160     MOVE WS-PROOF-RH-COUNT    TO RPT-PRC-RUNHIST.
011170     IF WS-PROOF-AUDIT-COUNT = WS-PROOF-RH-COUNT
011180         MOVE "OK " TO RPT-PRC-FLAG
011190     ELSE
011200         MOVE "OUT" TO RPT-PRC-FLAG
011210         SET WS-OUT-OF-BALANCE TO TRUE
011220     END-IF.
011230     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-PROOF-COUNT-LINE.
011240 8100-WRITE-COUNT-PROOF-EXIT.
011250     EXIT.
011260
011270 8200-WRITE-AMOUNT-PROOF.
011280     MOVE WS-PROOF-AUDIT-AMOUNT TO RPT-PRA-AUDIT.
011290     MOVE WS-PROOF-RH-AMOUNT    TO RPT-PRA-RUNHIST.
011300     IF WS-PROOF-AUDIT-AMOUNT = WS-PROOF-RH-AMOUNT
011310         MOVE "OK " TO RPT-PRA-FLAG
011320     ELSE
011330         MOVE "OUT" TO RPT-PRA-FLAG
011340         SET WS-OUT-OF-BALANCE TO TRUE
011350     END-IF.
011360     WRITE RECOVERY-REPORT-LINE FROM WS-RPT-PROOF-AMOUNT-LINE.
011370 8200-WRITE-AMOUNT-PROOF-EXIT.
011380     EXIT.
011390
011400*-----------------------------------------------------------------
011410* 9000-TERMINATE - CLOSE ALL FILES AND END THE RUN.
011420*-----------------------------------------------------------------
011430 9000-TERMINATE.
011440     CLOSE INDEXEDFILE
011450           AUDIT-FILE
011460           RECOVERY-REPORT-FILE.
011470 9000-TERMINATE-EXIT.
011480     EXIT.
