000100*-----------------------------------------------------------------
000110* PROGRAM26
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM26 AS "INDEXEDFILECREATION.PROGRAM26".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-10-09.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-10-09 JWH   ORIGINAL PROGRAM.  PRE-LOAD CONSOLIDATION -
000250*                  PROVES EACH INBOUND FEED NAMED ON THE FEED LIST
000260*                  AGAINST ITS OWN "H" HEADER AND "T" TRAILER,
000270*                  SETS ASIDE ANY FEED THAT FAILS, AND SORTS THE
000280*                  REST INTO ONE SEQFILE IN CUSTOMER NUMBER AND
000290*                  PURCHASE DATE ORDER UNDER A NEW HEADER AND
000300*                  TRAILER, EVERY ROW TAGGED WITH ITS FEED AND
000310*                  FEED POSITION.  PRINTS A FEED-BY-FEED INTAKE
000320*                  REPORT.  REPLACES THE HAND CONCATENATION OF
000330*                  THE STORE, WEB ORDER AND DESK FEEDS.
000340* ------------------------------------------------------------
000350*
000360*-----------------------------------------------------------------
000370* PROGRAM26 RUNS AHEAD OF PROGRAM1 AND WRITES THE SEQFILE PROGRAM1
000380* LOADS.  THE FEEDS TO TAKE ARE LISTED ON FEEDLIST, ONE PER LINE -
000390*   COLUMNS 1-8    FEED ID, STAMPED ON EVERY ROW TAKEN FROM THE
000400*                  FEED (STORE, WEBORDER, DESK ...)
000410*   COLUMNS 10-209 THE FEED'S FILE NAME
000420* A LINE WITH "*" IN COLUMN 1, OR A BLANK LINE, IS PASSED BY.
000430*
000440* EVERY FEED IS WRAPPED IN AN "H" HEADER AND "T" TRAILER AND IS
000450* PROVED ON ITS OWN THE WAY PROGRAM1 1800 PROVES SEQFILE - ONE
000460* HEADER FIRST, ONE TRAILER LAST, THE TRAILER'S RECORD COUNT AND
000470* AMOUNT HASH TYING TO THE DETAIL ROWS.  A FEED THAT FAILS, OR
000480* WILL NOT OPEN, OR IS LISTED BADLY, IS SET ASIDE WITH ITS REASON
000490* AND NONE OF ITS ROWS ARE TAKEN; THE GOOD FEEDS STILL GO THROUGH.
000500* A SET-ASIDE FEED IS LEFT WHERE IT IS FOR THE SENDING SYSTEM TO
000510* RETRANSMIT.
000520*
000530* THE ROWS OF THE ACCEPTED FEEDS ARE SORTED ON CUSTOMER NUMBER,
000540* PURCHASE DATE (CCYYMMDD - AN UNREADABLE DATE SORTS FIRST), FEED
000550* LIST ORDER AND FEED POSITION, SO THE ORDER IS THE SAME EVERY
000560* TIME THE SAME FEEDS ARE CONSOLIDATED.  EACH ROW CARRIES ITS FEED
000570* ID AND ITS RECORD POSITION ON THE FEED (HEADER = 1, AS PROGRAM1
000580* COUNTS SEQFILE POSITION) IN SOURCE-FEED-SEQ / FEED-POSITION-SEQ,
000590* WHICH PROGRAM1 COPIES TO SUSPENSE AND TO THE AUDIT TRAIL.  THE
000600* OUTPUT IS WRITTEN TO SEQIN (RESOLVED AS PROGRAM1 RESOLVES IT)
000610* UNDER A NEW HEADER (SOURCE JOB "FEEDCONS") AND A TRAILER OF THE
000620* ROWS WRITTEN, SO PROGRAM1 PROVES IT AS IT PROVES ANY SEQFILE.
000630* SEQIN IS ALWAYS REWRITTEN - WHEN NO FEED IS ACCEPTED IT HOLDS A
000640* HEADER AND A ZERO TRAILER ONLY, SO THE LAST RUN'S FILE CAN NEVER
000650* BE LOADED AGAIN.  A FEED LISTED UNDER THE SEQIN NAME ITSELF IS
000660* SET ASIDE.
000670*
000680* THE CONSOLIDATION IS RUN AGAIN FROM THE TOP IF IT FAILS.  ONCE
000690* PROGRAM1 HAS STARTED ON THE FILE IT MUST NOT BE RUN AGAIN UNTIL
000700* THE LOAD HAS COMPLETED - A CHECKPOINT RESTART RELIES ON SEQFILE
000710* STAYING AS IT WAS.
000720*
000730* RETURN-CODE 0 - EVERY FEED ACCEPTED.  4 - ONE OR MORE FEEDS SET
000740* ASIDE.  8 - NO FEED ACCEPTED, OR SEQFILE DOES NOT TIE TO THE
000750* ACCEPTED FEEDS.  16 - A FILE THIS RUN NEEDS WILL NOT OPEN.
000760*-----------------------------------------------------------------
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT FEED-LIST-FILE
000810         ASSIGN TO FEEDLIST
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FEED-LIST-STATUS.
000840
000850     SELECT FEED-FILE
000860         ASSIGN TO FEEDIN
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-FEED-STATUS.
000890
000900     SELECT SORT-FILE
000910         ASSIGN TO SORTWK1.
000920
000930     SELECT SEQFILE
000940         ASSIGN TO SEQIN
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-SEQFILE-STATUS.
000970
000980     SELECT INTAKE-REPORT-FILE
000990         ASSIGN TO FEEDRPT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-INTAKE-REPORT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  FEED-LIST-FILE.
001060 01  FEED-LIST-RECORD.
001070     05  FL-FEED-ID                    PIC X(08).
001080     05  FL-COMMENT-R REDEFINES FL-FEED-ID.
001090         10  FL-COMMENT-MARK           PIC X(01).
001100         10  FILLER                    PIC X(07).
001110     05  FILLER                        PIC X(01).
001120     05  FL-FEED-FILE-NAME             PIC X(200).
001130
001140*-----------------------------------------------------------------
001150* ONE ROW OF A FEED - SEQFILE-RECORD AS PROGRAM1 LAYS IT OUT, WITH
001160* ONLY THE FIELDS THIS PROGRAM NEEDS NAMED.
001170*-----------------------------------------------------------------
001180 FD  FEED-FILE.
001190 01  FEED-RECORD.
001200     05  FEED-CUSTOMER-NO              PIC X(05).
001210     05  FILLER                        PIC X(20).
001220     05  FEED-DATE-OF-PURCHASE         PIC X(10).
001230     05  FEED-AMT-OF-PURCHASE          PIC 9(05)V99.
001240     05  FILLER                        PIC X(59).
001250     05  FEED-SOURCE-FEED              PIC X(08).
001260     05  FEED-FEED-POSITION            PIC 9(07).
001270
001280 01  FEED-HEADER-RECORD.
001290     05  FEED-HDR-RECORD-TYPE          PIC X(01).
001300     05  FEED-HDR-RUN-DATE             PIC X(08).
001310     05  FEED-HDR-SOURCE-JOB           PIC X(08).
001320     05  FILLER                        PIC X(99).
001330
001340 01  FEED-TRAILER-RECORD.
001350     05  FEED-TRL-RECORD-TYPE          PIC X(01).
001360     05  FEED-TRL-RECORD-COUNT         PIC 9(09).
001370     05  FEED-TRL-AMOUNT-HASH          PIC 9(11)V99.
001380     05  FILLER                        PIC X(93).
001390
001400*-----------------------------------------------------------------
001410* SORT RECORD - THE SORT KEYS AHEAD OF THE TAGGED ROW.
001420*-----------------------------------------------------------------
001430 SD  SORT-FILE.
001440 01  SORT-RECORD.
001450     05  SR-CUSTOMER-NO                PIC X(05).
001460     05  SR-DATE-KEY                   PIC 9(08).
001470     05  SR-FEED-SEQ                   PIC 9(03).
001480     05  SR-FEED-POSITION              PIC 9(07).
001490     05  SR-TRANSACTION.
001500         10  FILLER                    PIC X(35).
001510         10  SR-TRN-AMOUNT             PIC 9(05)V99.
001520         10  FILLER                    PIC X(59).
001530         10  SR-TRN-SOURCE-FEED        PIC X(08).
001540         10  SR-TRN-FEED-POSITION      PIC 9(07).
001550
001560 FD  SEQFILE.
001570 01  SEQFILE-RECORD                    PIC X(116).
001580
001590 FD  INTAKE-REPORT-FILE.
001600 01  INTAKE-REPORT-LINE                PIC X(80).
001610
001620 WORKING-STORAGE SECTION.
001630 77  WS-FEED-LIST-STATUS        PIC X(02) VALUE "00".
001640 77  WS-FEED-STATUS             PIC X(02) VALUE "00".
001650 77  WS-SEQFILE-STATUS          PIC X(02) VALUE "00".
001660 77  WS-INTAKE-REPORT-STATUS    PIC X(02) VALUE "00".
001670
001680 77  WS-LIST-EOF-SWITCH         PIC X(01) VALUE "N".
001690     88  WS-LIST-EOF            VALUE "Y".
001700     88  WS-LIST-MORE           VALUE "N".
001710
001720 77  WS-FEED-EOF-SWITCH         PIC X(01) VALUE "N".
001730     88  WS-FEED-EOF            VALUE "Y".
001740     88  WS-FEED-MORE           VALUE "N".
001750
001760 77  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
001770     88  WS-SORT-EOF            VALUE "Y".
001780     88  WS-SORT-MORE           VALUE "N".
001790
001800 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001810 77  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001820
001830*-----------------------------------------------------------------
001840* THE SEQIN NAME THE CONSOLIDATED FILE IS WRITTEN UNDER - AS
001850* PROGRAM1 1500 RESOLVES IT.
001860*-----------------------------------------------------------------
001870 77  WS-SEQFILE-NAME            PIC X(200) VALUE SPACES.
001880
001890*-----------------------------------------------------------------
001900* FEED TABLE - ONE ENTRY PER FEED ON THE FEED LIST, IN LIST ORDER.
001910* A LIST LONGER THAN THE TABLE IS A HARD STOP - RAISE THE TABLE.
001920*-----------------------------------------------------------------
001930 77  WS-FEED-TABLE-MAX          PIC 9(03) COMP VALUE 20.
001940 77  WS-FEED-COUNT              PIC 9(03) COMP VALUE ZERO.
001950 77  WS-FEED-SUB                PIC 9(03) COMP VALUE ZERO.
001960 77  WS-DUP-SUB                 PIC 9(03) COMP VALUE ZERO.
001970
001980 01  WS-FEED-TABLE.
001990     05  WS-FEED-ENTRY OCCURS 20 TIMES.
002000         10  WS-FD-FEED-ID          PIC X(08).
002010         10  WS-FD-FILE-NAME        PIC X(200).
002020         10  WS-FD-STATUS           PIC X(01).
002030             88  WS-FD-ACCEPTED     VALUE "A".
002040             88  WS-FD-SET-ASIDE    VALUE "S".
002050         10  WS-FD-REASON           PIC X(36).
002060         10  WS-FD-HDR-SOURCE-JOB   PIC X(08).
002070         10  WS-FD-HDR-RUN-DATE     PIC X(08).
002080         10  WS-FD-IN-COUNT         PIC 9(09) COMP.
002090         10  WS-FD-IN-HASH          PIC 9(11)V99 COMP-3.
002100         10  WS-FD-TRL-COUNT        PIC 9(09).
002110         10  WS-FD-TRL-HASH         PIC 9(11)V99.
002120         10  WS-FD-RELEASED-COUNT   PIC 9(09) COMP.
002130
002140*-----------------------------------------------------------------
002150* PROOF OF THE FEED BEING READ - AS PROGRAM1 1800.
002160*-----------------------------------------------------------------
002170 77  WS-PRF-HEADER-SWITCH       PIC X(01) VALUE "N".
002180     88  WS-PRF-HEADER-SEEN     VALUE "Y".
002190     88  WS-PRF-NO-HEADER       VALUE "N".
002200 77  WS-PRF-TRAILER-SWITCH      PIC X(01) VALUE "N".
002210     88  WS-PRF-TRAILER-SEEN    VALUE "Y".
002220     88  WS-PRF-NO-TRAILER      VALUE "N".
002230 77  WS-FEED-POSITION           PIC 9(07) VALUE ZERO.
002240 77  WS-SET-ASIDE-TEXT          PIC X(36) VALUE SPACES.
002250
002260*-----------------------------------------------------------------
002270* DATE-KEY WORK FIELDS - AS PROGRAM19.  A MM/DD/CCYY DATE BECOMES
002280* A CCYYMMDD KEY; AN UNREADABLE DATE KEYS AS ZERO.
002290*-----------------------------------------------------------------
002300 01  WS-DATE-WORK.
002310     05  WS-DW-MONTH            PIC 99.
002320     05  FILLER                 PIC X(01).
002330     05  WS-DW-DAY              PIC 99.
002340     05  FILLER                 PIC X(01).
002350     05  WS-DW-YEAR             PIC 9999.
002360
002370 01  WS-DATE-KEY.
002380     05  WS-DK-YEAR             PIC 9(04).
002390     05  WS-DK-MONTH            PIC 9(02).
002400     05  WS-DK-DAY              PIC 9(02).
002410 01  WS-DATE-KEY-N REDEFINES WS-DATE-KEY PIC 9(08).
002420
002430*-----------------------------------------------------------------
002440* CONSOLIDATED SEQFILE HEADER AND TRAILER - THE LAYOUTS PROGRAM1
002450* PROVES (SEQ-HEADER-/SEQ-TRAILER-REDEFINITION).
002460*-----------------------------------------------------------------
002470 01  WS-OUT-HEADER-RECORD.
002480     05  OUT-HDR-RECORD-TYPE    PIC X(01) VALUE "H".
002490     05  OUT-HDR-RUN-DATE       PIC 9(08).
002500     05  OUT-HDR-SOURCE-JOB     PIC X(08) VALUE "FEEDCONS".
002510     05  FILLER                 PIC X(99) VALUE SPACES.
002520
002530 01  WS-OUT-TRAILER-RECORD.
002540     05  OUT-TRL-RECORD-TYPE    PIC X(01) VALUE "T".
002550     05  OUT-TRL-RECORD-COUNT   PIC 9(09).
002560     05  OUT-TRL-AMOUNT-HASH    PIC 9(11)V99.
002570     05  FILLER                 PIC X(93) VALUE SPACES.
002580
002590*-----------------------------------------------------------------
002600* CONTROL TOTALS
002610*-----------------------------------------------------------------
002620 77  WS-FEEDS-ACCEPTED-COUNT    PIC 9(07) COMP VALUE ZERO.
002630 77  WS-FEEDS-SET-ASIDE-COUNT   PIC 9(07) COMP VALUE ZERO.
002640 77  WS-IN-COUNT                PIC 9(09) COMP VALUE ZERO.
002650 77  WS-IN-HASH                 PIC 9(11)V99 COMP-3 VALUE ZERO.
002660 77  WS-ACCEPTED-COUNT          PIC 9(09) COMP VALUE ZERO.
002670 77  WS-ACCEPTED-HASH           PIC 9(11)V99 COMP-3 VALUE ZERO.
002680 77  WS-SET-ASIDE-COUNT         PIC 9(09) COMP VALUE ZERO.
002690 77  WS-SET-ASIDE-HASH          PIC 9(11)V99 COMP-3 VALUE ZERO.
002700 77  WS-RELEASED-COUNT          PIC 9(09) COMP VALUE ZERO.
002710 77  WS-WRITTEN-COUNT           PIC 9(09) COMP VALUE ZERO.
002720 77  WS-WRITTEN-HASH            PIC 9(11)V99 COMP-3 VALUE ZERO.
002730
002740*-----------------------------------------------------------------
002750* REPORT LINE LAYOUTS
002760*-----------------------------------------------------------------
002770 01  WS-RPT-TITLE-LINE.
002780     05  FILLER PIC X(49) VALUE
002790         "FEED CONSOLIDATION INTAKE REPORT - PROGRAM26 RUN ".
002800     05  RPT-TITLE-RUN-DATE PIC 9999/99/99.
002810     05  FILLER PIC X(21) VALUE SPACES.
002820
002830 01  WS-RPT-OUTPUT-LINE.
002840     05  FILLER PIC X(08) VALUE "SEQIN: ".
002850     05  RPT-OUTPUT-NAME PIC X(72).
002860
002870 01  WS-RPT-COLUMN-LINE-1.
002880     05  FILLER PIC X(09) VALUE "FEED".
002890     05  FILLER PIC X(24) VALUE
002900         "--------- IN ---------".
002910     05  FILLER PIC X(24) VALUE
002920         "------ ACCEPTED ------".
002930     05  FILLER PIC X(23) VALUE
002940         "----- SET ASIDE ------".
002950
002960 01  WS-RPT-COLUMN-LINE-2.
002970     05  FILLER PIC X(09) VALUE SPACES.
002980     05  FILLER PIC X(24) VALUE
002990         "RECORDS          AMOUNT".
003000     05  FILLER PIC X(24) VALUE
003010         "RECORDS          AMOUNT".
003020     05  FILLER PIC X(23) VALUE
003030         "RECORDS          AMOUNT".
003040
003050 01  WS-RPT-FEED-LINE.
003060     05  RPT-FEED-ID            PIC X(08).
003070     05  FILLER                 PIC X(01) VALUE SPACES.
003080     05  RPT-IN-COUNT           PIC ZZZ,ZZ9.
003090     05  FILLER                 PIC X(01) VALUE SPACES.
003100     05  RPT-IN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
003110     05  FILLER                 PIC X(02) VALUE SPACES.
003120     05  RPT-ACCEPTED-COUNT     PIC ZZZ,ZZ9.
003130     05  FILLER                 PIC X(01) VALUE SPACES.
003140     05  RPT-ACCEPTED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003150     05  FILLER                 PIC X(02) VALUE SPACES.
003160     05  RPT-SET-ASIDE-COUNT    PIC ZZZ,ZZ9.
003170     05  FILLER                 PIC X(01) VALUE SPACES.
003180     05  RPT-SET-ASIDE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
003190     05  FILLER                 PIC X(01) VALUE SPACES.
003200
003210 01  WS-RPT-FILE-LINE.
003220     05  FILLER                 PIC X(09) VALUE SPACES.
003230     05  FILLER                 PIC X(06) VALUE "FILE: ".
003240     05  RPT-FILE-NAME          PIC X(65).
003250
003260 01  WS-RPT-HEADER-LINE.
003270     05  FILLER                 PIC X(09) VALUE SPACES.
003280     05  FILLER                 PIC X(12) VALUE "FEED HEADER ".
003290     05  RPT-HDR-SOURCE-JOB     PIC X(08).
003300     05  FILLER                 PIC X(01) VALUE SPACES.
003310     05  RPT-HDR-RUN-DATE       PIC X(08).
003320     05  FILLER                 PIC X(42) VALUE SPACES.
003330
003340 01  WS-RPT-REASON-LINE.
003350     05  FILLER                 PIC X(09) VALUE SPACES.
003360     05  FILLER                 PIC X(12) VALUE "SET ASIDE - ".
003370     05  RPT-REASON             PIC X(36).
003380     05  FILLER                 PIC X(23) VALUE SPACES.
003390
003400 01  WS-RPT-COUNT-LINE.
003410     05  RPT-CNT-LABEL PIC X(50).
003420     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
003430     05  FILLER PIC X(19) VALUE SPACES.
003440
003450 01  WS-RPT-AMOUNT-LINE.
003460     05  RPT-AMT-LABEL PIC X(50).
003470     05  RPT-AMT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
003480     05  FILLER PIC X(16) VALUE SPACES.
003490
003500 01  WS-RPT-BALANCE-LINE.
003510     05  RPT-BALANCE-TEXT PIC X(80).
003520
003530 77  WS-RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
003540
003550 PROCEDURE DIVISION.
003560*-----------------------------------------------------------------
003570* 0000-MAINLINE
003580*-----------------------------------------------------------------
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT.
003620
003630     PERFORM 2000-PROVE-ONE-FEED
003640         THRU 2000-PROVE-ONE-FEED-EXIT
003650         VARYING WS-FEED-SUB FROM 1 BY 1
003660         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
003670
003680     SORT SORT-FILE
003690         ON ASCENDING KEY SR-CUSTOMER-NO
003700                          SR-DATE-KEY
003710                          SR-FEED-SEQ
003720                          SR-FEED-POSITION
003730         INPUT PROCEDURE IS 3000-RELEASE-FEEDS
003740             THRU 3000-RELEASE-FEEDS-EXIT
003750         OUTPUT PROCEDURE IS 4000-WRITE-SEQFILE
003760             THRU 4000-WRITE-SEQFILE-EXIT.
003770
003780     PERFORM 5000-PRINT-INTAKE
003790         THRU 5000-PRINT-INTAKE-EXIT.
003800
003810     PERFORM 8000-PRODUCE-CONTROL-TOTALS
003820         THRU 8000-PRODUCE-CONTROL-TOTALS-EXIT.
003830
003840     PERFORM 9000-TERMINATE
003850         THRU 9000-TERMINATE-EXIT.
003860
003870     STOP RUN.
003880 0000-MAINLINE-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------------
003920* 1000-INITIALIZE - RESOLVE THE SEQIN NAME, LOAD THE FEED LIST
003930* AND OPEN THE INTAKE REPORT.
003940*-----------------------------------------------------------------
003950 1000-INITIALIZE.
003960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003970     ACCEPT WS-RUN-TIME FROM TIME.
003980
003990     MOVE SPACES TO WS-SEQFILE-NAME.
004000     DISPLAY "DD_SEQIN" UPON ENVIRONMENT-NAME.
004010     ACCEPT WS-SEQFILE-NAME FROM ENVIRONMENT-VALUE.
004020
004030     IF WS-SEQFILE-NAME = SPACES
004040         DISPLAY "SEQIN" UPON ENVIRONMENT-NAME
004050         ACCEPT WS-SEQFILE-NAME FROM ENVIRONMENT-VALUE
004060         IF WS-SEQFILE-NAME = SPACES
004070             MOVE "SEQIN" TO WS-SEQFILE-NAME
004080         END-IF
004090     END-IF.
004100
004110     OPEN INPUT FEED-LIST-FILE.
004120     IF WS-FEED-LIST-STATUS NOT = "00"
004130         DISPLAY "UNABLE TO OPEN FEED-LIST-FILE - STATUS "
004140             WS-FEED-LIST-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180
004190     PERFORM 1100-LOAD-ONE-FEED
004200         THRU 1100-LOAD-ONE-FEED-EXIT
004210         UNTIL WS-LIST-EOF.
004220
004230     CLOSE FEED-LIST-FILE.
004240
004250     IF WS-FEED-COUNT = ZERO
004260         DISPLAY "NO FEEDS ON THE FEED LIST - SEQFILE WILL HOLD "
004270             "NO TRANSACTIONS"
004280     END-IF.
004290
004300     OPEN OUTPUT INTAKE-REPORT-FILE.
004310     IF WS-INTAKE-REPORT-STATUS NOT = "00"
004320         DISPLAY "UNABLE TO OPEN INTAKE-REPORT-FILE - STATUS "
004330             WS-INTAKE-REPORT-STATUS
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370
004380     MOVE WS-RUN-DATE TO RPT-TITLE-RUN-DATE.
004390     WRITE INTAKE-REPORT-LINE FROM WS-RPT-TITLE-LINE.
004400     MOVE WS-SEQFILE-NAME TO RPT-OUTPUT-NAME.
004410     WRITE INTAKE-REPORT-LINE FROM WS-RPT-OUTPUT-LINE.
004420     WRITE INTAKE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
004430 1000-INITIALIZE-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------------
004470* 1100-LOAD-ONE-FEED - ONE FEED LIST LINE INTO THE FEED TABLE.  A
004480* LINE WITH NO FEED ID OR NO FILE NAME, A FEED ID ALREADY LISTED,
004490* OR THE SEQIN FILE ITSELF IS TABLED AND SET ASIDE AT ONCE SO IT
004500* STILL SHOWS ON THE INTAKE REPORT.
004510*-----------------------------------------------------------------
004520 1100-LOAD-ONE-FEED.
004530     READ FEED-LIST-FILE
004540         AT END
004550             SET WS-LIST-EOF TO TRUE
004560             GO TO 1100-LOAD-ONE-FEED-EXIT
004570     END-READ.
004580
004590     IF FEED-LIST-RECORD = SPACES
004600         OR FL-COMMENT-MARK = "*"
004610         GO TO 1100-LOAD-ONE-FEED-EXIT
004620     END-IF.
004630
004640     IF WS-FEED-COUNT >= WS-FEED-TABLE-MAX
004650         DISPLAY "FEED LIST EXCEEDS " WS-FEED-TABLE-MAX
004660             " FEEDS - RAISE WS-FEED-TABLE-MAX"
004670         MOVE 16 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700
004710     ADD 1 TO WS-FEED-COUNT.
004720     MOVE WS-FEED-COUNT TO WS-FEED-SUB.
004730     MOVE FL-FEED-ID        TO WS-FD-FEED-ID (WS-FEED-SUB).
004740     MOVE FL-FEED-FILE-NAME TO WS-FD-FILE-NAME (WS-FEED-SUB).
004750     SET WS-FD-ACCEPTED (WS-FEED-SUB) TO TRUE.
004760     MOVE SPACES TO WS-FD-REASON (WS-FEED-SUB)
004770                    WS-FD-HDR-SOURCE-JOB (WS-FEED-SUB)
004780                    WS-FD-HDR-RUN-DATE (WS-FEED-SUB).
004790     MOVE ZERO   TO WS-FD-IN-COUNT (WS-FEED-SUB)
004800                    WS-FD-IN-HASH (WS-FEED-SUB)
004810                    WS-FD-TRL-COUNT (WS-FEED-SUB)
004820                    WS-FD-TRL-HASH (WS-FEED-SUB)
004830                    WS-FD-RELEASED-COUNT (WS-FEED-SUB).
004840
004850     IF FL-FEED-ID = SPACES
004860         MOVE "NO FEED ID ON THE FEED LIST" TO WS-SET-ASIDE-TEXT
004870         PERFORM 2200-SET-FEED-ASIDE
004880             THRU 2200-SET-FEED-ASIDE-EXIT
004890         GO TO 1100-LOAD-ONE-FEED-EXIT
004900     END-IF.
004910
004920     IF FL-FEED-FILE-NAME = SPACES
004930         MOVE "NO FILE NAME ON THE FEED LIST" TO WS-SET-ASIDE-TEXT
004940         PERFORM 2200-SET-FEED-ASIDE
004950             THRU 2200-SET-FEED-ASIDE-EXIT
004960         GO TO 1100-LOAD-ONE-FEED-EXIT
004970     END-IF.
004980
004990     IF FL-FEED-FILE-NAME = WS-SEQFILE-NAME
005000         MOVE "FEED FILE IS THE SEQIN OUTPUT FILE"
005010             TO WS-SET-ASIDE-TEXT
005020         PERFORM 2200-SET-FEED-ASIDE
005030             THRU 2200-SET-FEED-ASIDE-EXIT
005040         GO TO 1100-LOAD-ONE-FEED-EXIT
005050     END-IF.
005060
005070     PERFORM 1110-CHECK-DUPLICATE-ID
005080         THRU 1110-CHECK-DUPLICATE-ID-EXIT
005090         VARYING WS-DUP-SUB FROM 1 BY 1
005100         UNTIL WS-DUP-SUB >= WS-FEED-SUB.
005110 1100-LOAD-ONE-FEED-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150* 1110-CHECK-DUPLICATE-ID - A FEED ID ALREADY TAKEN BY AN EARLIER
005160* LINE WOULD MAKE THE SOURCE TAG AMBIGUOUS - THE LATER LINE IS SET
005170* ASIDE.
005180*-----------------------------------------------------------------
005190 1110-CHECK-DUPLICATE-ID.
005200     IF WS-FD-FEED-ID (WS-DUP-SUB) = WS-FD-FEED-ID (WS-FEED-SUB)
005210         AND WS-FD-ACCEPTED (WS-FEED-SUB)
005220         MOVE "FEED ID IS ALREADY ON THE FEED LIST"
005230             TO WS-SET-ASIDE-TEXT
005240         PERFORM 2200-SET-FEED-ASIDE
005250             THRU 2200-SET-FEED-ASIDE-EXIT
005260     END-IF.
005270 1110-CHECK-DUPLICATE-ID-EXIT.
005280     EXIT.
005290
005300*-----------------------------------------------------------------
005310* 2000-PROVE-ONE-FEED - READ ONE FEED FROM TOP TO BOTTOM AND PROVE
005320* IT AGAINST ITS OWN HEADER AND TRAILER.  THE WHOLE FEED IS READ
005330* EVEN AFTER A FAILURE SO ITS RECORDS AND AMOUNT IN ARE COUNTED
005340* FOR THE INTAKE REPORT.  A FEED ALREADY SET ASIDE OFF THE FEED
005350* LIST IS NOT OPENED.
005360*-----------------------------------------------------------------
005370 2000-PROVE-ONE-FEED.
005380     IF WS-FD-SET-ASIDE (WS-FEED-SUB)
005390         GO TO 2000-PROVE-ONE-FEED-EXIT
005400     END-IF.
005410
005420     SET WS-FEED-MORE       TO TRUE.
005430     SET WS-PRF-NO-HEADER   TO TRUE.
005440     SET WS-PRF-NO-TRAILER  TO TRUE.
005450     MOVE ZERO TO WS-FEED-POSITION.
005460
005470     PERFORM 2100-OPEN-FEED
005480         THRU 2100-OPEN-FEED-EXIT.
005490     IF WS-FEED-STATUS NOT = "00"
005500         IF WS-FEED-STATUS = "35"
005510             MOVE "FEED FILE NOT FOUND" TO WS-SET-ASIDE-TEXT
005520         ELSE
005530             MOVE SPACES TO WS-SET-ASIDE-TEXT
005540             STRING "FEED FILE WILL NOT OPEN - STATUS "
005550                    WS-FEED-STATUS
005560                 DELIMITED BY SIZE INTO WS-SET-ASIDE-TEXT
005570         END-IF
005580         PERFORM 2200-SET-FEED-ASIDE
005590             THRU 2200-SET-FEED-ASIDE-EXIT
005600         GO TO 2000-PROVE-ONE-FEED-EXIT
005610     END-IF.
005620
005630     PERFORM 2010-PROVE-ONE-RECORD
005640         THRU 2010-PROVE-ONE-RECORD-EXIT
005650         UNTIL WS-FEED-EOF.
005660
005670     CLOSE FEED-FILE.
005680
005690     IF WS-PRF-NO-HEADER
005700         MOVE "NO HEADER RECORD ON FEED" TO WS-SET-ASIDE-TEXT
005710         PERFORM 2200-SET-FEED-ASIDE
005720             THRU 2200-SET-FEED-ASIDE-EXIT
005730     END-IF.
005740
005750     IF WS-PRF-NO-TRAILER
005760         MOVE "NO TRAILER RECORD ON FEED" TO WS-SET-ASIDE-TEXT
005770         PERFORM 2200-SET-FEED-ASIDE
005780             THRU 2200-SET-FEED-ASIDE-EXIT
005790     END-IF.
005800
005810     IF WS-FD-IN-COUNT (WS-FEED-SUB)
005820         NOT = WS-FD-TRL-COUNT (WS-FEED-SUB)
005830         MOVE "RECORD COUNT DOES NOT TIE TO TRAILER"
005840             TO WS-SET-ASIDE-TEXT
005850         PERFORM 2200-SET-FEED-ASIDE
005860             THRU 2200-SET-FEED-ASIDE-EXIT
005870     END-IF.
005880
005890     IF WS-FD-IN-HASH (WS-FEED-SUB)
005900         NOT = WS-FD-TRL-HASH (WS-FEED-SUB)
005910         MOVE "AMOUNT HASH DOES NOT TIE TO TRAILER"
005920             TO WS-SET-ASIDE-TEXT
005930         PERFORM 2200-SET-FEED-ASIDE
005940             THRU 2200-SET-FEED-ASIDE-EXIT
005950     END-IF.
005960
005970     IF WS-FD-ACCEPTED (WS-FEED-SUB)
005980         DISPLAY "FEED " WS-FD-FEED-ID (WS-FEED-SUB)
005990             " BALANCED TO ITS TRAILER - "
006000             WS-FD-IN-COUNT (WS-FEED-SUB) " TRANSACTION RECORDS"
006010     END-IF.
006020 2000-PROVE-ONE-FEED-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------------
006060* 2010-PROVE-ONE-RECORD - CLASSIFY ONE FEED ROW, AS PROGRAM1 1810.
006070* DETAIL ROWS COUNT AND HASH; THE TRAILER'S TOTALS ARE SAVED FOR
006080* THE PROOF IN 2000.  A ROW AFTER THE TRAILER, A SECOND HEADER, A
006090* DETAIL BEFORE THE HEADER OR AN UNREADABLE TRAILER SETS THE FEED
006100* ASIDE.
006110*-----------------------------------------------------------------
006120 2010-PROVE-ONE-RECORD.
006130     READ FEED-FILE
006140         AT END
006150             SET WS-FEED-EOF TO TRUE
006160             GO TO 2010-PROVE-ONE-RECORD-EXIT
006170     END-READ.
006180
006190     ADD 1 TO WS-FEED-POSITION.
006200
006210     IF WS-PRF-TRAILER-SEEN
006220         MOVE "RECORDS FOLLOW THE TRAILER RECORD"
006230             TO WS-SET-ASIDE-TEXT
006240         PERFORM 2200-SET-FEED-ASIDE
006250             THRU 2200-SET-FEED-ASIDE-EXIT
006260     END-IF.
006270
006280     EVALUATE FEED-HDR-RECORD-TYPE
006290         WHEN "H"
006300             IF WS-PRF-HEADER-SEEN
006310                 MOVE "MORE THAN ONE HEADER RECORD"
006320                     TO WS-SET-ASIDE-TEXT
006330                 PERFORM 2200-SET-FEED-ASIDE
006340                     THRU 2200-SET-FEED-ASIDE-EXIT
006350             ELSE
006360                 MOVE FEED-HDR-SOURCE-JOB
006370                     TO WS-FD-HDR-SOURCE-JOB (WS-FEED-SUB)
006380                 MOVE FEED-HDR-RUN-DATE
006390                     TO WS-FD-HDR-RUN-DATE (WS-FEED-SUB)
006400             END-IF
006410             SET WS-PRF-HEADER-SEEN TO TRUE
006420         WHEN "T"
006430             IF FEED-TRL-RECORD-COUNT IS NOT NUMERIC
006440                 OR FEED-TRL-AMOUNT-HASH IS NOT NUMERIC
006450                 MOVE "UNREADABLE TRAILER RECORD"
006460                     TO WS-SET-ASIDE-TEXT
006470                 PERFORM 2200-SET-FEED-ASIDE
006480                     THRU 2200-SET-FEED-ASIDE-EXIT
006490             ELSE
006500                 MOVE FEED-TRL-RECORD-COUNT
006510                     TO WS-FD-TRL-COUNT (WS-FEED-SUB)
006520                 MOVE FEED-TRL-AMOUNT-HASH
006530                     TO WS-FD-TRL-HASH (WS-FEED-SUB)
006540             END-IF
006550             SET WS-PRF-TRAILER-SEEN TO TRUE
006560         WHEN OTHER
006570             IF WS-PRF-NO-HEADER
006580                 MOVE "DETAIL RECORD BEFORE HEADER"
006590                     TO WS-SET-ASIDE-TEXT
006600                 PERFORM 2200-SET-FEED-ASIDE
006610                     THRU 2200-SET-FEED-ASIDE-EXIT
006620             END-IF
006630             ADD 1 TO WS-FD-IN-COUNT (WS-FEED-SUB)
006640             IF FEED-AMT-OF-PURCHASE IS NUMERIC
006650                 ADD FEED-AMT-OF-PURCHASE
006660                     TO WS-FD-IN-HASH (WS-FEED-SUB)
006670             END-IF
006680     END-EVALUATE.
006690 2010-PROVE-ONE-RECORD-EXIT.
006700     EXIT.
006710
006720*-----------------------------------------------------------------
006730* 2100-OPEN-FEED - POINT THE FEEDIN NAME AT THE FEED'S FILE AND
006740* OPEN IT.  THE CALLER CHECKS WS-FEED-STATUS.
006750*-----------------------------------------------------------------
006760 2100-OPEN-FEED.
006770     DISPLAY "DD_FEEDIN" UPON ENVIRONMENT-NAME.
006780     DISPLAY WS-FD-FILE-NAME (WS-FEED-SUB)
006790         UPON ENVIRONMENT-VALUE.
006800     OPEN INPUT FEED-FILE.
006810 2100-OPEN-FEED-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------------
006850* 2200-SET-FEED-ASIDE - SET THE CURRENT FEED ASIDE WITH THE REASON
006860* IN WS-SET-ASIDE-TEXT.  ONLY THE FIRST REASON A FEED FAILS ON IS
006870* KEPT.
006880*-----------------------------------------------------------------
006890 2200-SET-FEED-ASIDE.
006900     IF WS-FD-SET-ASIDE (WS-FEED-SUB)
006910         GO TO 2200-SET-FEED-ASIDE-EXIT
006920     END-IF.
006930
006940     SET WS-FD-SET-ASIDE (WS-FEED-SUB) TO TRUE.
006950     MOVE WS-SET-ASIDE-TEXT TO WS-FD-REASON (WS-FEED-SUB).
006960
006970     DISPLAY "FEED " WS-FD-FEED-ID (WS-FEED-SUB)
006980         " SET ASIDE - " WS-SET-ASIDE-TEXT.
006990 2200-SET-FEED-ASIDE-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------------
007030* 3000-RELEASE-FEEDS - SORT INPUT PROCEDURE.  EVERY DETAIL ROW OF
007040* EVERY ACCEPTED FEED IS TAGGED WITH ITS FEED AND FEED POSITION
007050* AND RELEASED TO THE SORT UNDER ITS KEYS.
007060*-----------------------------------------------------------------
007070 3000-RELEASE-FEEDS.
007080     PERFORM 3100-RELEASE-ONE-FEED
007090         THRU 3100-RELEASE-ONE-FEED-EXIT
007100         VARYING WS-FEED-SUB FROM 1 BY 1
007110         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
007120 3000-RELEASE-FEEDS-EXIT.
007130     EXIT.
007140
007150*-----------------------------------------------------------------
007160* 3100-RELEASE-ONE-FEED - READ ONE ACCEPTED FEED AGAIN AND RELEASE
007170* ITS DETAIL ROWS.  THE FEED OPENED A MOMENT AGO IN 2000 - ONE
007180* THAT WILL NOT OPEN NOW IS A HARD STOP.
007190*-----------------------------------------------------------------
007200 3100-RELEASE-ONE-FEED.
007210     IF WS-FD-SET-ASIDE (WS-FEED-SUB)
007220         GO TO 3100-RELEASE-ONE-FEED-EXIT
007230     END-IF.
007240
007250     SET WS-FEED-MORE TO TRUE.
007260     MOVE ZERO TO WS-FEED-POSITION.
007270
007280     PERFORM 2100-OPEN-FEED
007290         THRU 2100-OPEN-FEED-EXIT.
007300     IF WS-FEED-STATUS NOT = "00"
007310         DISPLAY "UNABLE TO REOPEN FEED "
007320             WS-FD-FEED-ID (WS-FEED-SUB)
007330             " - STATUS " WS-FEED-STATUS
007340         MOVE 16 TO RETURN-CODE
007350         STOP RUN
007360     END-IF.
007370
007380     PERFORM 3110-RELEASE-ONE-RECORD
007390         THRU 3110-RELEASE-ONE-RECORD-EXIT
007400         UNTIL WS-FEED-EOF.
007410
007420     CLOSE FEED-FILE.
007430 3100-RELEASE-ONE-FEED-EXIT.
007440     EXIT.
007450
007460 3110-RELEASE-ONE-RECORD.
007470     READ FEED-FILE
007480         AT END
007490             SET WS-FEED-EOF TO TRUE
007500             GO TO 3110-RELEASE-ONE-RECORD-EXIT
007510     END-READ.
007520
007530     ADD 1 TO WS-FEED-POSITION.
007540
007550     IF FEED-HDR-RECORD-TYPE = "H"
007560         OR FEED-HDR-RECORD-TYPE = "T"
007570         GO TO 3110-RELEASE-ONE-RECORD-EXIT
007580     END-IF.
007590
007600     MOVE FEED-RECORD TO SR-TRANSACTION.
007610     MOVE WS-FD-FEED-ID (WS-FEED-SUB) TO SR-TRN-SOURCE-FEED.
007620     MOVE WS-FEED-POSITION            TO SR-TRN-FEED-POSITION.
007630
007640     MOVE FEED-CUSTOMER-NO  TO SR-CUSTOMER-NO.
007650     MOVE WS-FEED-SUB       TO SR-FEED-SEQ.
007660     MOVE WS-FEED-POSITION  TO SR-FEED-POSITION.
007670
007680     MOVE FEED-DATE-OF-PURCHASE TO WS-DATE-WORK.
007690     IF WS-DW-MONTH IS NUMERIC
007700         AND WS-DW-DAY IS NUMERIC
007710         AND WS-DW-YEAR IS NUMERIC
007720         MOVE WS-DW-YEAR  TO WS-DK-YEAR
007730         MOVE WS-DW-MONTH TO WS-DK-MONTH
007740         MOVE WS-DW-DAY   TO WS-DK-DAY
007750         MOVE WS-DATE-KEY-N TO SR-DATE-KEY
007760     ELSE
007770         MOVE ZERO TO SR-DATE-KEY
007780     END-IF.
007790
007800     RELEASE SORT-RECORD.
007810
007820     ADD 1 TO WS-FD-RELEASED-COUNT (WS-FEED-SUB).
007830     ADD 1 TO WS-RELEASED-COUNT.
007840 3110-RELEASE-ONE-RECORD-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------------
007880* 4000-WRITE-SEQFILE - SORT OUTPUT PROCEDURE.  THE NEW HEADER, THE
007890* SORTED ROWS, AND A TRAILER OF THE ROWS ACTUALLY WRITTEN.
007900*-----------------------------------------------------------------
007910 4000-WRITE-SEQFILE.
007920     OPEN OUTPUT SEQFILE.
007930     IF WS-SEQFILE-STATUS NOT = "00"
007940         DISPLAY "UNABLE TO OPEN SEQFILE - STATUS "
007950             WS-SEQFILE-STATUS
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990
008000     MOVE WS-RUN-DATE TO OUT-HDR-RUN-DATE.
008010     WRITE SEQFILE-RECORD FROM WS-OUT-HEADER-RECORD.
008020
008030     SET WS-SORT-MORE TO TRUE.
008040     PERFORM 4100-WRITE-ONE-RECORD
008050         THRU 4100-WRITE-ONE-RECORD-EXIT
008060         UNTIL WS-SORT-EOF.
008070
008080     MOVE WS-WRITTEN-COUNT TO OUT-TRL-RECORD-COUNT.
008090     MOVE WS-WRITTEN-HASH  TO OUT-TRL-AMOUNT-HASH.
008100     WRITE SEQFILE-RECORD FROM WS-OUT-TRAILER-RECORD.
008110
008120     CLOSE SEQFILE.
008130 4000-WRITE-SEQFILE-EXIT.
008140     EXIT.
008150
008160 4100-WRITE-ONE-RECORD.
008170     RETURN SORT-FILE
008180         AT END
008190             SET WS-SORT-EOF TO TRUE
008200             GO TO 4100-WRITE-ONE-RECORD-EXIT
008210     END-RETURN.
008220
008230     WRITE SEQFILE-RECORD FROM SR-TRANSACTION.
008240
008250     ADD 1 TO WS-WRITTEN-COUNT.
008260     IF SR-TRN-AMOUNT IS NUMERIC
008270         ADD SR-TRN-AMOUNT TO WS-WRITTEN-HASH
008280     END-IF.
008290 4100-WRITE-ONE-RECORD-EXIT.
008300     EXIT.
008310
008320*-----------------------------------------------------------------
008330* 5000-PRINT-INTAKE - ONE LINE PER FEED IN FEED LIST ORDER - WHAT
008340* CAME IN, WHAT WAS ACCEPTED AND WHAT WAS SET ASIDE - WITH THE
008350* FEED'S FILE AND HEADER, AND THE REASON FOR A FEED SET ASIDE,
008360* THEN THE TOTAL OF ALL FEEDS.
008370*-----------------------------------------------------------------
008380 5000-PRINT-INTAKE.
008390     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COLUMN-LINE-1.
008400     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COLUMN-LINE-2.
008410     WRITE INTAKE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
008420
008430     PERFORM 5100-PRINT-ONE-FEED
008440         THRU 5100-PRINT-ONE-FEED-EXIT
008450         VARYING WS-FEED-SUB FROM 1 BY 1
008460         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
008470
008480     MOVE "TOTAL"            TO RPT-FEED-ID.
008490     MOVE WS-IN-COUNT        TO RPT-IN-COUNT.
008500     MOVE WS-IN-HASH         TO RPT-IN-AMOUNT.
008510     MOVE WS-ACCEPTED-COUNT  TO RPT-ACCEPTED-COUNT.
008520     MOVE WS-ACCEPTED-HASH   TO RPT-ACCEPTED-AMOUNT.
008530     MOVE WS-SET-ASIDE-COUNT TO RPT-SET-ASIDE-COUNT.
008540     MOVE WS-SET-ASIDE-HASH  TO RPT-SET-ASIDE-AMOUNT.
008550     WRITE INTAKE-REPORT-LINE FROM WS-RPT-FEED-LINE.
008560     WRITE INTAKE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
008570 5000-PRINT-INTAKE-EXIT.
008580     EXIT.
008590
008600 5100-PRINT-ONE-FEED.
008610     ADD WS-FD-IN-COUNT (WS-FEED-SUB) TO WS-IN-COUNT.
008620     ADD WS-FD-IN-HASH (WS-FEED-SUB)  TO WS-IN-HASH.
008630
008640     MOVE WS-FD-FEED-ID (WS-FEED-SUB)  TO RPT-FEED-ID.
008650     MOVE WS-FD-IN-COUNT (WS-FEED-SUB) TO RPT-IN-COUNT.
008660     MOVE WS-FD-IN-HASH (WS-FEED-SUB)  TO RPT-IN-AMOUNT.
008670
008680     IF WS-FD-ACCEPTED (WS-FEED-SUB)
008690         ADD 1 TO WS-FEEDS-ACCEPTED-COUNT
008700         ADD WS-FD-IN-COUNT (WS-FEED-SUB) TO WS-ACCEPTED-COUNT
008710         ADD WS-FD-IN-HASH (WS-FEED-SUB)  TO WS-ACCEPTED-HASH
008720         MOVE WS-FD-IN-COUNT (WS-FEED-SUB) TO RPT-ACCEPTED-COUNT
008730         MOVE WS-FD-IN-HASH (WS-FEED-SUB)  TO RPT-ACCEPTED-AMOUNT
008740         MOVE ZERO TO RPT-SET-ASIDE-COUNT
008750                      RPT-SET-ASIDE-AMOUNT
008760     ELSE
008770         ADD 1 TO WS-FEEDS-SET-ASIDE-COUNT
008780         ADD WS-FD-IN-COUNT (WS-FEED-SUB) TO WS-SET-ASIDE-COUNT
008790         ADD WS-FD-IN-HASH (WS-FEED-SUB)  TO WS-SET-ASIDE-HASH
008800         MOVE WS-FD-IN-COUNT (WS-FEED-SUB) TO RPT-SET-ASIDE-COUNT
008810         MOVE WS-FD-IN-HASH (WS-FEED-SUB)  TO RPT-SET-ASIDE-AMOUNT
008820         MOVE ZERO TO RPT-ACCEPTED-COUNT
008830                      RPT-ACCEPTED-AMOUNT
008840     END-IF.
008850     WRITE INTAKE-REPORT-LINE FROM WS-RPT-FEED-LINE.
008860
008870     MOVE WS-FD-FILE-NAME (WS-FEED-SUB) TO RPT-FILE-NAME.
008880     WRITE INTAKE-REPORT-LINE FROM WS-RPT-FILE-LINE.
008890
008900     IF WS-FD-HDR-SOURCE-JOB (WS-FEED-SUB) NOT = SPACES
008910         OR WS-FD-HDR-RUN-DATE (WS-FEED-SUB) NOT = SPACES
008920         MOVE WS-FD-HDR-SOURCE-JOB (WS-FEED-SUB)
008930             TO RPT-HDR-SOURCE-JOB
008940         MOVE WS-FD-HDR-RUN-DATE (WS-FEED-SUB)
008950             TO RPT-HDR-RUN-DATE
008960         WRITE INTAKE-REPORT-LINE FROM WS-RPT-HEADER-LINE
008970     END-IF.
008980
008990     IF WS-FD-SET-ASIDE (WS-FEED-SUB)
009000         MOVE WS-FD-REASON (WS-FEED-SUB) TO RPT-REASON
009010         WRITE INTAKE-REPORT-LINE FROM WS-RPT-REASON-LINE
009020     END-IF.
009030 5100-PRINT-ONE-FEED-EXIT.
009040     EXIT.
009050
009060*-----------------------------------------------------------------
009070* 8000-PRODUCE-CONTROL-TOTALS - THE RUN'S COUNTS, AND THE PROOF
009080* THAT SEQFILE HOLDS EXACTLY THE ROWS OF THE ACCEPTED FEEDS.
009090*-----------------------------------------------------------------
009100 8000-PRODUCE-CONTROL-TOTALS.
009110     MOVE "FEEDS ON THE FEED LIST . . . . . . . . . . . . :"
009120         TO RPT-CNT-LABEL.
009130     MOVE WS-FEED-COUNT TO RPT-CNT-VALUE.
009140     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009150
009160     MOVE "  FEEDS ACCEPTED . . . . . . . . . . . . . . . :"
009170         TO RPT-CNT-LABEL.
009180     MOVE WS-FEEDS-ACCEPTED-COUNT TO RPT-CNT-VALUE.
009190     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009200
009210     MOVE "  FEEDS SET ASIDE. . . . . . . . . . . . . . . :"
009220         TO RPT-CNT-LABEL.
009230     MOVE WS-FEEDS-SET-ASIDE-COUNT TO RPT-CNT-VALUE.
009240     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009250
009260     MOVE "TRANSACTIONS IN ON ALL FEEDS . . . . . . . . . :"
009270         TO RPT-CNT-LABEL.
009280     MOVE WS-IN-COUNT TO RPT-CNT-VALUE.
009290     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009300
009310     MOVE "  TRANSACTIONS ACCEPTED. . . . . . . . . . . . :"
009320         TO RPT-CNT-LABEL.
009330     MOVE WS-ACCEPTED-COUNT TO RPT-CNT-VALUE.
009340     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009350
009360     MOVE "  TRANSACTIONS SET ASIDE . . . . . . . . . . . :"
009370         TO RPT-CNT-LABEL.
009380     MOVE WS-SET-ASIDE-COUNT TO RPT-CNT-VALUE.
009390     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009400
009410     MOVE "TRANSACTIONS RELEASED TO THE SORT. . . . . . . :"
009420         TO RPT-CNT-LABEL.
009430     MOVE WS-RELEASED-COUNT TO RPT-CNT-VALUE.
009440     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009450
009460     MOVE "TRANSACTIONS WRITTEN TO SEQFILE. . . . . . . . :"
009470         TO RPT-CNT-LABEL.
009480     MOVE WS-WRITTEN-COUNT TO RPT-CNT-VALUE.
009490     WRITE INTAKE-REPORT-LINE FROM WS-RPT-COUNT-LINE.
009500
009510     MOVE "AMOUNT HASH ACCEPTED . . . . . . . . . . . . . :"
009520         TO RPT-AMT-LABEL.
009530     MOVE WS-ACCEPTED-HASH TO RPT-AMT-VALUE.
009540     WRITE INTAKE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
009550
009560     MOVE "AMOUNT HASH WRITTEN TO SEQFILE TRAILER . . . . :"
009570         TO RPT-AMT-LABEL.
009580     MOVE WS-WRITTEN-HASH TO RPT-AMT-VALUE.
009590     WRITE INTAKE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
009600
009610     IF WS-WRITTEN-COUNT NOT = WS-ACCEPTED-COUNT
009620         OR WS-RELEASED-COUNT NOT = WS-ACCEPTED-COUNT
009630         OR WS-WRITTEN-HASH NOT = WS-ACCEPTED-HASH
009640         MOVE "*** SEQFILE DOES NOT TIE TO THE ACCEPTED FEEDS ***"
009650             TO RPT-BALANCE-TEXT
009660         MOVE 8 TO RETURN-CODE
009670     ELSE
009680         IF WS-FEEDS-ACCEPTED-COUNT = ZERO
009690             MOVE "*** NO FEED ACCEPTED - SEQFILE IS EMPTY ***"
009700                 TO RPT-BALANCE-TEXT
009710             MOVE 8 TO RETURN-CODE
009720         ELSE
009730             IF WS-FEEDS-SET-ASIDE-COUNT NOT = ZERO
009740                 MOVE "SEQFILE BALANCED - FEEDS SET ASIDE"
009750                     TO RPT-BALANCE-TEXT
009760                 MOVE 4 TO RETURN-CODE
009770             ELSE
009780                 MOVE "SEQFILE BALANCED - EVERY FEED ACCEPTED"
009790                     TO RPT-BALANCE-TEXT
009800             END-IF
009810         END-IF
009820     END-IF.
009830     WRITE INTAKE-REPORT-LINE FROM WS-RPT-BALANCE-LINE.
009840
009850     DISPLAY "FEED CONSOLIDATION COMPLETE - "
009860         WS-FEEDS-ACCEPTED-COUNT " FEEDS ACCEPTED, "
009870         WS-FEEDS-SET-ASIDE-COUNT " SET ASIDE, "
009880         WS-WRITTEN-COUNT " TRANSACTIONS WRITTEN".
009890 8000-PRODUCE-CONTROL-TOTALS-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------------
009930* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN.
009940*-----------------------------------------------------------------
009950 9000-TERMINATE.
009960     CLOSE INTAKE-REPORT-FILE.
009970 9000-TERMINATE-EXIT.
009980     EXIT.
