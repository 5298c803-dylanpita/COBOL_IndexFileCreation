000100*-----------------------------------------------------------------
000110* PROGRAM25
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM25 AS "INDEXEDFILECREATION.PROGRAM25".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-10-05.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-10-05 JWH   ORIGINAL PROGRAM.  DORMANT-CUSTOMER SWEEP -
000250*                  FINDS ACTIVE CUSTOMERS WHO HAVE NOT BOUGHT IN
000260*                  AN OPERATOR-GIVEN NUMBER OF MONTHS.  REVIEW
000270*                  MODE LISTS THEM GROUPED BY HOW LONG THEY HAVE
000280*                  BEEN DORMANT; APPLY MODE SETS THEM INACTIVE
000290*                  ("I"), STAMPS DATE LAST MAINTAINED, WRITES THE
000300*                  BEFORE/AFTER AUDIT RECORD (SOURCE "DORMSWP"),
000310*                  QUEUES A "C" ROW ON DELTAPND AND PRINTS CONTROL
000320*                  TOTALS.  DORMANT CUSTOMERS ON CREDIT HOLD ARE
000330*                  NEVER CHANGED - THEY ARE LISTED ON THEIR OWN
000340*                  FOR THE CREDIT DEPARTMENT.
000350* 2026-10-09 JWH   THE AUDIT RECORD'S NEW SOURCE FEED FIELDS ARE
000360*                  WRITTEN BLANK - A SWEEP CHANGE COMES FROM NO
000370*                  FEED.
000371* 2026-10-15 JWH   DORMDATE IS EDITED FOR A REAL CALENDAR DAY - A
000372*                  DAY PAST THE END OF ITS MONTH, FEBRUARY BY THE
000373*                  LEAP-YEAR RULE, STOPS THE RUN.
000380* ------------------------------------------------------------
000390*
000400*-----------------------------------------------------------------
000410* PROGRAM25 TAKES ITS PARAMETERS FROM THE ENVIRONMENT, WITH THE
000420* CONSOLE AS FALLBACK FOR THE FIRST TWO -
000430*   DORMMODE  REVIEW (LIST ONLY) OR APPLY.
000440*   DORMMNTH  THE INACTIVITY THRESHOLD IN WHOLE MONTHS (1-999).
000450*   DORMDATE  THE AS-OF DATE, CCYYMMDD - DEFAULT TODAY, SO A
000460*             REVIEW CAN BE RERUN AS OF THE DAY IT WAS TAKEN.
000470*
000480* A CUSTOMER'S LAST PURCHASE IS CS-LAST-PURCHASE-DATE ON CUSTSUMM,
000490* OR DATE-OF-PURCHASE-INDEXED ON THE MASTER WHEN THERE IS NO
000500* SUMMARY RECORD (OR IT CARRIES NO DATE).  MONTHS DORMANT ARE
000510* WHOLE CALENDAR MONTHS FROM THAT DATE TO THE AS-OF DATE - A
000520* CUSTOMER WHO LAST BOUGHT ON 03/15 IS ONE MONTH DORMANT ON 04/15
000530* AND NOT BEFORE.  A CUSTOMER DORMANT FOR THE THRESHOLD OR LONGER
000540* IS A CANDIDATE WHEN ACTIVE ("A").  INACTIVE CUSTOMERS ARE
000550* PASSED BY; DORMANT CUSTOMERS ON CREDIT HOLD ("H") ARE LISTED
000560* SEPARATELY AND LEFT AS THEY ARE.  A CUSTOMER WITH NO READABLE
000570* PURCHASE DATE ANYWHERE IS COUNTED, NOT SWEPT.
000580*
000590* APPLY MODE ACTS FOR AN OPERATOR - MAINTOPR (CONSOLE FALLBACK)
000600* MUST BE ACTIVE ON OPERAUTH WITH DESK MAINTENANCE AUTHORITY, AS
000610* PROGRAM16 REQUIRES, AND THE SIGN-ON OR REFUSAL GOES TO SECLOG.
000620* EACH CANDIDATE IS REWRITTEN, AUDITED AND QUEUED ON ITS OWN AS
000630* THE MASTER IS READ, SO A SWEEP THAT STOPS PART WAY IS SIMPLY
000640* RUN AGAIN - CUSTOMERS ALREADY SET INACTIVE ARE PASSED BY.  A
000650* REWRITE THAT FAILS IS LISTED AND ENDS THE RUN WITH RETURN-CODE
000660* 8.  REVIEW MODE OPENS THE MASTER INPUT AND CHANGES NOTHING.
000670*-----------------------------------------------------------------
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT INDEXEDFILE
000720         ASSIGN TO INDXMSTR
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CUSTOMER-NO-INDEXED
000760         ALTERNATE RECORD KEY IS CUSTOMER-NAME-INDEXED
000770             WITH DUPLICATES
000780         FILE STATUS IS WS-INDEXEDFILE-STATUS.
000790
000800     SELECT OPTIONAL CUSTOMER-SUMMARY-FILE
000810         ASSIGN TO CUSTSUMM
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS CS-CUSTOMER-NO
000850         FILE STATUS IS WS-CUST-SUMM-STATUS.
000860
000870     SELECT OPTIONAL AUDIT-FILE
000880         ASSIGN TO AUDITTRL
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-AUDIT-STATUS.
000910
000920     SELECT OPTIONAL AUDIT-KEYED-FILE
000930         ASSIGN TO AUDITKEY
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS AK-CUSTOMER-KEY
000970         ALTERNATE RECORD KEY IS AK-RUN-KEY
000980         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000990
001000     SELECT OPTIONAL DELTA-PENDING-FILE
001010         ASSIGN TO DELTAPND
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-PENDING-STATUS.
001040
001050     SELECT OPERAUTH-FILE
001060         ASSIGN TO OPERAUTH
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS OA-OPERATOR-ID
001100         FILE STATUS IS WS-OPERAUTH-STATUS.
001110
001120     SELECT OPTIONAL SECURITY-LOG-FILE
001130         ASSIGN TO SECLOG
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-SECLOG-STATUS.
001160
001170     SELECT DORMANT-REPORT-FILE
001180         ASSIGN TO DORMRPT
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-DORMANT-REPORT-STATUS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  INDEXEDFILE.
001250     COPY CUSTMAST.
001260
001270 FD  CUSTOMER-SUMMARY-FILE.
001280     COPY CUSTSUMM.
001290
001300 FD  AUDIT-FILE.
001310     COPY AUDITREC.
001320
001330 FD  AUDIT-KEYED-FILE.
001340     COPY AUDITKEY.
001350
001360 FD  DELTA-PENDING-FILE.
001370 01  PENDING-IO-RECORD                 PIC X(120).
001380
001390 FD  OPERAUTH-FILE.
001400     COPY OPERAUTH.
001410
001420 FD  SECURITY-LOG-FILE.
001430     COPY SECLOG.
001440
001450 FD  DORMANT-REPORT-FILE.
001460 01  DORMANT-REPORT-LINE               PIC X(80).
001470
001480 WORKING-STORAGE SECTION.
001490 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
001500 77  WS-CUST-SUMM-STATUS        PIC X(02) VALUE "00".
001510 77  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001520 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
001530 77  WS-PENDING-STATUS          PIC X(02) VALUE "00".
001540 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
001550 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
001560 77  WS-DORMANT-REPORT-STATUS   PIC X(02) VALUE "00".
001570
001580 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001590     88  WS-EOF                 VALUE "Y".
001600     88  WS-NOT-EOF             VALUE "N".
001610
001620 77  WS-MODE                    PIC X(06) VALUE SPACES.
001630     88  WS-REVIEW-MODE         VALUE "REVIEW".
001640     88  WS-APPLY-MODE          VALUE "APPLY".
001650
001660 77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
001670
001680*-----------------------------------------------------------------
001690* SECURITY LOG WORKING STORAGE - AS PROGRAM16.
001700*-----------------------------------------------------------------
001710 77  WS-SL-EVENT-CODE           PIC X(01) VALUE SPACE.
001720 77  WS-SL-FUNCTION-CODE        PIC X(02) VALUE SPACES.
001730 77  WS-SL-CUSTOMER-NO          PIC X(05) VALUE SPACES.
001740 77  WS-SL-REASON-TEXT          PIC X(40) VALUE SPACES.
001750
001760*-----------------------------------------------------------------
001770* THRESHOLD AND AS-OF DATE
001780*-----------------------------------------------------------------
001790 01  WS-THRESHOLD-IN            PIC X(03) VALUE SPACES.
001800 01  WS-THRESHOLD-IN-R REDEFINES WS-THRESHOLD-IN.
001810     05  WS-THRESHOLD-DIGITS    PIC 9(03).
001820 77  WS-THRESHOLD-MONTHS        PIC 9(03) VALUE ZERO.
001830
001840 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001850 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(08).
001860 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001870
001880 01  WS-AS-OF-DATE              PIC 9(08) VALUE ZERO.
001890 01  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
001900     05  WS-AS-OF-YEAR          PIC 9(04).
001910     05  WS-AS-OF-MONTH         PIC 9(02).
001920     05  WS-AS-OF-DAY           PIC 9(02).
001930 01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE PIC X(08).
001931 77  WS-AS-OF-MONTH-DAYS        PIC 9(02) VALUE ZERO.
001932
001933 77  WS-LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
001934     88  WS-LEAP-YEAR           VALUE "Y".
001935     88  WS-NOT-LEAP-YEAR       VALUE "N".
001936 77  WS-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001937 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
001938 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
001939 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
001940
001950*-----------------------------------------------------------------
001960* DATE-KEY WORK FIELDS - AS PROGRAM19.  A MM/DD/CCYY DATE BECOMES
001970* A CCYYMMDD KEY; AN UNREADABLE DATE KEYS AS ZERO.
001980*-----------------------------------------------------------------
001990 01  WS-DATE-WORK.
002000     05  WS-DW-MONTH            PIC 99.
002010     05  FILLER                 PIC X(01).
002020     05  WS-DW-DAY              PIC 99.
002030     05  FILLER                 PIC X(01).
002040     05  WS-DW-YEAR             PIC 9999.
002050
002060 01  WS-DATE-KEY.
002070     05  WS-DK-YEAR             PIC 9(04).
002080     05  WS-DK-MONTH            PIC 9(02).
002090     05  WS-DK-DAY              PIC 9(02).
002100 01  WS-DATE-KEY-N REDEFINES WS-DATE-KEY PIC 9(08).
002110
002120*-----------------------------------------------------------------
002130* THE CUSTOMER BEING SWEPT - LAST PURCHASE, WHERE IT CAME FROM,
002140* AND WHOLE MONTHS DORMANT.
002150*-----------------------------------------------------------------
002160 77  WS-LAST-PURCHASE-DATE      PIC X(10) VALUE SPACES.
002170 77  WS-LAST-PURCHASE-FROM      PIC X(07) VALUE SPACES.
002180 77  WS-MONTHS-DORMANT          PIC S9(05) COMP VALUE ZERO.
002190 77  WS-BAND                    PIC 9(01) VALUE ZERO.
002200 77  WS-ACTION-TEXT             PIC X(20) VALUE SPACES.
002210
002220*-----------------------------------------------------------------
002230* DORMANCY BANDS - THE LOWEST MONTH COUNT OF EACH BAND AND ITS
002240* REPORT HEADING.  BAND 1 STARTS AT THE THRESHOLD, WHATEVER IT IS.
002250*-----------------------------------------------------------------
002260 01  WS-BAND-VALUES.
002270     05  FILLER PIC 9(03) VALUE 000.
002280     05  FILLER PIC X(40) VALUE
002290         "DORMANT UNDER 1 YEAR".
002300     05  FILLER PIC 9(03) VALUE 012.
002310     05  FILLER PIC X(40) VALUE
002320         "DORMANT 1 YEAR TO UNDER 2 YEARS".
002330     05  FILLER PIC 9(03) VALUE 024.
002340     05  FILLER PIC X(40) VALUE
002350         "DORMANT 2 YEARS TO UNDER 3 YEARS".
002360     05  FILLER PIC 9(03) VALUE 036.
002370     05  FILLER PIC X(40) VALUE
002380         "DORMANT 3 YEARS TO UNDER 5 YEARS".
002390     05  FILLER PIC 9(03) VALUE 060.
002400     05  FILLER PIC X(40) VALUE
002410         "DORMANT 5 YEARS AND OVER".
002420 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
002430     05  WS-BAND-ENTRY OCCURS 5 TIMES.
002440         10  WS-BAND-LOW-MONTHS PIC 9(03).
002450         10  WS-BAND-HEADING    PIC X(40).
002460
002470 01  WS-BAND-COUNTS.
002480     05  WS-BAND-COUNT OCCURS 5 TIMES PIC 9(07) COMP.
002490
002500 77  WS-BAND-SUB                PIC 9(02) COMP VALUE ZERO.
002510
002520*-----------------------------------------------------------------
002530* SWEEP TABLE - EVERY DORMANT ACTIVE CUSTOMER AND EVERY DORMANT
002540* CUSTOMER ON CREDIT HOLD, IN CUSTOMER ORDER AS THE MASTER IS
002550* READ, PRINTED A BAND AT A TIME AFTER THE PASS.  A SWEEP BIGGER
002560* THAN THE TABLE IS A HARD STOP, AS THE EVENT TABLE IN PROGRAM23
002570* IS - RAISE THE THRESHOLD OR THE TABLE.
002580*-----------------------------------------------------------------
002590 77  WS-SWEEP-TABLE-MAX         PIC 9(07) COMP VALUE 50000.
002600 77  WS-SWEEP-COUNT             PIC 9(07) COMP VALUE ZERO.
002610 77  WS-SWEEP-SUB               PIC 9(07) COMP VALUE ZERO.
002620
002630 01  WS-SWEEP-TABLE.
002640     05  WS-SWEEP-ENTRY OCCURS 50000 TIMES.
002650         10  WS-SW-KIND             PIC X(01).
002660             88  WS-SW-CANDIDATE    VALUE "C".
002670             88  WS-SW-ON-HOLD      VALUE "H".
002680         10  WS-SW-BAND             PIC 9(01).
002690         10  WS-SW-CUSTOMER-NO      PIC X(05).
002700         10  WS-SW-CUSTOMER-NAME    PIC X(20).
002710         10  WS-SW-LAST-PURCHASE    PIC X(10).
002720         10  WS-SW-FROM             PIC X(07).
002730         10  WS-SW-MONTHS           PIC 9(04).
002740         10  WS-SW-ACTION           PIC X(20).
002750
002760*-----------------------------------------------------------------
002770* AUDIT TRAIL WORKING STORAGE - AS PROGRAM16.
002780*-----------------------------------------------------------------
002790 77  WS-AUDIT-BEFORE-IMAGE      PIC X(116) VALUE SPACES.
002800 77  WS-AUDIT-AFTER-IMAGE       PIC X(116) VALUE SPACES.
002810
002820*-----------------------------------------------------------------
002830* KEYED AUDIT TRAIL WORKING STORAGE - AS PROGRAM1.
002840*-----------------------------------------------------------------
002850 77  WS-AK-CONTROL-SAVE         PIC X(366) VALUE SPACES.
002860 77  WS-AK-TRAIL-RECORD-NO      PIC 9(09)  VALUE ZERO.
002870
002880*-----------------------------------------------------------------
002890* PENDING DELTA RECORD - AS PROGRAM16.
002900*-----------------------------------------------------------------
002910 01  WS-PND-DETAIL-RECORD.
002920     05  PND-DTL-RECORD-TYPE    PIC X(01) VALUE "D".
002930     05  PND-DTL-ACTION-CODE    PIC X(01).
002940     05  PND-DTL-CUSTOMER-NO    PIC X(05).
002950     05  PND-DTL-CUSTOMER-NAME  PIC X(20).
002960     05  PND-DTL-DATE-OF-PURCH  PIC X(10).
002970     05  PND-DTL-AMT-OF-PURCH   PIC 9(05)V99.
002980     05  PND-DTL-STREET-ADDRESS PIC X(25).
002990     05  PND-DTL-CITY           PIC X(15).
003000     05  PND-DTL-STATE          PIC X(02).
003010     05  PND-DTL-POSTAL-CODE    PIC X(05).
003020     05  PND-DTL-PHONE          PIC X(10).
003030     05  PND-DTL-STATUS-CODE    PIC X(01).
003040     05  FILLER                 PIC X(18) VALUE SPACES.
003050
003060*-----------------------------------------------------------------
003070* CONTROL TOTALS
003080*-----------------------------------------------------------------
003090 77  WS-MASTER-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
003100 77  WS-INACTIVE-COUNT          PIC 9(07) COMP VALUE ZERO.
003110 77  WS-OTHER-STATUS-COUNT      PIC 9(07) COMP VALUE ZERO.
003120 77  WS-NO-DATE-COUNT           PIC 9(07) COMP VALUE ZERO.
003130 77  WS-FROM-SUMMARY-COUNT      PIC 9(07) COMP VALUE ZERO.
003140 77  WS-FROM-MASTER-COUNT       PIC 9(07) COMP VALUE ZERO.
003150 77  WS-NOT-DORMANT-COUNT       PIC 9(07) COMP VALUE ZERO.
003160 77  WS-CANDIDATE-COUNT         PIC 9(07) COMP VALUE ZERO.
003170 77  WS-ON-HOLD-COUNT           PIC 9(07) COMP VALUE ZERO.
003180 77  WS-SET-INACTIVE-COUNT      PIC 9(07) COMP VALUE ZERO.
003190 77  WS-REWRITE-FAILED-COUNT    PIC 9(07) COMP VALUE ZERO.
003200 77  WS-AUDIT-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
003210 77  WS-DELTA-QUEUED-COUNT      PIC 9(07) COMP VALUE ZERO.
003220 77  WS-PRINTED-COUNT           PIC 9(07) COMP VALUE ZERO.
003230
003240*-----------------------------------------------------------------
003250* REPORT LINE LAYOUTS
003260*-----------------------------------------------------------------
003270 01  WS-RPT-TITLE-LINE.
003280     05  FILLER PIC X(80) VALUE
003290         "DORMANT CUSTOMER SWEEP - PROGRAM25".
003300
003310 01  WS-RPT-PARM-LINE.
003320     05  FILLER PIC X(06) VALUE "MODE: ".
003330     05  RPT-MODE PIC X(06).
003340     05  FILLER PIC X(10) VALUE "  AS OF: ".
003350     05  RPT-AS-OF-DATE PIC X(08).
003360     05  FILLER PIC X(14) VALUE "  THRESHOLD: ".
003370     05  RPT-THRESHOLD PIC ZZ9.
003380     05  FILLER PIC X(07) VALUE " MONTHS".
003390     05  FILLER PIC X(12) VALUE "  OPERATOR: ".
003400     05  RPT-OPERATOR-ID PIC X(08).
003410     05  FILLER PIC X(06) VALUE SPACES.
003420
003430 01  WS-RPT-SECTION-LINE.
003440     05  FILLER PIC X(01) VALUE SPACES.
003450     05  RPT-SECTION-TEXT PIC X(79).
003460
003470 01  WS-RPT-COLUMN-LINE.
003480     05  FILLER PIC X(39) VALUE
003490         " CUST  NAME                 LAST PURCH".
003500     05  FILLER PIC X(41) VALUE
003510         "FROM  MONTHS    ACTION".
003520
003530 01  WS-RPT-DETAIL-LINE.
003540     05  FILLER PIC X(01) VALUE SPACES.
003550     05  RPT-DTL-CUSTOMER-NO PIC X(05).
003560     05  FILLER PIC X(01) VALUE SPACES.
003570     05  RPT-DTL-CUSTOMER-NAME PIC X(20).
003580     05  FILLER PIC X(01) VALUE SPACES.
003590     05  RPT-DTL-LAST-PURCHASE PIC X(10).
003600     05  FILLER PIC X(01) VALUE SPACES.
003610     05  RPT-DTL-FROM PIC X(07).
003620     05  FILLER PIC X(01) VALUE SPACES.
003630     05  RPT-DTL-MONTHS PIC ZZZ9.
003640     05  FILLER PIC X(04) VALUE SPACES.
003650     05  RPT-DTL-ACTION PIC X(20).
003660     05  FILLER PIC X(05) VALUE SPACES.
003670
003680 01  WS-RPT-SUBTOTAL-LINE.
003690     05  FILLER PIC X(03) VALUE SPACES.
003700     05  RPT-SUB-LABEL PIC X(30).
003710     05  RPT-SUB-VALUE PIC ZZZ,ZZZ,ZZ9.
003720     05  FILLER PIC X(36) VALUE SPACES.
003730
003740 01  WS-RPT-COUNT-LINE.
003750     05  RPT-CNT-LABEL PIC X(50).
003760     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
003770     05  FILLER PIC X(19) VALUE SPACES.
003780
003790 01  WS-RPT-BALANCE-LINE.
003800     05  RPT-BALANCE-TEXT PIC X(80).
003810
003820 PROCEDURE DIVISION.
003830*-----------------------------------------------------------------
003840* 0000-MAINLINE
003850*-----------------------------------------------------------------
003860 0000-MAINLINE.
003870     PERFORM 1000-INITIALIZE
003880         THRU 1000-INITIALIZE-EXIT.
003890
003900     PERFORM 2000-SWEEP-ONE-CUSTOMER
003910         THRU 2000-SWEEP-ONE-CUSTOMER-EXIT
003920         UNTIL WS-EOF.
003930
003940     PERFORM 4000-PRINT-SWEEP
003950         THRU 4000-PRINT-SWEEP-EXIT.
003960
003970     PERFORM 8000-PRODUCE-CONTROL-TOTALS
003980         THRU 8000-PRODUCE-CONTROL-TOTALS-EXIT.
003990
004000     PERFORM 9000-TERMINATE
004010         THRU 9000-TERMINATE-EXIT.
004020
004030     STOP RUN.
004040 0000-MAINLINE-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080* 1000-INITIALIZE - RESOLVE THE MODE, THRESHOLD AND AS-OF DATE.
004090* APPLY MODE SIGNS THE OPERATOR ON AND OPENS THE MASTER I-O WITH
004100* THE AUDIT TRAIL AND THE PENDING DELTA QUEUE; REVIEW MODE OPENS
004110* THE MASTER INPUT ONLY.
004120*-----------------------------------------------------------------
004130 1000-INITIALIZE.
004140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004150     ACCEPT WS-RUN-TIME FROM TIME.
004160
004170     DISPLAY "DORMMODE" UPON ENVIRONMENT-NAME.
004180     ACCEPT WS-MODE FROM ENVIRONMENT-VALUE.
004190     IF WS-MODE = SPACES
004200         DISPLAY "ENTER REVIEW OR APPLY: "
004210         ACCEPT WS-MODE
004220     END-IF.
004230
004240     IF NOT WS-REVIEW-MODE
004250         AND NOT WS-APPLY-MODE
004260         DISPLAY "INVALID DORMMODE - " WS-MODE
004270             " - MUST BE REVIEW OR APPLY"
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310
004320     DISPLAY "DORMMNTH" UPON ENVIRONMENT-NAME.
004330     ACCEPT WS-THRESHOLD-IN FROM ENVIRONMENT-VALUE.
004340     IF WS-THRESHOLD-IN = SPACES
004350         DISPLAY "ENTER THRESHOLD IN MONTHS (001-999): "
004360         ACCEPT WS-THRESHOLD-IN
004370     END-IF.
004380
004390     IF WS-THRESHOLD-DIGITS IS NOT NUMERIC
004400         OR WS-THRESHOLD-DIGITS = ZERO
004410         DISPLAY "INVALID DORMMNTH - " WS-THRESHOLD-IN
004420             " - MUST BE THREE DIGITS, 001 TO 999"
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     MOVE WS-THRESHOLD-DIGITS TO WS-THRESHOLD-MONTHS.
004470
004480     DISPLAY "DORMDATE" UPON ENVIRONMENT-NAME.
004490     ACCEPT WS-AS-OF-DATE-X FROM ENVIRONMENT-VALUE.
004500     IF WS-AS-OF-DATE-X = SPACES
004510         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
004520     END-IF.
004530
004540     IF WS-AS-OF-DATE IS NOT NUMERIC
004550         OR WS-AS-OF-MONTH < 01 OR WS-AS-OF-MONTH > 12
004560         OR WS-AS-OF-DAY < 01
004570         DISPLAY "INVALID DORMDATE - "
004580             WS-AS-OF-DATE-X " - MUST BE CCYYMMDD"
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004611
004612     PERFORM 1050-FIND-AS-OF-MONTH-DAYS
004613         THRU 1050-FIND-AS-OF-MONTH-DAYS-EXIT.
004614
004615     IF WS-AS-OF-DAY > WS-AS-OF-MONTH-DAYS
004616         DISPLAY "INVALID DORMDATE - "
004617             WS-AS-OF-DATE-X " - NO SUCH DAY IN THE MONTH"
004618         MOVE 16 TO RETURN-CODE
004619         STOP RUN
004620     END-IF.
004621
004630     IF WS-APPLY-MODE
004640         PERFORM 1100-SIGN-ON-OPERATOR
004650             THRU 1100-SIGN-ON-OPERATOR-EXIT
004660         OPEN I-O INDEXEDFILE
004670     ELSE
004680         OPEN INPUT INDEXEDFILE
004690     END-IF.
004700     IF WS-INDEXEDFILE-STATUS NOT = "00"
004710         DISPLAY "UNABLE TO OPEN INDEXEDFILE - FILE STATUS "
004720             WS-INDEXEDFILE-STATUS
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760
004770     OPEN INPUT CUSTOMER-SUMMARY-FILE.
004780     IF WS-CUST-SUMM-STATUS NOT = "00"
004790         AND WS-CUST-SUMM-STATUS NOT = "05"
004800         DISPLAY "UNABLE TO OPEN CUSTOMER-SUMMARY-FILE - STATUS "
004810             WS-CUST-SUMM-STATUS
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850
004860     IF WS-APPLY-MODE
004870         PERFORM 1300-OPEN-APPLY-FILES
004880             THRU 1300-OPEN-APPLY-FILES-EXIT
004890     END-IF.
004900
004910     OPEN OUTPUT DORMANT-REPORT-FILE.
004920     IF WS-DORMANT-REPORT-STATUS NOT = "00"
004930         DISPLAY "UNABLE TO OPEN DORMANT-REPORT-FILE - STATUS "
004940             WS-DORMANT-REPORT-STATUS
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980
004990     INITIALIZE WS-BAND-COUNTS.
005000     MOVE WS-THRESHOLD-MONTHS TO WS-BAND-LOW-MONTHS (1).
005010
005020     WRITE DORMANT-REPORT-LINE FROM WS-RPT-TITLE-LINE.
005030     MOVE WS-MODE             TO RPT-MODE.
005040     MOVE WS-AS-OF-DATE-X     TO RPT-AS-OF-DATE.
005050     MOVE WS-THRESHOLD-MONTHS TO RPT-THRESHOLD.
005060     MOVE WS-OPERATOR-ID      TO RPT-OPERATOR-ID.
005070     WRITE DORMANT-REPORT-LINE FROM WS-RPT-PARM-LINE.
005080 1000-INITIALIZE-EXIT.
005090     EXIT.
005100
005101*-----------------------------------------------------------------
005102* 1050-FIND-AS-OF-MONTH-DAYS - THE NUMBER OF DAYS IN THE MONTH OF
005103* THE AS-OF DATE, FEBRUARY BY THE LEAP-YEAR RULE.
005104*-----------------------------------------------------------------
005105 1050-FIND-AS-OF-MONTH-DAYS.
005106     SET WS-NOT-LEAP-YEAR TO TRUE.
005107
005108     DIVIDE WS-AS-OF-YEAR BY 4
005109         GIVING WS-DIVIDE-QUOTIENT
005110         REMAINDER WS-YEAR-REMAINDER-4.
005111
005112     IF WS-YEAR-REMAINDER-4 = ZERO
005113         DIVIDE WS-AS-OF-YEAR BY 100
005114             GIVING WS-DIVIDE-QUOTIENT
005115             REMAINDER WS-YEAR-REMAINDER-100
005116         IF WS-YEAR-REMAINDER-100 NOT = ZERO
005117             SET WS-LEAP-YEAR TO TRUE
005118         ELSE
005119             DIVIDE WS-AS-OF-YEAR BY 400
005120                 GIVING WS-DIVIDE-QUOTIENT
005121                 REMAINDER WS-YEAR-REMAINDER-400
005122             IF WS-YEAR-REMAINDER-400 = ZERO
005123                 SET WS-LEAP-YEAR TO TRUE
005124             END-IF
005125         END-IF
005126     END-IF.
005127
005128     EVALUATE WS-AS-OF-MONTH
005129         WHEN 04
005130         WHEN 06
005131         WHEN 09
005132         WHEN 11
005133             MOVE 30 TO WS-AS-OF-MONTH-DAYS
005134         WHEN 02
005135             IF WS-LEAP-YEAR
005136                 MOVE 29 TO WS-AS-OF-MONTH-DAYS
005137             ELSE
005138                 MOVE 28 TO WS-AS-OF-MONTH-DAYS
005139             END-IF
005140         WHEN OTHER
005141             MOVE 31 TO WS-AS-OF-MONTH-DAYS
005142     END-EVALUATE.
005143 1050-FIND-AS-OF-MONTH-DAYS-EXIT.
005144     EXIT.
005145
005146*-----------------------------------------------------------------
005147* 1100-SIGN-ON-OPERATOR - APPLY MODE ONLY.  THE OPERATOR MUST BE
005148* ON OPERAUTH, ACTIVE, WITH DESK MAINTENANCE AUTHORITY, AS IN
005149* PROGRAM16 1100.  A REFUSAL IS LOGGED AND ENDS THE RUN BEFORE
005150* THE MASTER IS OPENED; A SIGN-ON IS LOGGED.
005160*-----------------------------------------------------------------
005170 1100-SIGN-ON-OPERATOR.
005180     DISPLAY "MAINTOPR" UPON ENVIRONMENT-NAME.
005190     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
005200
005210     IF WS-OPERATOR-ID = SPACES
005220         DISPLAY "ENTER OPERATOR ID: "
005230         ACCEPT WS-OPERATOR-ID
005240     END-IF.
005250
005260     IF WS-OPERATOR-ID = SPACES
005270         DISPLAY "NO OPERATOR ID GIVEN - DORMANT SWEEP REFUSED"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310
005320     OPEN EXTEND SECURITY-LOG-FILE.
005330     IF WS-SECLOG-STATUS NOT = "00"
005340         AND WS-SECLOG-STATUS NOT = "05"
005350         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
005360             WS-SECLOG-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400
005410     OPEN INPUT OPERAUTH-FILE.
005420     IF WS-OPERAUTH-STATUS NOT = "00"
005430         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
005440             WS-OPERAUTH-STATUS
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480
005490     MOVE "DM"   TO WS-SL-FUNCTION-CODE.
005500     MOVE SPACES TO WS-SL-CUSTOMER-NO.
005510     MOVE SPACES TO WS-SL-REASON-TEXT.
005520     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
005530
005540     READ OPERAUTH-FILE
005550         INVALID KEY
005560             MOVE "OPERATOR NOT ON OPERAUTH" TO WS-SL-REASON-TEXT
005570     END-READ.
005580
005590     IF WS-SL-REASON-TEXT = SPACES
005600         AND NOT OA-OPERATOR-ACTIVE
005610         MOVE "OPERATOR REVOKED" TO WS-SL-REASON-TEXT
005620     END-IF.
005630
005640     IF WS-SL-REASON-TEXT = SPACES
005650         AND NOT OA-CAN-DESK-MAINT
005660         MOVE "NO DESK MAINTENANCE AUTHORITY" TO WS-SL-REASON-TEXT
005670     END-IF.
005680
005690     IF WS-SL-REASON-TEXT NOT = SPACES
005700         MOVE "R" TO WS-SL-EVENT-CODE
005710         PERFORM 3900-WRITE-SECURITY-LOG
005720             THRU 3900-WRITE-SECURITY-LOG-EXIT
005730         DISPLAY "DORMANT SWEEP REFUSED - OPERATOR "
005740             WS-OPERATOR-ID " - " WS-SL-REASON-TEXT
005750         CLOSE OPERAUTH-FILE
005760               SECURITY-LOG-FILE
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF.
005800
005810     MOVE "S" TO WS-SL-EVENT-CODE.
005820     PERFORM 3900-WRITE-SECURITY-LOG
005830         THRU 3900-WRITE-SECURITY-LOG-EXIT.
005840 1100-SIGN-ON-OPERATOR-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------------
005880* 1300-OPEN-APPLY-FILES - THE AUDIT TRAIL, ITS KEYED COMPANION AND
005890* THE PENDING DELTA QUEUE, ALL APPENDED TO.
005900*-----------------------------------------------------------------
005910 1300-OPEN-APPLY-FILES.
005920     OPEN EXTEND AUDIT-FILE.
005930     IF WS-AUDIT-STATUS NOT = "00"
005940         AND WS-AUDIT-STATUS NOT = "05"
005950         DISPLAY "UNABLE TO OPEN AUDIT-FILE - FILE STATUS "
005960             WS-AUDIT-STATUS
005970         MOVE 16 TO RETURN-CODE
005980         STOP RUN
005990     END-IF.
006000
006010     PERFORM 1400-OPEN-AUDIT-KEYED-FILE
006020         THRU 1400-OPEN-AUDIT-KEYED-FILE-EXIT.
006030
006040     OPEN EXTEND DELTA-PENDING-FILE.
006050     IF WS-PENDING-STATUS NOT = "00"
006060         AND WS-PENDING-STATUS NOT = "05"
006070         DISPLAY "UNABLE TO OPEN DELTA-PENDING-FILE - STATUS "
006080             WS-PENDING-STATUS
006090         MOVE 16 TO RETURN-CODE
006100         STOP RUN
006110     END-IF.
006120 1300-OPEN-APPLY-FILES-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150* 1400-OPEN-AUDIT-KEYED-FILE - OPEN THE KEYED AUDIT TRAIL AUDITKEY
006160* AND HOLD ITS CONTROL RECORD, WHICH CARRIES THE NUMBER OF THE
006170* LAST RECORD ON AUDITTRL.  EVERY AUDIT RECORD THIS RUN APPENDS TO
006180* AUDITTRL ALSO GOES ON AUDITKEY UNDER THE NEXT NUMBER (3110).
006190* A TRAIL THIS RUN IS CREATING STARTS A NEW KEYED COPY AT ZERO.
006200* AN EXISTING TRAIL WITHOUT ONE MUST BE BUILT BY PROGRAM24 FIRST,
006210* OR THE TWO WOULD NEVER AGREE.
006220*-----------------------------------------------------------------
006230 1400-OPEN-AUDIT-KEYED-FILE.
006240     OPEN I-O AUDIT-KEYED-FILE.
006250     IF WS-AUDIT-KEYED-STATUS NOT = "00"
006260         AND WS-AUDIT-KEYED-STATUS NOT = "05"
006270         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
006280             WS-AUDIT-KEYED-STATUS
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF.
006320
006330     MOVE HIGH-VALUES TO AK-CUSTOMER-KEY.
006340     READ AUDIT-KEYED-FILE RECORD
006350         INVALID KEY
006360             CONTINUE
006370     END-READ.
006380
006390     IF WS-AUDIT-KEYED-STATUS = "00"
006400         MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE
006410         GO TO 1400-OPEN-AUDIT-KEYED-FILE-EXIT
006420     END-IF.
006430
006440     IF WS-AUDIT-STATUS NOT = "05"
006450         DISPLAY "AUDITKEY HAS NO CONTROL RECORD - BUILD IT FROM "
006460             "AUDITTRL WITH PROGRAM24 BEFORE THIS RUN"
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006500
006510     MOVE HIGH-VALUES    TO AK-CUSTOMER-KEY.
006520     MOVE ZERO           TO AK-RUN-KEY.
006530     MOVE SPACES         TO AK-CONTROL-DATA.
006540     MOVE ZERO           TO AK-CTL-LAST-RECORD-NO.
006550     MOVE WS-RUN-DATE    TO AK-CTL-LAST-UPDATE-DATE
006560                            AK-CTL-BUILD-DATE.
006570     MOVE WS-RUN-TIME    TO AK-CTL-LAST-UPDATE-TIME.
006580     MOVE "DORMSWP"       TO AK-CTL-LAST-UPDATE-BY.
006590
006600     WRITE AUDIT-KEYED-RECORD
006610         INVALID KEY
006620             DISPLAY "UNABLE TO WRITE AUDITKEY CONTROL RECORD - "
006630                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
006640             MOVE 16 TO RETURN-CODE
006650             STOP RUN
006660     END-WRITE.
006670
006680     MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE.
006690 1400-OPEN-AUDIT-KEYED-FILE-EXIT.
006700     EXIT.
006710
006720*-----------------------------------------------------------------
006730* 2000-SWEEP-ONE-CUSTOMER - ONE MASTER RECORD.  FIND ITS LAST
006740* PURCHASE, MEASURE THE MONTHS DORMANT, AND TABLE IT WHEN IT IS A
006750* CANDIDATE OR A DORMANT CUSTOMER ON CREDIT HOLD.  IN APPLY MODE A
006760* CANDIDATE IS SET INACTIVE HERE AND NOW.
006770*-----------------------------------------------------------------
006780 2000-SWEEP-ONE-CUSTOMER.
006790     READ INDEXEDFILE NEXT RECORD
006800         AT END
006810             SET WS-EOF TO TRUE
006820             GO TO 2000-SWEEP-ONE-CUSTOMER-EXIT
006830     END-READ.
006840
006850     ADD 1 TO WS-MASTER-READ-COUNT.
006860
006870     IF CUSTOMER-INACTIVE
006880         ADD 1 TO WS-INACTIVE-COUNT
006890         GO TO 2000-SWEEP-ONE-CUSTOMER-EXIT
006900     END-IF.
006910
006920     IF NOT CUSTOMER-ACTIVE
006930         AND NOT CUSTOMER-CREDIT-HOLD
006940         ADD 1 TO WS-OTHER-STATUS-COUNT
006950         GO TO 2000-SWEEP-ONE-CUSTOMER-EXIT
006960     END-IF.
006970
006980     PERFORM 2100-FIND-LAST-PURCHASE
006990         THRU 2100-FIND-LAST-PURCHASE-EXIT.
007000     IF WS-DATE-KEY-N = ZERO
007010         ADD 1 TO WS-NO-DATE-COUNT
007020         GO TO 2000-SWEEP-ONE-CUSTOMER-EXIT
007030     END-IF.
007040
007050     PERFORM 2200-COUNT-MONTHS-DORMANT
007060         THRU 2200-COUNT-MONTHS-DORMANT-EXIT.
007070     IF WS-MONTHS-DORMANT < WS-THRESHOLD-MONTHS
007080         ADD 1 TO WS-NOT-DORMANT-COUNT
007090         GO TO 2000-SWEEP-ONE-CUSTOMER-EXIT
007100     END-IF.
007110
007120     IF CUSTOMER-CREDIT-HOLD
007130         ADD 1 TO WS-ON-HOLD-COUNT
007140         MOVE "LEFT ON CREDIT HOLD" TO WS-ACTION-TEXT
007150         PERFORM 2900-ADD-TABLE-ENTRY
007160             THRU 2900-ADD-TABLE-ENTRY-EXIT
007170         SET WS-SW-ON-HOLD (WS-SWEEP-COUNT) TO TRUE
007180         GO TO 2000-SWEEP-ONE-CUSTOMER-EXIT
007190     END-IF.
007200
007210     ADD 1 TO WS-CANDIDATE-COUNT.
007220     ADD 1 TO WS-BAND-COUNT (WS-BAND).
007230
007240     IF WS-REVIEW-MODE
007250         MOVE "PROPOSED INACTIVE" TO WS-ACTION-TEXT
007260     ELSE
007270         PERFORM 3000-SET-INACTIVE
007280             THRU 3000-SET-INACTIVE-EXIT
007290     END-IF.
007300
007310     PERFORM 2900-ADD-TABLE-ENTRY
007320         THRU 2900-ADD-TABLE-ENTRY-EXIT.
007330     SET WS-SW-CANDIDATE (WS-SWEEP-COUNT) TO TRUE.
007340 2000-SWEEP-ONE-CUSTOMER-EXIT.
007350     EXIT.
007360
007370*-----------------------------------------------------------------
007380* 2100-FIND-LAST-PURCHASE - CS-LAST-PURCHASE-DATE WHEN THE
007390* CUSTOMER HAS A SUMMARY RECORD CARRYING A READABLE DATE,
007400* OTHERWISE THE MASTER'S DATE OF PURCHASE.  LEAVES THE DATE AS
007410* A CCYYMMDD KEY IN WS-DATE-KEY (ZERO WHEN NEITHER IS READABLE).
007420*-----------------------------------------------------------------
007430 2100-FIND-LAST-PURCHASE.
007440     MOVE ZERO TO WS-DATE-KEY-N.
007450     MOVE CUSTOMER-NO-INDEXED TO CS-CUSTOMER-NO.
007460
007470     READ CUSTOMER-SUMMARY-FILE
007480         INVALID KEY
007490             MOVE SPACES TO CS-LAST-PURCHASE-DATE
007500     END-READ.
007510
007520     IF WS-CUST-SUMM-STATUS = "00"
007530         AND CS-LAST-PURCHASE-DATE NOT = SPACES
007540         MOVE CS-LAST-PURCHASE-DATE TO WS-DATE-WORK
007550         PERFORM 2150-BUILD-DATE-KEY
007560             THRU 2150-BUILD-DATE-KEY-EXIT
007570     END-IF.
007580
007590     IF WS-DATE-KEY-N NOT = ZERO
007600         MOVE CS-LAST-PURCHASE-DATE TO WS-LAST-PURCHASE-DATE
007610         MOVE "SUMMARY"             TO WS-LAST-PURCHASE-FROM
007620         ADD 1 TO WS-FROM-SUMMARY-COUNT
007630         GO TO 2100-FIND-LAST-PURCHASE-EXIT
007640     END-IF.
007650
007660     MOVE DATE-OF-PURCHASE-INDEXED TO WS-DATE-WORK.
007670     PERFORM 2150-BUILD-DATE-KEY
007680         THRU 2150-BUILD-DATE-KEY-EXIT.
007690
007700     IF WS-DATE-KEY-N NOT = ZERO
007710         MOVE DATE-OF-PURCHASE-INDEXED TO WS-LAST-PURCHASE-DATE
007720         MOVE "MASTER"                 TO WS-LAST-PURCHASE-FROM
007730         ADD 1 TO WS-FROM-MASTER-COUNT
007740     END-IF.
007750 2100-FIND-LAST-PURCHASE-EXIT.
007760     EXIT.
007770
007780*-----------------------------------------------------------------
007790* 2150-BUILD-DATE-KEY - AS PROGRAM19 2100.  TURN THE MM/DD/CCYY
007800* DATE IN WS-DATE-WORK INTO A CCYYMMDD KEY; AN UNREADABLE DATE
007810* KEYS AS ZERO.
007820*-----------------------------------------------------------------
007830 2150-BUILD-DATE-KEY.
007840     IF WS-DW-MONTH IS NOT NUMERIC
007850         OR WS-DW-DAY IS NOT NUMERIC
007860         OR WS-DW-YEAR IS NOT NUMERIC
007870         OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
007880         MOVE ZERO TO WS-DATE-KEY-N
007890     ELSE
007900         MOVE WS-DW-YEAR  TO WS-DK-YEAR
007910         MOVE WS-DW-MONTH TO WS-DK-MONTH
007920         MOVE WS-DW-DAY   TO WS-DK-DAY
007930     END-IF.
007940 2150-BUILD-DATE-KEY-EXIT.
007950     EXIT.
007960
007970*-----------------------------------------------------------------
007980* 2200-COUNT-MONTHS-DORMANT - WHOLE CALENDAR MONTHS FROM THE LAST
007990* PURCHASE TO THE AS-OF DATE, A PART MONTH NOT COUNTED, AND THE
008000* BAND THAT MANY MONTHS FALLS IN.  A LAST PURCHASE AFTER THE
008010* AS-OF DATE COUNTS AS ZERO MONTHS.
008020*-----------------------------------------------------------------
008030 2200-COUNT-MONTHS-DORMANT.
008040     COMPUTE WS-MONTHS-DORMANT =
008050         (WS-AS-OF-YEAR * 12 + WS-AS-OF-MONTH)
008060       - (WS-DK-YEAR * 12 + WS-DK-MONTH).
008070
008080     IF WS-AS-OF-DAY < WS-DK-DAY
008090         SUBTRACT 1 FROM WS-MONTHS-DORMANT
008100     END-IF.
008110
008120     IF WS-MONTHS-DORMANT < ZERO
008130         MOVE ZERO TO WS-MONTHS-DORMANT
008140     END-IF.
008150
008160     IF WS-MONTHS-DORMANT > 9999
008170         MOVE 9999 TO WS-MONTHS-DORMANT
008180     END-IF.
008190
008200     MOVE 1 TO WS-BAND.
008210     PERFORM 2210-CHECK-ONE-BAND
008220         THRU 2210-CHECK-ONE-BAND-EXIT
008230         VARYING WS-BAND-SUB FROM 2 BY 1
008240         UNTIL WS-BAND-SUB > 5.
008250 2200-COUNT-MONTHS-DORMANT-EXIT.
008260     EXIT.
008270
008280 2210-CHECK-ONE-BAND.
008290     IF WS-MONTHS-DORMANT NOT < WS-BAND-LOW-MONTHS (WS-BAND-SUB)
008300         MOVE WS-BAND-SUB TO WS-BAND
008310     END-IF.
008320 2210-CHECK-ONE-BAND-EXIT.
008330     EXIT.
008340
008350*-----------------------------------------------------------------
008360* 2900-ADD-TABLE-ENTRY - TAKE THE NEXT SWEEP TABLE ENTRY AND FILL
008370* IT FROM THE CUSTOMER IN HAND.  THE CALLER SETS THE KIND.
008380*-----------------------------------------------------------------
008390 2900-ADD-TABLE-ENTRY.
008400     IF WS-SWEEP-COUNT >= WS-SWEEP-TABLE-MAX
008410         DISPLAY "SWEEP EXCEEDS " WS-SWEEP-TABLE-MAX
008420             " CUSTOMERS - RAISE DORMMNTH OR WS-SWEEP-TABLE-MAX"
008430         MOVE 16 TO RETURN-CODE
008440         STOP RUN
008450     END-IF.
008460
008470     ADD 1 TO WS-SWEEP-COUNT.
008480     MOVE WS-BAND              TO WS-SW-BAND (WS-SWEEP-COUNT).
008490     MOVE CUSTOMER-NO-INDEXED
008500         TO WS-SW-CUSTOMER-NO (WS-SWEEP-COUNT).
008510     MOVE CUSTOMER-NAME-INDEXED
008520         TO WS-SW-CUSTOMER-NAME (WS-SWEEP-COUNT).
008530     MOVE WS-LAST-PURCHASE-DATE
008540         TO WS-SW-LAST-PURCHASE (WS-SWEEP-COUNT).
008550     MOVE WS-LAST-PURCHASE-FROM TO WS-SW-FROM (WS-SWEEP-COUNT).
008560     MOVE WS-MONTHS-DORMANT    TO WS-SW-MONTHS (WS-SWEEP-COUNT).
008570     MOVE WS-ACTION-TEXT       TO WS-SW-ACTION (WS-SWEEP-COUNT).
008580 2900-ADD-TABLE-ENTRY-EXIT.
008590     EXIT.
008600
008610*-----------------------------------------------------------------
008620* 3000-SET-INACTIVE - APPLY MODE.  STATUS "I", DATE LAST
008630* MAINTAINED STAMPED, MASTER REWRITTEN, THEN THE AUDIT RECORD AND
008640* THE "C" ROW FOR THE NEXT DELTA EXTRACT, AS PROGRAM16 2300 DOES
008650* FOR A DESK CHANGE.
008660*-----------------------------------------------------------------
008670 3000-SET-INACTIVE.
008680     MOVE INDEXEDFILE-RECORD TO WS-AUDIT-BEFORE-IMAGE.
008690
008700     MOVE "I"         TO STATUS-CODE-INDEXED.
008710     MOVE WS-RUN-DATE TO DATE-LAST-MAINT-INDEXED.
008720
008730     REWRITE INDEXEDFILE-RECORD
008740         INVALID KEY
008750             ADD 1 TO WS-REWRITE-FAILED-COUNT
008760             MOVE "REWRITE FAILED" TO WS-ACTION-TEXT
008770             DISPLAY "UNABLE TO REWRITE CUSTOMER "
008780                 CUSTOMER-NO-INDEXED " - FILE STATUS "
008790                 WS-INDEXEDFILE-STATUS
008800             GO TO 3000-SET-INACTIVE-EXIT
008810     END-REWRITE.
008820
008830     ADD 1 TO WS-SET-INACTIVE-COUNT.
008840     MOVE "SET INACTIVE" TO WS-ACTION-TEXT.
008850
008860     MOVE INDEXEDFILE-RECORD TO WS-AUDIT-AFTER-IMAGE.
008870     PERFORM 3100-WRITE-AUDIT-RECORD
008880         THRU 3100-WRITE-AUDIT-RECORD-EXIT.
008890
008900     PERFORM 3200-QUEUE-PENDING-DELTA
008910         THRU 3200-QUEUE-PENDING-DELTA-EXIT.
008920 3000-SET-INACTIVE-EXIT.
008930     EXIT.
008940
008950*-----------------------------------------------------------------
008960* 3100-WRITE-AUDIT-RECORD - AS PROGRAM16 2310.  SOURCE "DORMSWP"
008970* SO PROGRAM6 AND THE SECURITY REPORT SHOW THE SWEEP MADE THE
008980* CHANGE.  THE POSITION FIELD CARRIES THE RUN'S APPLY COUNT.
008990*-----------------------------------------------------------------
009000 3100-WRITE-AUDIT-RECORD.
009010     MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
009020     ACCEPT WS-RUN-TIME FROM TIME.
009030     MOVE WS-RUN-TIME            TO AUD-RUN-TIME.
009040     MOVE "DORMSWP"              TO AUD-SOURCE-PROGRAM.
009050     MOVE WS-SET-INACTIVE-COUNT  TO AUD-SEQFILE-POSITION.
009060     MOVE "C"                    TO AUD-TRANSACTION-CODE.
009070     MOVE CUSTOMER-NO-INDEXED    TO AUD-CUSTOMER-NO.
009080     MOVE WS-AUDIT-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
009090     MOVE WS-AUDIT-AFTER-IMAGE   TO AUD-AFTER-IMAGE.
009100     MOVE SPACES                 TO AUD-TRANSACTION-DATE.
009110     MOVE ZERO                   TO AUD-TRANSACTION-AMOUNT.
009120     MOVE WS-OPERATOR-ID         TO AUD-OPERATOR-ID.
009130     MOVE SPACES                 TO AUD-SOURCE-FEED.
009140     MOVE ZERO                   TO AUD-FEED-POSITION.
009150
009160     PERFORM 3110-WRITE-AUDIT-KEYED-RECORD
009170         THRU 3110-WRITE-AUDIT-KEYED-RECORD-EXIT.
009180
009190     WRITE AUDIT-RECORD.
009200     ADD 1 TO WS-AUDIT-WRITTEN-COUNT.
009210 3100-WRITE-AUDIT-RECORD-EXIT.
009220     EXIT.
009230*-----------------------------------------------------------------
009240* 3110-WRITE-AUDIT-KEYED-RECORD - THE AUDIT RECORD 3100
009250* IS ABOUT TO APPEND TO AUDITTRL ALSO GOES ON THE KEYED AUDIT
009260* TRAIL AUDITKEY UNDER THE NEXT TRAIL RECORD NUMBER, KEYED BY
009270* CUSTOMER AND BY RUN, AND THE CONTROL RECORD IS REWRITTEN WITH
009280* THAT NUMBER.  A FAILURE IS REPORTED AND THE RUN GOES ON -
009290* AUDITTRL IS STILL THE TRAIL OF RECORD, AND PROGRAM24 VERIFY
009300* SHOWS THE KEYED COPY OUT OF STEP UNTIL IT IS REBUILT.
009310*-----------------------------------------------------------------
009320 3110-WRITE-AUDIT-KEYED-RECORD.
009330     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
009340     ADD 1                       TO AK-CTL-LAST-RECORD-NO.
009350     MOVE AK-CTL-LAST-RECORD-NO  TO WS-AK-TRAIL-RECORD-NO.
009360     MOVE AUD-RUN-DATE           TO AK-CTL-LAST-UPDATE-DATE.
009370     MOVE AUD-RUN-TIME           TO AK-CTL-LAST-UPDATE-TIME.
009380     MOVE AUD-SOURCE-PROGRAM     TO AK-CTL-LAST-UPDATE-BY.
009390     MOVE AUDIT-KEYED-RECORD     TO WS-AK-CONTROL-SAVE.
009400
009410     MOVE AUD-CUSTOMER-NO        TO AK-CUSTOMER-NO.
009420     MOVE AUD-RUN-DATE           TO AK-CUST-RUN-DATE
009430                                    AK-RUN-DATE.
009440     MOVE AUD-RUN-TIME           TO AK-CUST-RUN-TIME
009450                                    AK-RUN-TIME.
009460     MOVE WS-AK-TRAIL-RECORD-NO  TO AK-CUST-TRAIL-RECORD-NO
009470                                    AK-RUN-TRAIL-RECORD-NO.
009480     MOVE AUDIT-RECORD           TO AK-AUDIT-IMAGE.
009490
009500     WRITE AUDIT-KEYED-RECORD
009510         INVALID KEY
009520             DISPLAY "AUDITKEY WRITE FAILED FOR TRAIL RECORD "
009530                 WS-AK-TRAIL-RECORD-NO " - FILE STATUS "
009540                 WS-AUDIT-KEYED-STATUS
009550     END-WRITE.
009560
009570     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
009580     REWRITE AUDIT-KEYED-RECORD
009590         INVALID KEY
009600             DISPLAY "AUDITKEY CONTROL RECORD REWRITE FAILED - "
009610                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
009620     END-REWRITE.
009630 3110-WRITE-AUDIT-KEYED-RECORD-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------------
009670* 3200-QUEUE-PENDING-DELTA - ONE "C" DETAIL ROW ONTO DELTAPND, AS
009680* PROGRAM16 2320.  PROGRAM1 FOLDS THE QUEUE INTO ITS NEXT DELTAEXT
009690* AHEAD OF THE TRAILER AND CLEARS IT.
009700*-----------------------------------------------------------------
009710 3200-QUEUE-PENDING-DELTA.
009720     MOVE "C"                      TO PND-DTL-ACTION-CODE.
009730     MOVE CUSTOMER-NO-INDEXED      TO PND-DTL-CUSTOMER-NO.
009740     MOVE CUSTOMER-NAME-INDEXED    TO PND-DTL-CUSTOMER-NAME.
009750     MOVE DATE-OF-PURCHASE-INDEXED TO PND-DTL-DATE-OF-PURCH.
009760     MOVE AMT-OF-PURCHASE-INDEXED  TO PND-DTL-AMT-OF-PURCH.
009770     MOVE STREET-ADDRESS-INDEXED   TO PND-DTL-STREET-ADDRESS.
009780     MOVE CITY-INDEXED             TO PND-DTL-CITY.
009790     MOVE STATE-INDEXED            TO PND-DTL-STATE.
009800     MOVE POSTAL-CODE-INDEXED      TO PND-DTL-POSTAL-CODE.
009810     MOVE PHONE-INDEXED            TO PND-DTL-PHONE.
009820     MOVE STATUS-CODE-INDEXED      TO PND-DTL-STATUS-CODE.
009830
009840     WRITE PENDING-IO-RECORD FROM WS-PND-DETAIL-RECORD.
009850     ADD 1 TO WS-DELTA-QUEUED-COUNT.
009860 3200-QUEUE-PENDING-DELTA-EXIT.
009870     EXIT.
009880
009890*-----------------------------------------------------------------
009900* 3900-WRITE-SECURITY-LOG - ONE SECLOG RECORD FOR THIS RUN'S
009910* OPERATOR FROM THE WS-SL- FIELDS, AS PROGRAM16 2900.  SOURCE
009920* "DORMSWP", AS ON THE AUDIT TRAIL.
009930*-----------------------------------------------------------------
009940 3900-WRITE-SECURITY-LOG.
009950     MOVE WS-RUN-DATE         TO SL-RUN-DATE.
009960     ACCEPT SL-RUN-TIME FROM TIME.
009970     MOVE "DORMSWP"           TO SL-SOURCE-PROGRAM.
009980     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
009990     MOVE WS-SL-EVENT-CODE    TO SL-EVENT-CODE.
010000     MOVE WS-SL-FUNCTION-CODE TO SL-FUNCTION-CODE.
010010     MOVE WS-SL-CUSTOMER-NO   TO SL-CUSTOMER-NO.
010020     MOVE WS-SL-REASON-TEXT   TO SL-REASON-TEXT.
010030
010040     WRITE SECURITY-LOG-RECORD.
010050 3900-WRITE-SECURITY-LOG-EXIT.
010060     EXIT.
010070
010080*-----------------------------------------------------------------
010090* 4000-PRINT-SWEEP - THE CANDIDATES ONE DORMANCY BAND AT A TIME,
010100* LONGEST DORMANT LAST, EACH BAND IN CUSTOMER ORDER WITH ITS
010110* COUNT, THEN THE DORMANT CUSTOMERS ON CREDIT HOLD ON THEIR OWN.
010120*-----------------------------------------------------------------
010130 4000-PRINT-SWEEP.
010140     PERFORM 4100-PRINT-ONE-BAND
010150         THRU 4100-PRINT-ONE-BAND-EXIT
010160         VARYING WS-BAND-SUB FROM 1 BY 1
010170         UNTIL WS-BAND-SUB > 5.
010180
010190     MOVE "DORMANT CUSTOMERS ON CREDIT HOLD - FOR CREDIT REVIEW"
010200         TO RPT-SECTION-TEXT.
010210     WRITE DORMANT-REPORT-LINE FROM WS-RPT-SECTION-LINE.
010220     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
010230
010240     PERFORM 4200-PRINT-IF-ON-HOLD
010250         THRU 4200-PRINT-IF-ON-HOLD-EXIT
010260         VARYING WS-SWEEP-SUB FROM 1 BY 1
010270         UNTIL WS-SWEEP-SUB > WS-SWEEP-COUNT.
010280
010290     MOVE "CUSTOMERS ON CREDIT HOLD :" TO RPT-SUB-LABEL.
010300     MOVE WS-ON-HOLD-COUNT TO RPT-SUB-VALUE.
010310     WRITE DORMANT-REPORT-LINE FROM WS-RPT-SUBTOTAL-LINE.
010320 4000-PRINT-SWEEP-EXIT.
010330     EXIT.
010340
010350*-----------------------------------------------------------------
010360* 4100-PRINT-ONE-BAND - ONE BAND'S HEADING, ITS CANDIDATES AND ITS
010370* COUNT.  A BAND BELOW THE THRESHOLD CANNOT HOLD ANYONE AND IS
010380* LEFT OFF.
010390*-----------------------------------------------------------------
010400 4100-PRINT-ONE-BAND.
010410     IF WS-BAND-SUB < 5
010420         AND WS-BAND-LOW-MONTHS (WS-BAND-SUB + 1)
010430             NOT > WS-THRESHOLD-MONTHS
010440         GO TO 4100-PRINT-ONE-BAND-EXIT
010450     END-IF.
010460
010470     MOVE WS-BAND-HEADING (WS-BAND-SUB) TO RPT-SECTION-TEXT.
010480     WRITE DORMANT-REPORT-LINE FROM WS-RPT-SECTION-LINE.
010490     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
010500
010510     PERFORM 4110-PRINT-IF-IN-BAND
010520         THRU 4110-PRINT-IF-IN-BAND-EXIT
010530         VARYING WS-SWEEP-SUB FROM 1 BY 1
010540         UNTIL WS-SWEEP-SUB > WS-SWEEP-COUNT.
010550
010560     MOVE "CUSTOMERS IN THIS BAND . :" TO RPT-SUB-LABEL.
010570     MOVE WS-BAND-COUNT (WS-BAND-SUB) TO RPT-SUB-VALUE.
010580     WRITE DORMANT-REPORT-LINE FROM WS-RPT-SUBTOTAL-LINE.
010590 4100-PRINT-ONE-BAND-EXIT.
010600     EXIT.
010610
010620 4110-PRINT-IF-IN-BAND.
010630     IF WS-SW-CANDIDATE (WS-SWEEP-SUB)
010640         AND WS-SW-BAND (WS-SWEEP-SUB) = WS-BAND-SUB
010650         PERFORM 4900-WRITE-DETAIL-LINE
010660             THRU 4900-WRITE-DETAIL-LINE-EXIT
010670     END-IF.
010680 4110-PRINT-IF-IN-BAND-EXIT.
010690     EXIT.
010700
010710 4200-PRINT-IF-ON-HOLD.
010720     IF WS-SW-ON-HOLD (WS-SWEEP-SUB)
010730         PERFORM 4900-WRITE-DETAIL-LINE
010740             THRU 4900-WRITE-DETAIL-LINE-EXIT
010750     END-IF.
010760 4200-PRINT-IF-ON-HOLD-EXIT.
010770     EXIT.
010780
010790*-----------------------------------------------------------------
010800* 4900-WRITE-DETAIL-LINE - ONE SWEEP TABLE ENTRY.
010810*-----------------------------------------------------------------
010820 4900-WRITE-DETAIL-LINE.
010830     MOVE WS-SW-CUSTOMER-NO (WS-SWEEP-SUB)
010840         TO RPT-DTL-CUSTOMER-NO.
010850     MOVE WS-SW-CUSTOMER-NAME (WS-SWEEP-SUB)
010860         TO RPT-DTL-CUSTOMER-NAME.
010870     MOVE WS-SW-LAST-PURCHASE (WS-SWEEP-SUB)
010880         TO RPT-DTL-LAST-PURCHASE.
010890     MOVE WS-SW-FROM (WS-SWEEP-SUB)          TO RPT-DTL-FROM.
010900     MOVE WS-SW-MONTHS (WS-SWEEP-SUB)        TO RPT-DTL-MONTHS.
010910     MOVE WS-SW-ACTION (WS-SWEEP-SUB)        TO RPT-DTL-ACTION.
010920     WRITE DORMANT-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
010930     ADD 1 TO WS-PRINTED-COUNT.
010940 4900-WRITE-DETAIL-LINE-EXIT.
010950     EXIT.
010960
010970*-----------------------------------------------------------------
010980* 8000-PRODUCE-CONTROL-TOTALS - EVERY MASTER RECORD READ IS
010990* ACCOUNTED FOR ONCE - INACTIVE, OTHER STATUS, NO DATE, NOT
011000* DORMANT, ON HOLD OR A CANDIDATE.  A FAILED REWRITE ENDS THE RUN
011010* WITH RETURN-CODE 8.
011020*-----------------------------------------------------------------
011030 8000-PRODUCE-CONTROL-TOTALS.
011040     MOVE "MASTER RECORDS READ. . . . . . . . . . . . . . :"
011050         TO RPT-CNT-LABEL.
011060     MOVE WS-MASTER-READ-COUNT TO RPT-CNT-VALUE.
011070     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011080
011090     MOVE "  ALREADY INACTIVE - PASSED BY . . . . . . . . :"
011100         TO RPT-CNT-LABEL.
011110     MOVE WS-INACTIVE-COUNT TO RPT-CNT-VALUE.
011120     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011130
011140     MOVE "  STATUS NOT A/I/H - PASSED BY . . . . . . . . :"
011150         TO RPT-CNT-LABEL.
011160     MOVE WS-OTHER-STATUS-COUNT TO RPT-CNT-VALUE.
011170     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011180
011190     MOVE "  NO READABLE LAST PURCHASE DATE - PASSED BY . :"
011200         TO RPT-CNT-LABEL.
011210     MOVE WS-NO-DATE-COUNT TO RPT-CNT-VALUE.
011220     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011230
011240     MOVE "  PURCHASED WITHIN THE THRESHOLD . . . . . . . :"
011250         TO RPT-CNT-LABEL.
011260     MOVE WS-NOT-DORMANT-COUNT TO RPT-CNT-VALUE.
011270     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011280
011290     MOVE "  DORMANT ON CREDIT HOLD - LEFT ALONE. . . . . :"
011300         TO RPT-CNT-LABEL.
011310     MOVE WS-ON-HOLD-COUNT TO RPT-CNT-VALUE.
011320     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011330
011340     MOVE "  DORMANT ACTIVE - CANDIDATES. . . . . . . . . :"
011350         TO RPT-CNT-LABEL.
011360     MOVE WS-CANDIDATE-COUNT TO RPT-CNT-VALUE.
011370     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011380
011390     MOVE "LAST PURCHASE TAKEN FROM CUSTSUMM. . . . . . . :"
011400         TO RPT-CNT-LABEL.
011410     MOVE WS-FROM-SUMMARY-COUNT TO RPT-CNT-VALUE.
011420     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011430
011440     MOVE "LAST PURCHASE TAKEN FROM THE MASTER. . . . . . :"
011450         TO RPT-CNT-LABEL.
011460     MOVE WS-FROM-MASTER-COUNT TO RPT-CNT-VALUE.
011470     WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE.
011480
011490     IF WS-APPLY-MODE
011500         MOVE "CUSTOMERS SET INACTIVE . . . . . . . . . . . . :"
011510             TO RPT-CNT-LABEL
011520         MOVE WS-SET-INACTIVE-COUNT TO RPT-CNT-VALUE
011530         WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE
011540         MOVE "MASTER REWRITES FAILED . . . . . . . . . . . . :"
011550             TO RPT-CNT-LABEL
011560         MOVE WS-REWRITE-FAILED-COUNT TO RPT-CNT-VALUE
011570         WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE
011580         MOVE "AUDIT RECORDS WRITTEN. . . . . . . . . . . . . :"
011590             TO RPT-CNT-LABEL
011600         MOVE WS-AUDIT-WRITTEN-COUNT TO RPT-CNT-VALUE
011610         WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE
011620         MOVE "DELTA ROWS QUEUED ON DELTAPND. . . . . . . . . :"
011630             TO RPT-CNT-LABEL
011640         MOVE WS-DELTA-QUEUED-COUNT TO RPT-CNT-VALUE
011650         WRITE DORMANT-REPORT-LINE FROM WS-RPT-COUNT-LINE
011660     END-IF.
011670
011680     IF WS-MASTER-READ-COUNT NOT = WS-INACTIVE-COUNT
011690         + WS-OTHER-STATUS-COUNT + WS-NO-DATE-COUNT
011700         + WS-NOT-DORMANT-COUNT + WS-ON-HOLD-COUNT
011710         + WS-CANDIDATE-COUNT
011720         MOVE "*** MASTER RECORDS NOT ALL ACCOUNTED FOR ***"
011730             TO RPT-BALANCE-TEXT
011740         MOVE 8 TO RETURN-CODE
011750     ELSE
011760         IF WS-REWRITE-FAILED-COUNT NOT = ZERO
011770             MOVE "*** REWRITES FAILED - RERUN THE SWEEP ***"
011780                 TO RPT-BALANCE-TEXT
011790             MOVE 8 TO RETURN-CODE
011800         ELSE
011810             MOVE "ALL MASTER RECORDS ACCOUNTED FOR"
011820                 TO RPT-BALANCE-TEXT
011830         END-IF
011840     END-IF.
011850     WRITE DORMANT-REPORT-LINE FROM WS-RPT-BALANCE-LINE.
011860
011870     DISPLAY "DORMANT SWEEP " WS-MODE " COMPLETE - "
011880         WS-CANDIDATE-COUNT " CANDIDATES, "
011890         WS-SET-INACTIVE-COUNT " SET INACTIVE, "
011900         WS-ON-HOLD-COUNT " ON CREDIT HOLD".
011910 8000-PRODUCE-CONTROL-TOTALS-EXIT.
011920     EXIT.
011930
011940*-----------------------------------------------------------------
011950* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
011960*-----------------------------------------------------------------
011970 9000-TERMINATE.
011980     CLOSE INDEXEDFILE
011990           CUSTOMER-SUMMARY-FILE
012000           DORMANT-REPORT-FILE.
012010
012020     IF WS-APPLY-MODE
012030         CLOSE AUDIT-FILE
012040               AUDIT-KEYED-FILE
012050               DELTA-PENDING-FILE
012060               OPERAUTH-FILE
012070               SECURITY-LOG-FILE
012080     END-IF.
012090 9000-TERMINATE-EXIT.
012100     EXIT.
