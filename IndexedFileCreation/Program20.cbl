000100*-----------------------------------------------------------------
000110* PROGRAM20
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM20 AS "INDEXEDFILECREATION.PROGRAM20".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-09-14.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-09-14 JWH   ORIGINAL PROGRAM.  AGED TRIAL BALANCE - WALKS
000250*                  THE AR LEDGER (ARLEDGR) IN KEY ORDER AND
000260*                  SPREADS EACH CUSTOMER'S OPEN ITEMS OVER
000270*                  CURRENT / 30 / 60 / 90 / 120-AND-OVER DAY
000280*                  BUCKETS BY PURCHASE DATE, ONE LINE PER
000290*                  CUSTOMER WITH GRAND TOTALS, SO CREDIT WORKS
000300*                  FROM THE LEDGER INSTEAD OF A SPREADSHEET.
000301* 2026-10-15 JWH   AGEDATE IS EDITED FOR A REAL CALENDAR DAY -
000302*                  A DAY PAST THE END OF ITS MONTH, FEBRUARY BY
000303*                  THE LEAP-YEAR RULE, STOPS THE RUN.
000310* ------------------------------------------------------------
000320*
000330*-----------------------------------------------------------------
000340* PROGRAM20 READS ARLEDGR FRONT TO BACK - THE KEY IS CUSTOMER
000350* NUMBER / ITEM DATE / SEQUENCE, SO EACH CUSTOMER'S BALANCE RECORD
000360* (DATE AND SEQUENCE ZERO) COMES FIRST AND A CHANGE OF CUSTOMER
000370* NUMBER CLOSES THE CUSTOMER'S LINE.  AGE IS COUNTED IN DAYS FROM
000380* THE ITEM'S PURCHASE DATE TO THE AGING DATE - THE AGEDATE
000390* ENVIRONMENT NAME (CCYYMMDD) WHEN SET, SO A MONTH-END AGING CAN
000400* BE RERUN LATER, OTHERWISE TODAY.  EVERY CUSTOMER'S OPEN ITEMS
000410* MUST ADD UP TO THE BALANCE OWED ON THE BALANCE RECORD - A
000420* CUSTOMER THAT DOES NOT IS FLAGGED "OUT" ON ITS LINE, COUNTED
000430* AT THE FOOT, AND THE RUN ENDS WITH RETURN-CODE 8 SO THE LEDGER
000440* IS RESEARCHED BEFORE CREDIT ACTS ON IT.  CUSTOMERS WHO OWE
000450* NOTHING AND HOLD NO CREDIT ARE COUNTED BUT NOT PRINTED.
000460*-----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AR-LEDGER-FILE
000510         ASSIGN TO ARLEDGR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS AR-LEDGER-KEY
000550         FILE STATUS IS WS-AR-LEDGER-STATUS.
000560
000570     SELECT INDEXEDFILE
000580         ASSIGN TO INDXMSTR
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CUSTOMER-NO-INDEXED
000620         FILE STATUS IS WS-INDEXEDFILE-STATUS.
000630
000640     SELECT AGING-REPORT-FILE
000650         ASSIGN TO ARAGERPT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AGING-REPORT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AR-LEDGER-FILE.
000720     COPY ARLEDGER.
000730
000740 FD  INDEXEDFILE.
000750     COPY CUSTMAST.
000760
000770 FD  AGING-REPORT-FILE.
000780 01  AGING-REPORT-LINE                 PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810 77  WS-AR-LEDGER-STATUS        PIC X(02) VALUE "00".
000820 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
000830 77  WS-AGING-REPORT-STATUS     PIC X(02) VALUE "00".
000840
000850 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
000860     88  WS-EOF                 VALUE "Y".
000870     88  WS-NOT-EOF             VALUE "N".
000880
000890 77  WS-CUSTOMER-OPEN-SWITCH    PIC X(01) VALUE "N".
000900     88  WS-CUSTOMER-OPEN       VALUE "Y".
000910     88  WS-CUSTOMER-CLOSED     VALUE "N".
000920
000930 77  WS-BALANCE-FOUND-SWITCH    PIC X(01) VALUE "N".
000940     88  WS-BALANCE-FOUND       VALUE "Y".
000950     88  WS-BALANCE-NOT-FOUND   VALUE "N".
000960
000970 77  WS-LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
000980     88  WS-LEAP-YEAR           VALUE "Y".
000990     88  WS-NOT-LEAP-YEAR       VALUE "N".
001000
001010 77  WS-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001020 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
001030 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
001040 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
001041 77  WS-AGE-MONTH-DAYS          PIC 9(02) VALUE ZERO.
001050
001060*-----------------------------------------------------------------
001070* AGING DATE - CCYYMMDD FROM THE AGEDATE ENVIRONMENT NAME, OR THE
001080* RUN DATE WHEN THAT IS NOT SET.
001090*-----------------------------------------------------------------
001100 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001110 01  WS-AGING-DATE              PIC 9(08) VALUE ZERO.
001120 01  WS-AGING-DATE-R REDEFINES WS-AGING-DATE.
001130     05  WS-AGE-YEAR            PIC 9(04).
001140     05  WS-AGE-MONTH           PIC 9(02).
001150     05  WS-AGE-DAY             PIC 9(02).
001160 01  WS-AGING-DATE-X REDEFINES WS-AGING-DATE PIC X(08).
001170
001180*-----------------------------------------------------------------
001190* DATE-TO-DAY-NUMBER WORK FIELDS - AS PROGRAM5 AGES SUSPENSE.
001200*-----------------------------------------------------------------
001210 01  WS-CONVERT-DATE            PIC 9(08) VALUE ZERO.
001220 01  WS-CONVERT-DATE-R REDEFINES WS-CONVERT-DATE.
001230     05  WS-CNV-YEAR            PIC 9(04).
001240     05  WS-CNV-MONTH           PIC 9(02).
001250     05  WS-CNV-DAY             PIC 9(02).
001260
001270 77  WS-CNV-PRIOR-YEARS         PIC 9(04) COMP VALUE ZERO.
001280 77  WS-CNV-LEAP-DAYS           PIC 9(05) COMP VALUE ZERO.
001290 77  WS-DAY-NUMBER              PIC 9(07) COMP VALUE ZERO.
001300 77  WS-AGING-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
001310 77  WS-ITEM-AGE-DAYS           PIC 9(07) COMP VALUE ZERO.
001320
001330*-----------------------------------------------------------------
001340* ONE CUSTOMER'S LINE, BUILT UP OVER ITS BALANCE RECORD AND OPEN
001350* ITEMS.  BUCKET 1 IS CURRENT (UNDER 30 DAYS), 2 IS 30-59, 3 IS
001360* 60-89, 4 IS 90-119 AND 5 IS 120 DAYS AND OVER.
001370*-----------------------------------------------------------------
001380 77  WS-CURRENT-CUSTOMER-NO     PIC X(05) VALUE SPACES.
001390 77  WS-PRINT-CUSTOMER-NO       PIC X(05) VALUE SPACES.
001400 77  WS-CUST-BALANCE-OWED       PIC 9(09)V99 COMP-3 VALUE ZERO.
001410 77  WS-CUST-UNAPPLIED-CREDIT   PIC 9(09)V99 COMP-3 VALUE ZERO.
001420 77  WS-CUST-ITEMS-TOTAL        PIC 9(09)V99 COMP-3 VALUE ZERO.
001430 77  WS-BUCKET-SUB              PIC 9(04) COMP VALUE ZERO.
001440
001450 01  WS-CUSTOMER-BUCKETS.
001460     05  WS-CUST-BUCKET-AMT     PIC 9(09)V99 COMP-3
001470                                OCCURS 5 TIMES.
001480
001490 01  WS-GRAND-BUCKETS.
001500     05  WS-GRAND-BUCKET-AMT    PIC 9(11)V99 COMP-3
001510                                OCCURS 5 TIMES.
001520
001530*-----------------------------------------------------------------
001540* RUN COUNTERS AND GRAND TOTALS.
001550*-----------------------------------------------------------------
001560 77  WS-LEDGER-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001570 77  WS-OPEN-ITEMS-COUNT        PIC 9(07) COMP VALUE ZERO.
001580 77  WS-CUSTOMERS-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
001590 77  WS-CUSTOMERS-LISTED-COUNT  PIC 9(07) COMP VALUE ZERO.
001600 77  WS-ZERO-BALANCE-COUNT      PIC 9(07) COMP VALUE ZERO.
001610 77  WS-OUT-OF-BALANCE-COUNT    PIC 9(07) COMP VALUE ZERO.
001620 77  WS-GRAND-BALANCE-OWED      PIC 9(11)V99 COMP-3 VALUE ZERO.
001630 77  WS-GRAND-ITEMS-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
001640 77  WS-GRAND-UNAPPLIED-CREDIT  PIC 9(11)V99 COMP-3 VALUE ZERO.
001650
001660*-----------------------------------------------------------------
001670* AGED TRIAL BALANCE LINE LAYOUTS
001680*-----------------------------------------------------------------
001690 01  WS-RPT-TITLE-LINE.
001700     05  FILLER PIC X(132) VALUE
001710         "AGED TRIAL BALANCE - PROGRAM20".
001720
001730 01  WS-RPT-DATE-LINE.
001740     05  FILLER PIC X(20) VALUE "AGED AS OF . . . . :".
001750     05  FILLER PIC X(01) VALUE SPACES.
001760     05  RPT-AGING-DATE PIC 9999/99/99.
001770     05  FILLER PIC X(101) VALUE SPACES.
001780
001790 01  WS-RPT-HEADING-LINE.
001800     05  FILLER PIC X(30) VALUE
001810         "CUST  CUSTOMER NAME".
001820     05  FILLER PIC X(16) VALUE "       CURRENT".
001830     05  FILLER PIC X(16) VALUE "    30-59 DAYS".
001840     05  FILLER PIC X(16) VALUE "    60-89 DAYS".
001850     05  FILLER PIC X(16) VALUE "   90-119 DAYS".
001860     05  FILLER PIC X(16) VALUE "  120 AND OVER".
001870     05  FILLER PIC X(16) VALUE "    TOTAL OWED".
001880     05  FILLER PIC X(06) VALUE SPACES.
001890
001900 01  WS-RPT-DETAIL-LINE.
001910     05  RPT-DTL-CUSTOMER-NO PIC X(05).
001920     05  FILLER PIC X(01) VALUE SPACES.
001930     05  RPT-DTL-CUSTOMER-NAME PIC X(20).
001940     05  FILLER PIC X(04) VALUE SPACES.
001950     05  RPT-DTL-BUCKET OCCURS 5 TIMES.
001960         10  RPT-DTL-BUCKET-AMT PIC ZZZ,ZZZ,ZZ9.99.
001970         10  FILLER PIC X(02) VALUE SPACES.
001980     05  RPT-DTL-TOTAL-OWED PIC ZZZ,ZZZ,ZZ9.99.
001990     05  FILLER PIC X(02) VALUE SPACES.
002000     05  RPT-DTL-FLAG PIC X(04).
002010
002020 01  WS-RPT-DETAIL-NOTE-LINE.
002030     05  FILLER PIC X(06) VALUE SPACES.
002040     05  RPT-NOTE-TEXT PIC X(50).
002050     05  RPT-NOTE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
002060     05  FILLER PIC X(62) VALUE SPACES.
002070
002080 01  WS-RPT-GRAND-LINE.
002090     05  FILLER PIC X(28) VALUE "GRAND TOTALS".
002100     05  RPT-GRAND-BUCKET OCCURS 5 TIMES.
002110         10  RPT-GRAND-BUCKET-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
002120     05  RPT-GRAND-TOTAL-OWED PIC Z,ZZZ,ZZZ,ZZ9.99.
002130     05  FILLER PIC X(08) VALUE SPACES.
002140
002150 01  WS-RPT-READ-LINE.
002160     05  FILLER PIC X(50) VALUE
002170         "LEDGER RECORDS READ. . . . . . . . . . . . . . :".
002180     05  RPT-READ-COUNT PIC ZZZ,ZZZ,ZZ9.
002190     05  FILLER PIC X(71) VALUE SPACES.
002200
002210 01  WS-RPT-ITEMS-LINE.
002220     05  FILLER PIC X(50) VALUE
002230         "OPEN ITEMS AGED. . . . . . . . . . . . . . . . :".
002240     05  RPT-ITEMS-COUNT PIC ZZZ,ZZZ,ZZ9.
002250     05  FILLER PIC X(71) VALUE SPACES.
002260
002270 01  WS-RPT-CUSTOMERS-LINE.
002280     05  FILLER PIC X(50) VALUE
002290         "CUSTOMERS ON THE LEDGER. . . . . . . . . . . . :".
002300     05  RPT-CUSTOMERS-COUNT PIC ZZZ,ZZZ,ZZ9.
002310     05  FILLER PIC X(71) VALUE SPACES.
002320
002330 01  WS-RPT-LISTED-LINE.
002340     05  FILLER PIC X(50) VALUE
002350         "CUSTOMERS LISTED . . . . . . . . . . . . . . . :".
002360     05  RPT-LISTED-COUNT PIC ZZZ,ZZZ,ZZ9.
002370     05  FILLER PIC X(71) VALUE SPACES.
002380
002390 01  WS-RPT-ZERO-LINE.
002400     05  FILLER PIC X(50) VALUE
002410         "ZERO BALANCE - NOT LISTED. . . . . . . . . . . :".
002420     05  RPT-ZERO-COUNT PIC ZZZ,ZZZ,ZZ9.
002430     05  FILLER PIC X(71) VALUE SPACES.
002440
002450 01  WS-RPT-OUT-LINE.
002460     05  FILLER PIC X(50) VALUE
002470         "CUSTOMERS OUT OF BALANCE (FLAGGED OUT) . . . . :".
002480     05  RPT-OUT-COUNT PIC ZZZ,ZZZ,ZZ9.
002490     05  FILLER PIC X(71) VALUE SPACES.
002500
002510 01  WS-RPT-OWED-LINE.
002520     05  FILLER PIC X(50) VALUE
002530         "TOTAL BALANCE OWED PER BALANCE RECORDS . . . . :".
002540     05  RPT-OWED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
002550     05  FILLER PIC X(68) VALUE SPACES.
002560
002570 01  WS-RPT-AGED-LINE.
002580     05  FILLER PIC X(50) VALUE
002590         "TOTAL OF OPEN ITEMS AGED . . . . . . . . . . . :".
002600     05  RPT-AGED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
002610     05  FILLER PIC X(68) VALUE SPACES.
002620
002630 01  WS-RPT-CREDIT-LINE.
002640     05  FILLER PIC X(50) VALUE
002650         "UNAPPLIED CREDIT ON ACCOUNT. . . . . . . . . . :".
002660     05  RPT-CREDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
002670     05  FILLER PIC X(68) VALUE SPACES.
002680
002690 01  WS-RPT-MISMATCH-LINE.
002700     05  FILLER PIC X(132) VALUE
002710         "*** OPEN ITEMS DO NOT TIE TO BALANCES - RESEARCH ***".
002720
002730 PROCEDURE DIVISION.
002740*-----------------------------------------------------------------
002750* 0000-MAINLINE
002760*-----------------------------------------------------------------
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790         THRU 1000-INITIALIZE-EXIT.
002800
002810     PERFORM 2000-PROCESS-LEDGER
002820         THRU 2000-PROCESS-LEDGER-EXIT
002830         UNTIL WS-EOF.
002840
002850     PERFORM 3000-CLOSE-CUSTOMER
002860         THRU 3000-CLOSE-CUSTOMER-EXIT.
002870
002880     PERFORM 8000-PRODUCE-TOTALS
002890         THRU 8000-PRODUCE-TOTALS-EXIT.
002900
002910     PERFORM 9000-TERMINATE
002920         THRU 9000-TERMINATE-EXIT.
002930
002940     STOP RUN.
002950 0000-MAINLINE-EXIT.
002960     EXIT.
002970
002980*-----------------------------------------------------------------
002990* 1000-INITIALIZE - RESOLVE THE AGING DATE, OPEN THE LEDGER, THE
003000* MASTER AND THE REPORT, AND PRINT THE HEADINGS.
003010*-----------------------------------------------------------------
003020 1000-INITIALIZE.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003040
003050     DISPLAY "AGEDATE" UPON ENVIRONMENT-NAME.
003060     ACCEPT WS-AGING-DATE-X FROM ENVIRONMENT-VALUE.
003070
003080     IF WS-AGING-DATE-X = SPACES
003090         MOVE WS-RUN-DATE TO WS-AGING-DATE
003100     END-IF.
003110
003120     IF WS-AGING-DATE IS NOT NUMERIC
003130         OR WS-AGE-MONTH < 01 OR WS-AGE-MONTH > 12
003140         OR WS-AGE-DAY < 01
003150         DISPLAY "INVALID AGING DATE - "
003160             WS-AGING-DATE-X " - MUST BE CCYYMMDD"
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003191
003192     PERFORM 1050-FIND-AGING-MONTH-DAYS
003193         THRU 1050-FIND-AGING-MONTH-DAYS-EXIT.
003194
003195     IF WS-AGE-DAY > WS-AGE-MONTH-DAYS
003196         DISPLAY "INVALID AGING DATE - "
003197             WS-AGING-DATE-X " - NO SUCH DAY IN THE MONTH"
003198         MOVE 16 TO RETURN-CODE
003199         STOP RUN
003200     END-IF.
003201
003210     MOVE WS-AGING-DATE TO WS-CONVERT-DATE.
003220     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
003230         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
003240     MOVE WS-DAY-NUMBER TO WS-AGING-DAY-NUMBER.
003250
003260     OPEN INPUT AR-LEDGER-FILE.
003270     IF WS-AR-LEDGER-STATUS = "35"
003280         DISPLAY "NO AR LEDGER ON FILE - NOTHING TO AGE"
003290         STOP RUN
003300     END-IF.
003310     IF WS-AR-LEDGER-STATUS NOT = "00"
003320         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - FILE STATUS "
003330             WS-AR-LEDGER-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370
003380     OPEN INPUT INDEXEDFILE.
003390     IF WS-INDEXEDFILE-STATUS NOT = "00"
003400         DISPLAY "UNABLE TO OPEN INDEXEDFILE - FILE STATUS "
003410             WS-INDEXEDFILE-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450
003460     OPEN OUTPUT AGING-REPORT-FILE.
003470     IF WS-AGING-REPORT-STATUS NOT = "00"
003480         DISPLAY "UNABLE TO OPEN AGING-REPORT-FILE - FILE STATUS "
003490             WS-AGING-REPORT-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530
003540     INITIALIZE WS-GRAND-BUCKETS.
003550
003560     WRITE AGING-REPORT-LINE FROM WS-RPT-TITLE-LINE.
003570     MOVE WS-AGING-DATE TO RPT-AGING-DATE.
003580     WRITE AGING-REPORT-LINE FROM WS-RPT-DATE-LINE.
003590     WRITE AGING-REPORT-LINE FROM WS-RPT-HEADING-LINE.
003600 1000-INITIALIZE-EXIT.
003610     EXIT.
003620
003621*-----------------------------------------------------------------
003622* 1050-FIND-AGING-MONTH-DAYS - THE NUMBER OF DAYS IN THE MONTH OF
003623* THE AGING DATE, FEBRUARY BY THE LEAP-YEAR TEST OF 2700.
003624*-----------------------------------------------------------------
003625 1050-FIND-AGING-MONTH-DAYS.
003626     SET WS-NOT-LEAP-YEAR TO TRUE.
003627
003628     DIVIDE WS-AGE-YEAR BY 4
003629         GIVING WS-DIVIDE-QUOTIENT
003630         REMAINDER WS-YEAR-REMAINDER-4.
003631
003632     IF WS-YEAR-REMAINDER-4 = ZERO
003633         DIVIDE WS-AGE-YEAR BY 100
003634             GIVING WS-DIVIDE-QUOTIENT
003635             REMAINDER WS-YEAR-REMAINDER-100
003636         IF WS-YEAR-REMAINDER-100 NOT = ZERO
003637             SET WS-LEAP-YEAR TO TRUE
003638         ELSE
003639             DIVIDE WS-AGE-YEAR BY 400
003640                 GIVING WS-DIVIDE-QUOTIENT
003641                 REMAINDER WS-YEAR-REMAINDER-400
003642             IF WS-YEAR-REMAINDER-400 = ZERO
003643                 SET WS-LEAP-YEAR TO TRUE
003644             END-IF
003645         END-IF
003646     END-IF.
003647
003648     EVALUATE WS-AGE-MONTH
003649         WHEN 04
003650         WHEN 06
003651         WHEN 09
003652         WHEN 11
003653             MOVE 30 TO WS-AGE-MONTH-DAYS
003654         WHEN 02
003655             IF WS-LEAP-YEAR
003656                 MOVE 29 TO WS-AGE-MONTH-DAYS
003657             ELSE
003658                 MOVE 28 TO WS-AGE-MONTH-DAYS
003659             END-IF
003660         WHEN OTHER
003661             MOVE 31 TO WS-AGE-MONTH-DAYS
003662     END-EVALUATE.
003663 1050-FIND-AGING-MONTH-DAYS-EXIT.
003664     EXIT.
003665
003666*-----------------------------------------------------------------
003667* 2000-PROCESS-LEDGER - READ ONE LEDGER RECORD.  A NEW CUSTOMER
003668* NUMBER CLOSES THE PREVIOUS CUSTOMER'S LINE AND OPENS ANOTHER;
003669* THE BALANCE RECORD SUPPLIES THE BALANCE OWED TO PROVE AGAINST
003670* AND EACH OPEN ITEM IS AGED INTO ITS BUCKET.
003680*-----------------------------------------------------------------
003690 2000-PROCESS-LEDGER.
003700     READ AR-LEDGER-FILE
003710         AT END
003720             SET WS-EOF TO TRUE
003730             GO TO 2000-PROCESS-LEDGER-EXIT
003740     END-READ.
003750
003760     ADD 1 TO WS-LEDGER-READ-COUNT.
003770
003780     IF AR-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER-NO
003790         PERFORM 3000-CLOSE-CUSTOMER
003800             THRU 3000-CLOSE-CUSTOMER-EXIT
003810         PERFORM 2100-OPEN-CUSTOMER
003820             THRU 2100-OPEN-CUSTOMER-EXIT
003830     END-IF.
003840
003850     IF AR-BALANCE-RECORD
003860         SET WS-BALANCE-FOUND TO TRUE
003870         MOVE AR-BAL-BALANCE-OWED     TO WS-CUST-BALANCE-OWED
003880         MOVE AR-BAL-UNAPPLIED-CREDIT TO WS-CUST-UNAPPLIED-CREDIT
003890         GO TO 2000-PROCESS-LEDGER-EXIT
003900     END-IF.
003910
003920     PERFORM 2200-AGE-OPEN-ITEM
003930         THRU 2200-AGE-OPEN-ITEM-EXIT.
003940 2000-PROCESS-LEDGER-EXIT.
003950     EXIT.
003960
003970*-----------------------------------------------------------------
003980* 2100-OPEN-CUSTOMER - START A NEW CUSTOMER LINE WITH EMPTY
003990* BUCKETS.
004000*-----------------------------------------------------------------
004010 2100-OPEN-CUSTOMER.
004020     MOVE AR-CUSTOMER-NO TO WS-CURRENT-CUSTOMER-NO.
004030     MOVE ZERO TO WS-CUST-BALANCE-OWED
004040                  WS-CUST-UNAPPLIED-CREDIT
004050                  WS-CUST-ITEMS-TOTAL.
004060     INITIALIZE WS-CUSTOMER-BUCKETS.
004070     SET WS-BALANCE-NOT-FOUND TO TRUE.
004080     SET WS-CUSTOMER-OPEN TO TRUE.
004090     ADD 1 TO WS-CUSTOMERS-READ-COUNT.
004100 2100-OPEN-CUSTOMER-EXIT.
004110     EXIT.
004120
004130*-----------------------------------------------------------------
004140* 2200-AGE-OPEN-ITEM - DAYS FROM THE ITEM DATE TO THE AGING DATE
004150* PICK THE BUCKET.  AN ITEM DATED AFTER THE AGING DATE (AN AGING
004160* RERUN FOR AN EARLIER MONTH END) IS CURRENT.
004170*-----------------------------------------------------------------
004180 2200-AGE-OPEN-ITEM.
004190     ADD 1 TO WS-OPEN-ITEMS-COUNT.
004200
004210     MOVE AR-ITEM-DATE TO WS-CONVERT-DATE.
004220     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
004230         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
004240
004250     IF WS-DAY-NUMBER < WS-AGING-DAY-NUMBER
004260         SUBTRACT WS-DAY-NUMBER FROM WS-AGING-DAY-NUMBER
004270             GIVING WS-ITEM-AGE-DAYS
004280     ELSE
004290         MOVE ZERO TO WS-ITEM-AGE-DAYS
004300     END-IF.
004310
004320     EVALUATE TRUE
004330         WHEN WS-ITEM-AGE-DAYS < 30
004340             MOVE 1 TO WS-BUCKET-SUB
004350         WHEN WS-ITEM-AGE-DAYS < 60
004360             MOVE 2 TO WS-BUCKET-SUB
004370         WHEN WS-ITEM-AGE-DAYS < 90
004380             MOVE 3 TO WS-BUCKET-SUB
004390         WHEN WS-ITEM-AGE-DAYS < 120
004400             MOVE 4 TO WS-BUCKET-SUB
004410         WHEN OTHER
004420             MOVE 5 TO WS-BUCKET-SUB
004430     END-EVALUATE.
004440
004450     ADD AR-ITEM-OPEN-AMT TO WS-CUST-BUCKET-AMT (WS-BUCKET-SUB).
004460     ADD AR-ITEM-OPEN-AMT TO WS-CUST-ITEMS-TOTAL.
004470 2200-AGE-OPEN-ITEM-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------------
004510* 2700-CONVERT-DATE-TO-DAY-NO - TURN WS-CONVERT-DATE (CCYYMMDD)
004520* INTO A RUNNING DAY NUMBER SO TWO DATES SUBTRACT TO A DAY COUNT.
004530* AS PROGRAM5 2700.
004540*-----------------------------------------------------------------
004550 2700-CONVERT-DATE-TO-DAY-NO.
004560     SUBTRACT 1 FROM WS-CNV-YEAR GIVING WS-CNV-PRIOR-YEARS.
004570
004580     MULTIPLY WS-CNV-PRIOR-YEARS BY 365 GIVING WS-DAY-NUMBER.
004590
004600     DIVIDE WS-CNV-PRIOR-YEARS BY 4 GIVING WS-CNV-LEAP-DAYS.
004610     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
004620     DIVIDE WS-CNV-PRIOR-YEARS BY 100 GIVING WS-CNV-LEAP-DAYS.
004630     SUBTRACT WS-CNV-LEAP-DAYS FROM WS-DAY-NUMBER.
004640     DIVIDE WS-CNV-PRIOR-YEARS BY 400 GIVING WS-CNV-LEAP-DAYS.
004650     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
004660
004670     EVALUATE WS-CNV-MONTH
004680         WHEN 01 ADD 0   TO WS-DAY-NUMBER
004690         WHEN 02 ADD 31  TO WS-DAY-NUMBER
004700         WHEN 03 ADD 59  TO WS-DAY-NUMBER
004710         WHEN 04 ADD 90  TO WS-DAY-NUMBER
004720         WHEN 05 ADD 120 TO WS-DAY-NUMBER
004730         WHEN 06 ADD 151 TO WS-DAY-NUMBER
004740         WHEN 07 ADD 181 TO WS-DAY-NUMBER
004750         WHEN 08 ADD 212 TO WS-DAY-NUMBER
004760         WHEN 09 ADD 243 TO WS-DAY-NUMBER
004770         WHEN 10 ADD 273 TO WS-DAY-NUMBER
004780         WHEN 11 ADD 304 TO WS-DAY-NUMBER
004790         WHEN 12 ADD 334 TO WS-DAY-NUMBER
004800     END-EVALUATE.
004810
004820     IF WS-CNV-MONTH > 02
004830         SET WS-NOT-LEAP-YEAR TO TRUE
004840         DIVIDE WS-CNV-YEAR BY 4
004850             GIVING WS-DIVIDE-QUOTIENT
004860             REMAINDER WS-YEAR-REMAINDER-4
004870         IF WS-YEAR-REMAINDER-4 = ZERO
004880             DIVIDE WS-CNV-YEAR BY 100
004890                 GIVING WS-DIVIDE-QUOTIENT
004900                 REMAINDER WS-YEAR-REMAINDER-100
004910             IF WS-YEAR-REMAINDER-100 NOT = ZERO
004920                 SET WS-LEAP-YEAR TO TRUE
004930             ELSE
004940                 DIVIDE WS-CNV-YEAR BY 400
004950                     GIVING WS-DIVIDE-QUOTIENT
004960                     REMAINDER WS-YEAR-REMAINDER-400
004970                 IF WS-YEAR-REMAINDER-400 = ZERO
004980                     SET WS-LEAP-YEAR TO TRUE
004990                 END-IF
005000             END-IF
005010         END-IF
005020         IF WS-LEAP-YEAR
005030             ADD 1 TO WS-DAY-NUMBER
005040         END-IF
005050     END-IF.
005060
005070     ADD WS-CNV-DAY TO WS-DAY-NUMBER.
005080 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------------
005120* 3000-CLOSE-CUSTOMER - PROVE THE OPEN CUSTOMER'S ITEMS AGAINST
005130* ITS BALANCE OWED, PRINT ITS LINE AND ROLL IT INTO THE GRAND
005140* TOTALS.  PERFORMED ON EVERY CUSTOMER BREAK AND ONCE MORE AT END
005150* OF FILE.  OPEN ITEMS WITH NO BALANCE RECORD CANNOT BE PROVED AND
005160* ARE FLAGGED THE SAME AS A MISMATCH.
005170*-----------------------------------------------------------------
005180 3000-CLOSE-CUSTOMER.
005190     IF WS-CUSTOMER-CLOSED
005200         GO TO 3000-CLOSE-CUSTOMER-EXIT
005210     END-IF.
005220
005230     SET WS-CUSTOMER-CLOSED TO TRUE.
005240     MOVE WS-CURRENT-CUSTOMER-NO TO WS-PRINT-CUSTOMER-NO.
005250     MOVE SPACES TO WS-CURRENT-CUSTOMER-NO.
005260
005270     ADD WS-CUST-BALANCE-OWED     TO WS-GRAND-BALANCE-OWED.
005280     ADD WS-CUST-ITEMS-TOTAL      TO WS-GRAND-ITEMS-TOTAL.
005290     ADD WS-CUST-UNAPPLIED-CREDIT TO WS-GRAND-UNAPPLIED-CREDIT.
005300
005310     MOVE SPACES TO RPT-DTL-FLAG.
005320     IF WS-BALANCE-NOT-FOUND
005330         OR WS-CUST-ITEMS-TOTAL NOT = WS-CUST-BALANCE-OWED
005340         MOVE "OUT" TO RPT-DTL-FLAG
005350         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
005360     ELSE
005370         IF WS-CUST-BALANCE-OWED = ZERO
005380             AND WS-CUST-UNAPPLIED-CREDIT = ZERO
005390             ADD 1 TO WS-ZERO-BALANCE-COUNT
005400             GO TO 3000-CLOSE-CUSTOMER-EXIT
005410         END-IF
005420     END-IF.
005430
005440     PERFORM 3100-ROLL-ONE-BUCKET
005450         THRU 3100-ROLL-ONE-BUCKET-EXIT
005460         VARYING WS-BUCKET-SUB FROM 1 BY 1
005470         UNTIL WS-BUCKET-SUB > 5.
005480
005490     PERFORM 3200-PRINT-CUSTOMER-LINE
005500         THRU 3200-PRINT-CUSTOMER-LINE-EXIT.
005510 3000-CLOSE-CUSTOMER-EXIT.
005520     EXIT.
005530
005540 3100-ROLL-ONE-BUCKET.
005550     MOVE WS-CUST-BUCKET-AMT (WS-BUCKET-SUB)
005560         TO RPT-DTL-BUCKET-AMT (WS-BUCKET-SUB).
005570     ADD WS-CUST-BUCKET-AMT (WS-BUCKET-SUB)
005580         TO WS-GRAND-BUCKET-AMT (WS-BUCKET-SUB).
005590 3100-ROLL-ONE-BUCKET-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630* 3200-PRINT-CUSTOMER-LINE - THE NAME COMES FROM INDEXEDMASTER; A
005640* CUSTOMER DELETED WITH A BALANCE STILL OWING STAYS ON THE LEDGER
005650* AND PRINTS AS NOT ON MASTER.  AN OUT-OF-BALANCE CUSTOMER GETS A
005660* NOTE LINE WITH THE BALANCE RECORD'S FIGURE UNDER IT, AND ANY
005670* UNAPPLIED CREDIT IS SHOWN THE SAME WAY.
005680*-----------------------------------------------------------------
005690 3200-PRINT-CUSTOMER-LINE.
005700     MOVE WS-PRINT-CUSTOMER-NO TO RPT-DTL-CUSTOMER-NO
005710                                  CUSTOMER-NO-INDEXED.
005720     READ INDEXEDFILE
005730         INVALID KEY
005740             MOVE "*** NOT ON MASTER **" TO RPT-DTL-CUSTOMER-NAME
005750         NOT INVALID KEY
005760             MOVE CUSTOMER-NAME-INDEXED TO RPT-DTL-CUSTOMER-NAME
005770     END-READ.
005780
005790     MOVE WS-CUST-ITEMS-TOTAL TO RPT-DTL-TOTAL-OWED.
005800     WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
005810     ADD 1 TO WS-CUSTOMERS-LISTED-COUNT.
005820
005830     IF RPT-DTL-FLAG NOT = SPACES
005840         IF WS-BALANCE-FOUND
005850             MOVE "BALANCE RECORD SHOWS OWED . . . . . . . . . :"
005860                 TO RPT-NOTE-TEXT
005870         ELSE
005880             MOVE "NO BALANCE RECORD ON LEDGER FOR THESE ITEMS :"
005890                 TO RPT-NOTE-TEXT
005900         END-IF
005910         MOVE WS-CUST-BALANCE-OWED TO RPT-NOTE-AMOUNT
005920         WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL-NOTE-LINE
005930     END-IF.
005940
005950     IF WS-CUST-UNAPPLIED-CREDIT > ZERO
005960         MOVE "UNAPPLIED CREDIT ON ACCOUNT. . . . . . . . . :"
005970             TO RPT-NOTE-TEXT
005980         MOVE WS-CUST-UNAPPLIED-CREDIT TO RPT-NOTE-AMOUNT
005990         WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL-NOTE-LINE
006000     END-IF.
006010 3200-PRINT-CUSTOMER-LINE-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------------
006050* 8000-PRODUCE-TOTALS - GRAND TOTALS BY BUCKET AND THE PROOF OF
006060* THE RUN.  THE OPEN ITEMS AGED MUST EQUAL THE BALANCE OWED ON THE
006070* BALANCE RECORDS; ANY CUSTOMER FLAGGED OUT ENDS THE RUN WITH
006080* RETURN-CODE 8.
006090*-----------------------------------------------------------------
006100 8000-PRODUCE-TOTALS.
006110     PERFORM 8100-MOVE-ONE-GRAND-BUCKET
006120         THRU 8100-MOVE-ONE-GRAND-BUCKET-EXIT
006130         VARYING WS-BUCKET-SUB FROM 1 BY 1
006140         UNTIL WS-BUCKET-SUB > 5.
006150     MOVE WS-GRAND-ITEMS-TOTAL TO RPT-GRAND-TOTAL-OWED.
006160     WRITE AGING-REPORT-LINE FROM WS-RPT-GRAND-LINE.
006170
006180     MOVE WS-LEDGER-READ-COUNT TO RPT-READ-COUNT.
006190     WRITE AGING-REPORT-LINE FROM WS-RPT-READ-LINE.
006200
006210     MOVE WS-OPEN-ITEMS-COUNT TO RPT-ITEMS-COUNT.
006220     WRITE AGING-REPORT-LINE FROM WS-RPT-ITEMS-LINE.
006230
006240     MOVE WS-CUSTOMERS-READ-COUNT TO RPT-CUSTOMERS-COUNT.
006250     WRITE AGING-REPORT-LINE FROM WS-RPT-CUSTOMERS-LINE.
006260
006270     MOVE WS-CUSTOMERS-LISTED-COUNT TO RPT-LISTED-COUNT.
006280     WRITE AGING-REPORT-LINE FROM WS-RPT-LISTED-LINE.
006290
006300     MOVE WS-ZERO-BALANCE-COUNT TO RPT-ZERO-COUNT.
006310     WRITE AGING-REPORT-LINE FROM WS-RPT-ZERO-LINE.
006320
006330     MOVE WS-OUT-OF-BALANCE-COUNT TO RPT-OUT-COUNT.
006340     WRITE AGING-REPORT-LINE FROM WS-RPT-OUT-LINE.
006350
006360     MOVE WS-GRAND-BALANCE-OWED TO RPT-OWED-AMOUNT.
006370     WRITE AGING-REPORT-LINE FROM WS-RPT-OWED-LINE.
006380
006390     MOVE WS-GRAND-ITEMS-TOTAL TO RPT-AGED-AMOUNT.
006400     WRITE AGING-REPORT-LINE FROM WS-RPT-AGED-LINE.
006410
006420     MOVE WS-GRAND-UNAPPLIED-CREDIT TO RPT-CREDIT-AMOUNT.
006430     WRITE AGING-REPORT-LINE FROM WS-RPT-CREDIT-LINE.
006440
006450     IF WS-OUT-OF-BALANCE-COUNT > ZERO
006460         WRITE AGING-REPORT-LINE FROM WS-RPT-MISMATCH-LINE
006470         DISPLAY "*** AR LEDGER OUT OF BALANCE FOR "
006480             WS-OUT-OF-BALANCE-COUNT
006490             " CUSTOMERS - SEE ARAGERPT ***"
006500         MOVE 8 TO RETURN-CODE
006510     END-IF.
006520
006530     DISPLAY "AGED TRIAL BALANCE COMPLETE - "
006540         WS-CUSTOMERS-LISTED-COUNT " CUSTOMERS LISTED".
006550 8000-PRODUCE-TOTALS-EXIT.
006560     EXIT.
006570
006580 8100-MOVE-ONE-GRAND-BUCKET.
006590     MOVE WS-GRAND-BUCKET-AMT (WS-BUCKET-SUB)
006600         TO RPT-GRAND-BUCKET-AMT (WS-BUCKET-SUB).
006610 8100-MOVE-ONE-GRAND-BUCKET-EXIT.
006620     EXIT.
006630
006640*-----------------------------------------------------------------
006650* 9000-TERMINATE - CLOSE ALL FILES AND END THE RUN.
006660*-----------------------------------------------------------------
006670 9000-TERMINATE.
006680     CLOSE AR-LEDGER-FILE
006690           INDEXEDFILE
006700           AGING-REPORT-FILE.
006710 9000-TERMINATE-EXIT.
006720     EXIT.
