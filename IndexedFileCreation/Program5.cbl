000740*                  CREDIT HAS ACTUALLY CLEARED THE ACCOUNT
000750*                  (PROGRAM16 STATUS CHANGE), NOT BY A BLIND
000760*                  RESUBMIT.
000761* 2026-09-14 JWH   ACCOUNTS RECEIVABLE - A "P" PAYMENT CAN BE
000762*                  CORRECTED AND RELEASED: DATE AND AMOUNT ARE
000763*                  EDITED, AND A CLEAN PASS CREDITS THE AR LEDGER
000764*                  ARLEDGR OLDEST OPEN ITEM FIRST THE WAY
000765*                  PROGRAM1'S 2380 DOES (2580/2581), AUDITED WITH
000766*                  THE NEW DATE/AMOUNT FIELDS AND COUNTED ON ITS
000767*                  OWN CONTROL TOTALS LINES.  RELEASED ADDS AND
000768*                  CHANGES DEBIT THE LEDGER (2590) AND A RELEASED
000769*                  MERGE MOVES THE SOURCE'S LEDGER TO THE
000770*                  SURVIVOR (2595), AS PROGRAM1 2390/2395.
000771* 2026-09-21 JWH   RETURNS - AN "R" RETURN CAN BE CORRECTED
000772*                  AND RELEASED.  ITS ORIGINAL PURCHASE
000773*                  SEQUENCE CAN BE RE-KEYED (FIELD CODE O) AND
000774*                  IS EDITED WITH THE DATE AND AMOUNT.  A CLEAN
000775*                  PASS POSTS THE NEGATIVE HISTORY ROW, BACKS
000776*                  THE REFUND OUT OF CUSTSUMM AND CREDITS THE AR
000777*                  LEDGER AS PROGRAM1 2410 DOES (2585-2588),
000778*                  AUDITED AND COUNTED ON ITS OWN CONTROL TOTALS
000779*                  LINES.  PURCHHST IS NOW OPENED FOR DYNAMIC
000780*                  ACCESS.
000781* 2026-09-28 JWH   OPERATOR SECURITY - THE OPERATOR SIGNS ON
000782*                  (MAINTOPR ENVIRONMENT NAME OR THE CONSOLE, AS
000783*                  PROGRAM16) AND MUST BE ACTIVE ON THE OPERATOR
000784*                  AUTHORIZATION FILE OPERAUTH WITH SUSPENSE
000785*                  CORRECT/RELEASE OR PURGE AUTHORITY (1200).
000786*                  CORRECTING AN ENTRY NEEDS CORRECT/RELEASE, P
000787*                  NEEDS PURGE, AND RELEASING A CHANGE THAT PUTS
000788*                  THE CUSTOMER ON CREDIT HOLD NEEDS CREDIT-HOLD
000789*                  AUTHORITY (2200/2400).  SIGN-ONS AND
000790*                  REFUSALS GO TO THE SECURITY LOG SECLOG (2800)
000791*                  AND THE OPERATOR ID RIDES EVERY AUDIT RECORD.
000792* 2026-10-01 JWH   KEYED AUDIT TRAIL - EVERY AUDIT RECORD IS ALSO
000793*                  WRITTEN TO THE KEYED COMPANION AUDITKEY UNDER
000794*                  THE NEXT TRAIL RECORD NUMBER, AS PROGRAM1
000795*                  (1300/2561).
000796* 2026-10-07 JWH   AUTOMATIC CUSTOMER NUMBERS - AN "A" ADD MAY BE
000797*                  RELEASED WITH A BLANK CUSTOMER NUMBER AND IS
000798*                  GIVEN THE NEXT FREE NUMBER OFF THE CUSTNOCT
000799*                  CONTROL RECORD, AS PROGRAM1 (1400, 2511-2515).
000800*                  ONE THAT REACHED SUSPENSE FOR ANOTHER REASON IS
000801*                  FIRST CHECKED FOR A PROBABLE EXISTING CUSTOMER
000802*                  ON NAME AND POSTAL CODE (REASON 20); RELEASING
000803*                  A REASON 20 ENTRY IS THE REVIEWER'S DECISION
000804*                  THAT IT IS A NEW CUSTOMER.  THE ASSIGNED NUMBER
000805*                  IS QUEUED ON DELTAPND AS AN "A" ROW FOR THE
000806*                  SENDING SYSTEM (2516) AND COUNTED ON THE
000807*                  CONTROL TOTALS.
000808* 2026-10-09 JWH   SUSPENSE RECORDS NOW CARRY THE SOURCE FEED AND
000809*                  FEED POSITION PROGRAM1 COPIES FROM SEQFILE
000810*                  (SUSPENSE RECORD AND TABLE ENTRY WIDENED TO
000811*                  162).  THE FEED SHOWS ON THE CORRECTION
000812*                  SCREEN AND IS CARRIED ONTO THE AUDIT RECORD
000813*                  OF A RELEASED ENTRY, AND AN ASSIGNED-NUMBER
000814*                  DELTAPND ROW CARRIES THE FEED AND ITS OWN
000815*                  POSITION IN PLACE OF THE ENTRY NUMBER.
000816* 2026-10-15 JWH   A CORRECTED "R" RETURN NO LONGER FAILS THE CODE
000817*                  EDIT (REASON 06).  A FAILED WRITE OF THE
000818*                  CUSTNOCT ASSIGNMENT RECORD NOW STOPS THE RUN.
000819* 2026-10-15 JWH   A RELEASED RETURN CREDITS THE AR LEDGER BEFORE
000820*                  IT WRITES HISTORY, AS PROGRAM1 DOES, AND ITS
000821*                  WORK FIELDS MATCH PROGRAM1.
000824* ------------------------------------------------------------
000825*
000826*-----------------------------------------------------------------
000827* PROGRAM5 WORKS THE SUSPENSE FILE TO ZERO.  THE WHOLE FILE IS
000828* LOADED TO A TABLE, THE OPERATOR CORRECTS AND RESUBMITS ENTRIES
000829* ONE AT A TIME, AND AT END THE RECORDS STILL IN SUSPENSE ARE
000830* WRITTEN BACK SO THE FILE ONLY EVER HOLDS LIVE REJECTS.
000840*-----------------------------------------------------------------
000850 ENVIRONMENT DIVISION.
000880     SELECT INDEXEDFILE
000890         ASSIGN TO INDXMSTR
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CUSTOMER-NO-INDEXED
000930         ALTERNATE RECORD KEY IS CUSTOMER-NAME-INDEXED
000940             WITH DUPLICATES
001020     SELECT OPTIONAL PURCHASE-HISTORY-FILE
001030         ASSIGN TO PURCHHST
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS PURCHASE-HISTORY-KEY
001070         FILE STATUS IS WS-PURCH-HIST-STATUS.
001080
001100         ASSIGN TO AUDITTRL
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-AUDIT-STATUS.
001121
001122     SELECT OPTIONAL AUDIT-KEYED-FILE
001123         ASSIGN TO AUDITKEY
001124         ORGANIZATION IS INDEXED
001125         ACCESS MODE IS DYNAMIC
001126         RECORD KEY IS AK-CUSTOMER-KEY
001127         ALTERNATE RECORD KEY IS AK-RUN-KEY
001128         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
001130
001140     SELECT OPTIONAL CUSTOMER-SUMMARY-FILE
001150         ASSIGN TO CUSTSUMM
001180         RECORD KEY IS CS-CUSTOMER-NO
001190         FILE STATUS IS WS-SUMMARY-STATUS.
001200
001201     SELECT OPTIONAL AR-LEDGER-FILE
001202         ASSIGN TO ARLEDGR
001203         ORGANIZATION IS INDEXED
001204         ACCESS MODE IS DYNAMIC
001205         RECORD KEY IS AR-LEDGER-KEY
001206         FILE STATUS IS WS-AR-LEDGER-STATUS.
001207
001210     SELECT SUSPENSE-CTL-FILE
001220         ASSIGN TO "C:\A\EXERCISE10\SUSPENSECTL.TXT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-SUSPENSE-CTL-STATUS.
001241
001242     SELECT OPERAUTH-FILE
001243         ASSIGN TO OPERAUTH
001244         ORGANIZATION IS INDEXED
001245         ACCESS MODE IS RANDOM
001246         RECORD KEY IS OA-OPERATOR-ID
001247         FILE STATUS IS WS-OPERAUTH-STATUS.
001248
001249     SELECT OPTIONAL SECURITY-LOG-FILE
001250         ASSIGN TO SECLOG
001251         ORGANIZATION IS LINE SEQUENTIAL
001252         FILE STATUS IS WS-SECLOG-STATUS.
001253
001254     SELECT OPTIONAL CUSTNO-CONTROL-FILE
001255         ASSIGN TO CUSTNOCT
001256         ORGANIZATION IS INDEXED
001257         ACCESS MODE IS RANDOM
001258         RECORD KEY IS CN-KEY
001259         ALTERNATE RECORD KEY IS CN-CUSTOMER-NO
001260             WITH DUPLICATES
001261         FILE STATUS IS WS-CUSTNO-CONTROL-STATUS.
001262
001263     SELECT OPTIONAL DELTA-PENDING-FILE
001264         ASSIGN TO DELTAPND
001265         ORGANIZATION IS LINE SEQUENTIAL
001266         FILE STATUS IS WS-PENDING-STATUS.
001267
001268 DATA DIVISION.
001270 FILE SECTION.
001280 FD  INDEXEDFILE.
001290     COPY CUSTMAST.
001300
001310 FD  SUSPENSE-FILE.
001320 01  SUSPENSE-IO-RECORD                PIC X(162).
001330
001340 FD  PURCHASE-HISTORY-FILE.
001350     COPY PURCHHST.
001370 FD  AUDIT-FILE.
001380     COPY AUDITREC.
001390
001391 FD  AUDIT-KEYED-FILE.
001392     COPY AUDITKEY.
001393
001400 FD  CUSTOMER-SUMMARY-FILE.
001410     COPY CUSTSUMM.
001420
001421 FD  AR-LEDGER-FILE.
001422     COPY ARLEDGER.
001423
001430 FD  SUSPENSE-CTL-FILE.
001440 01  SUSPCTL-REPORT-LINE               PIC X(80).
001450
001451 FD  OPERAUTH-FILE.
001452     COPY OPERAUTH.
001453
001454 FD  SECURITY-LOG-FILE.
001455     COPY SECLOG.
001456
001457 FD  CUSTNO-CONTROL-FILE.
001458     COPY CUSTNOCT.
001459
001460 FD  DELTA-PENDING-FILE.
001461 01  PENDING-IO-RECORD                 PIC X(120).
001462
001463 WORKING-STORAGE SECTION.
001470 77  WS-INDEXEDFILE-STATUS      PIC X(02) VALUE "00".
001480 77  WS-SUSPENSE-STATUS         PIC X(02) VALUE "00".
001490 77  WS-PURCH-HIST-STATUS       PIC X(02) VALUE "00".
001500 77  WS-SUSPENSE-CTL-STATUS     PIC X(02) VALUE "00".
001510 77  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001511 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
001520 77  WS-SUMMARY-STATUS          PIC X(02) VALUE "00".
001521 77  WS-AR-LEDGER-STATUS        PIC X(02) VALUE "00".
001522 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
001523 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
001524 77  WS-CUSTNO-CONTROL-STATUS   PIC X(02) VALUE "00".
001525 77  WS-PENDING-STATUS          PIC X(02) VALUE "00".
001530
001540 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001550     88  WS-EOF                 VALUE "Y".
001790 77  WS-YEAR-REMAINDER-4        PIC 9(01) VALUE ZERO.
001800 77  WS-YEAR-REMAINDER-100      PIC 9(02) VALUE ZERO.
001810 77  WS-YEAR-REMAINDER-400      PIC 9(03) VALUE ZERO.
001811
001812*-----------------------------------------------------------------
001813* OPERATOR SECURITY WORKING STORAGE - THE SIGNED-ON OPERATOR AND
001814* THE EVENT, FUNCTION, CUSTOMER AND REASON FOR THE NEXT SECLOG
001815* RECORD (2800).
001816*-----------------------------------------------------------------
001817 77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
001818 77  WS-SL-EVENT-CODE           PIC X(01) VALUE SPACE.
001819 77  WS-SL-FUNCTION-CODE        PIC X(02) VALUE SPACES.
001820 77  WS-SL-CUSTOMER-NO          PIC X(05) VALUE SPACES.
001821 77  WS-SL-REASON-TEXT          PIC X(40) VALUE SPACES.
001822
001823*-----------------------------------------------------------------
001824* KEYED AUDIT TRAIL WORKING STORAGE - AS PROGRAM1.
001825*-----------------------------------------------------------------
001826 77  WS-AK-CONTROL-SAVE         PIC X(366) VALUE SPACES.
001827 77  WS-AK-TRAIL-RECORD-NO      PIC 9(09)  VALUE ZERO.
001828
001829*-----------------------------------------------------------------
001830* CUSTOMER NUMBER ASSIGNMENT WORKING STORAGE - AS PROGRAM1.  THE
001831* ASSIGNMENT RECORD IS KEYED BY THIS SESSION'S RUN DATE AND TIME
001832* AND THE SUSPENSE ENTRY NUMBER, SO AN ENTRY RELEASED AGAIN IN THE
001833* SAME SESSION KEEPS THE NUMBER IT WAS FIRST GIVEN.
001834*-----------------------------------------------------------------
001835 77  WS-ASSIGN-SWITCH           PIC X(01) VALUE "N".
001836     88  WS-NUMBER-ASSIGNED     VALUE "Y".
001837     88  WS-NUMBER-NOT-ASSIGNED VALUE "N".
001838 77  WS-ASSIGNED-CUSTOMER-NO    PIC X(05) VALUE SPACES.
001839 77  WS-CN-CANDIDATE-NO         PIC 9(05) VALUE ZERO.
001840 77  WS-CN-SEARCH-SWITCH        PIC X(01) VALUE "N".
001841     88  WS-CN-SEARCH-DONE      VALUE "Y".
001842     88  WS-CN-SEARCH-MORE      VALUE "N".
001843 77  WS-CN-EXHAUSTED-SWITCH     PIC X(01) VALUE "N".
001844     88  WS-CN-NUMBERS-EXHAUSTED VALUE "Y".
001845     88  WS-CN-NUMBERS-LEFT     VALUE "N".
001846 77  WS-DUP-SCAN-SWITCH         PIC X(01) VALUE "N".
001847     88  WS-DUP-SCAN-DONE       VALUE "Y".
001848     88  WS-DUP-SCAN-MORE       VALUE "N".
001849 77  WS-DUP-MATCH-NO            PIC X(05) VALUE SPACES.
001850
001851*-----------------------------------------------------------------
001852* PENDING DELTA RECORD - AS PROGRAM16, WITH THE NEW-NUMBER FLAG
001853* AND SOURCE POSITION OF PROGRAM1'S DELTA EXTRACT ROW.
001854*-----------------------------------------------------------------
001855 01  WS-PND-DETAIL-RECORD.
001856     05  PND-DTL-RECORD-TYPE    PIC X(01) VALUE "D".
001857     05  PND-DTL-ACTION-CODE    PIC X(01).
001858     05  PND-DTL-CUSTOMER-NO    PIC X(05).
001859     05  PND-DTL-CUSTOMER-NAME  PIC X(20).
001860     05  PND-DTL-DATE-OF-PURCH  PIC X(10).
001861     05  PND-DTL-AMT-OF-PURCH   PIC 9(05)V99.
001862     05  PND-DTL-STREET-ADDRESS PIC X(25).
001863     05  PND-DTL-CITY           PIC X(15).
001864     05  PND-DTL-STATE          PIC X(02).
001865     05  PND-DTL-POSTAL-CODE    PIC X(05).
001866     05  PND-DTL-PHONE          PIC X(10).
001867     05  PND-DTL-STATUS-CODE    PIC X(01).
001868     05  PND-DTL-NEW-NUMBER-FLAG PIC X(01).
001869     05  PND-DTL-SOURCE-POSITION PIC 9(07).
001870     05  PND-DTL-SOURCE-FEED    PIC X(08).
001871     05  FILLER                 PIC X(02) VALUE SPACES.
001872
001873*-----------------------------------------------------------------
001874* AUDIT TRAIL WORKING STORAGE - THE BEFORE- AND AFTER-IMAGE OF
001875* THE MASTER RECORD FOR THE TRANSACTION BEING APPLIED, AS IN
001876* PROGRAM1.
001877*-----------------------------------------------------------------
001880 77  WS-AUDIT-BEFORE-IMAGE      PIC X(116) VALUE SPACES.
001890 77  WS-AUDIT-AFTER-IMAGE       PIC X(116) VALUE SPACES.
001891 77  WS-AUDIT-TRAN-DATE         PIC X(10)  VALUE SPACES.
001892 77  WS-AUDIT-TRAN-AMOUNT       PIC 9(07)V99 VALUE ZERO.
001893
001894*-----------------------------------------------------------------
001895* ACCOUNTS RECEIVABLE WORKING STORAGE - AS PROGRAM1.  THE BALANCE
001896* RECORD IS HELD HERE WHILE A PAYMENT WALKS THE OPEN ITEMS OR A
001897* MERGE MOVES THEM.
001898*-----------------------------------------------------------------
001899 77  WS-AR-BALANCE-SAVE         PIC X(81)  VALUE SPACES.
001900 77  WS-AR-ITEM-SAVE            PIC X(81)  VALUE SPACES.
001901 77  WS-AR-PAYMENT-REMAINING    PIC 9(07)V99 VALUE ZERO.
001902 77  WS-AR-ITEM-OPEN-AMT        PIC 9(07)V99 VALUE ZERO.
001903 77  WS-AR-XFER-OWED            PIC 9(09)V99 VALUE ZERO.
001904 77  WS-AR-XFER-CREDIT          PIC 9(09)V99 VALUE ZERO.
001905 77  WS-AR-XFER-FROM-NO         PIC X(05)  VALUE SPACES.
001906 77  WS-AR-XFER-TO-NO           PIC X(05)  VALUE SPACES.
001907 77  WS-AR-ITEMS-SWITCH         PIC X(01)  VALUE "N".
001908     88  WS-AR-ITEMS-DONE       VALUE "Y".
001909     88  WS-AR-ITEMS-MORE       VALUE "N".
001910 77  WS-AR-WRITTEN-SWITCH       PIC X(01)  VALUE "N".
001911     88  WS-AR-ITEM-WRITTEN     VALUE "Y".
001912     88  WS-AR-ITEM-NOT-WRITTEN VALUE "N".
001913 77  WS-AR-BALANCE-SWITCH       PIC X(01)  VALUE "N".
001914     88  WS-AR-BALANCE-ON-FILE  VALUE "Y".
001915     88  WS-AR-BALANCE-NEW      VALUE "N".
001916
001917*-----------------------------------------------------------------
001918* RETURN WORKING STORAGE - AS PROGRAM1.  THE ORIGINAL PURCHASE A
001919* RELEASED RETURN REFUNDS, AND WHAT EARLIER RETURNS HAVE ALREADY
001920* TAKEN OFF IT.
001921*-----------------------------------------------------------------
001922 77  WS-RET-ORIG-SEQUENCE-NO    PIC 9(03)  VALUE ZERO.
001923 77  WS-RET-ORIG-AMOUNT         PIC 9(05)V99 VALUE ZERO.
001924 77  WS-RET-PRIOR-REFUNDS       PIC 9(07)V99 VALUE ZERO.
001925 77  WS-RET-REMAINING           PIC S9(07)V99 VALUE ZERO.
001926 77  WS-RET-SCAN-SWITCH         PIC X(01)  VALUE "N".
001927     88  WS-RET-SCAN-DONE       VALUE "Y".
001928     88  WS-RET-SCAN-MORE       VALUE "N".
001929
001930*-----------------------------------------------------------------
001931* MERGE WORKING STORAGE - AS PROGRAM1.  THE SOURCE CUSTOMER'S
001932* RECORD AND KEY VALUES SAVED ACROSS THE SURVIVOR READ, AND
001940* DATE-KEY WORK FIELDS FOR THE LATEST-PURCHASE-DATE COMPARE.
001950*-----------------------------------------------------------------
001960 77  WS-MERGE-SOURCE-IMAGE      PIC X(116)     VALUE SPACES.
002440             88  WS-ENTRY-IN-SUSPENSE  VALUE "S".
002450             88  WS-ENTRY-APPLIED      VALUE "A".
002460             88  WS-ENTRY-PURGED       VALUE "P".
002470         10  WS-SUSP-TBL-RECORD        PIC X(162).
002480
002490     COPY SUSPREC.
002500
002600 77  WS-VALUE-10                PIC X(10) VALUE SPACES.
002610 77  WS-VALUE-2                 PIC X(02) VALUE SPACES.
002620 77  WS-VALUE-1                 PIC X(01) VALUE SPACE.
002621 77  WS-VALUE-3                 PIC X(03) VALUE SPACES.
002630
002640 01  WS-DATE-ENTRY              PIC 99/99/9999 VALUE ZERO.
002650 01  WS-DATE-ENTRY-X REDEFINES WS-DATE-ENTRY PIC X(10).
003050 77  WS-CHANGES-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
003060 77  WS-DELETES-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
003070 77  WS-MERGES-APPLIED-COUNT    PIC 9(07) COMP VALUE ZERO.
003071 77  WS-PAYMENTS-APPLIED-COUNT  PIC 9(07) COMP VALUE ZERO.
003072 77  WS-RETURNS-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
003080 77  WS-STILL-IN-ERROR-COUNT    PIC 9(07) COMP VALUE ZERO.
003090 77  WS-RECORDS-PURGED-COUNT    PIC 9(07) COMP VALUE ZERO.
003100 77  WS-RECORDS-REMAINING-COUNT PIC 9(07) COMP VALUE ZERO.
003110 77  WS-AMOUNT-APPLIED-TOTAL    PIC 9(09)V99 COMP-3 VALUE ZERO.
003111 77  WS-PAYMENT-APPLIED-TOTAL   PIC 9(09)V99 COMP-3 VALUE ZERO.
003112 77  WS-RETURN-APPLIED-TOTAL    PIC 9(09)V99 COMP-3 VALUE ZERO.
003113 77  WS-NUMBERS-ASSIGNED-COUNT  PIC 9(07) COMP VALUE ZERO.
003114 77  WS-PROBABLE-DUP-COUNT      PIC 9(07) COMP VALUE ZERO.
003120
003130 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
003140
003680     05  CTL-MERGES-COUNT PIC ZZZ,ZZZ,ZZ9.
003690     05  FILLER PIC X(19) VALUE SPACES.
003700
003701 01  WS-CTL-PAYMENTS-LINE.
003702     05  FILLER PIC X(50) VALUE
003703         "CORRECTED PAYMENTS APPLIED TO BALANCES . . . . :".
003704     05  CTL-PAYMENTS-COUNT PIC ZZZ,ZZZ,ZZ9.
003705     05  FILLER PIC X(19) VALUE SPACES.
003706
003707 01  WS-CTL-RETURNS-LINE.
003708     05  FILLER PIC X(50) VALUE
003709         "CORRECTED RETURNS APPLIED TO ORIGINAL PURCHASES:".
003710     05  CTL-RETURNS-COUNT PIC ZZZ,ZZZ,ZZ9.
003711     05  FILLER PIC X(19) VALUE SPACES.
003712
003713 01  WS-CTL-ASSIGNED-LINE.
003714     05  FILLER PIC X(50) VALUE
003715         "NEW CUSTOMER NUMBERS ASSIGNED. . . . . . . . . :".
003716     05  CTL-ASSIGNED-COUNT PIC ZZZ,ZZZ,ZZ9.
003717     05  FILLER PIC X(19) VALUE SPACES.
003718
003719 01  WS-CTL-REVIEW-LINE.
003720     05  FILLER PIC X(50) VALUE
003721         "PROBABLE DUPLICATES SENT TO REVIEW . . . . . . :".
003722     05  CTL-REVIEW-COUNT PIC ZZZ,ZZZ,ZZ9.
003723     05  FILLER PIC X(19) VALUE SPACES.
003724
003725 01  WS-CTL-ERROR-LINE.
003726     05  FILLER PIC X(50) VALUE
003730         "RESUBMITS STILL IN ERROR . . . . . . . . . . . :".
003740     05  CTL-ERROR-COUNT PIC ZZZ,ZZZ,ZZ9.
003750     05  FILLER PIC X(19) VALUE SPACES.
003900     05  FILLER PIC X(50) VALUE
003910         "TOTAL AMOUNT APPLIED TO CUSTOMER MASTER. . . . :".
003920     05  CTL-AMOUNT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
003921     05  FILLER PIC X(11) VALUE SPACES.
003922
003923 01  WS-CTL-PAYMENT-AMOUNT-LINE.
003924     05  FILLER PIC X(50) VALUE
003925         "TOTAL PAYMENTS APPLIED TO CUSTOMER BALANCES. . :".
003926     05  CTL-PAYMENT-AMOUNT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
003927     05  FILLER PIC X(11) VALUE SPACES.
003928
003929 01  WS-CTL-RETURN-AMOUNT-LINE.
003930     05  FILLER PIC X(50) VALUE
003931         "TOTAL AMOUNT REFUNDED ON CORRECTED RETURNS . . :".
003932     05  CTL-RETURN-AMOUNT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
003933     05  FILLER PIC X(11) VALUE SPACES.
003940
003950 PROCEDURE DIVISION.
003960*-----------------------------------------------------------------
004150     EXIT.
004160
004170*-----------------------------------------------------------------
004171* 1000-INITIALIZE - SIGN THE OPERATOR ON, LOAD THE SUSPENSE FILE
004172* TO THE TABLE, THEN OPEN THE MASTER, PURCHASE HISTORY AND
004173* CONTROL TOTALS FILES.  NO SUSPENSE FILE AT ALL MEANS THERE IS
004174* NOTHING TO WORK.
004210*-----------------------------------------------------------------
004220 1000-INITIALIZE.
004230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004270     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
004280         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
004290     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
004291
004292     DISPLAY "MAINTOPR" UPON ENVIRONMENT-NAME.
004293     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
004294
004295     IF WS-OPERATOR-ID = SPACES
004296         DISPLAY "ENTER OPERATOR ID: "
004297         ACCEPT WS-OPERATOR-ID
004298     END-IF.
004299
004300     IF WS-OPERATOR-ID = SPACES
004301         DISPLAY "NO OPERATOR ID GIVEN - SUSPENSE SESSION REFUSED"
004302         MOVE 16 TO RETURN-CODE
004303         STOP RUN
004304     END-IF.
004305
004306     OPEN EXTEND SECURITY-LOG-FILE.
004307     IF WS-SECLOG-STATUS NOT = "00"
004308         AND WS-SECLOG-STATUS NOT = "05"
004309         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
004310             WS-SECLOG-STATUS
004311         MOVE 16 TO RETURN-CODE
004312         STOP RUN
004313     END-IF.
004314
004315     OPEN INPUT OPERAUTH-FILE.
004316     IF WS-OPERAUTH-STATUS NOT = "00"
004317         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
004318             WS-OPERAUTH-STATUS
004319         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004321     END-IF.
004322
004323     PERFORM 1200-CHECK-OPERATOR-AUTHORITY
004324         THRU 1200-CHECK-OPERATOR-AUTHORITY-EXIT.
004325
004326     OPEN INPUT SUSPENSE-FILE.
004327     IF WS-SUSPENSE-STATUS = "35"
004330         DISPLAY "NO SUSPENSE FILE ON HAND - NOTHING TO WORK"
004340         STOP RUN
004350     END-IF.
004770         STOP RUN
004780     END-IF.
004790
004791     OPEN I-O AR-LEDGER-FILE.
004792     IF WS-AR-LEDGER-STATUS NOT = "00"
004793         AND WS-AR-LEDGER-STATUS NOT = "05"
004794         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - STATUS "
004795             WS-AR-LEDGER-STATUS
004796         MOVE 16 TO RETURN-CODE
004797         STOP RUN
004798     END-IF.
004800     OPEN EXTEND AUDIT-FILE.
004810     IF WS-AUDIT-STATUS NOT = "00"
004820         AND WS-AUDIT-STATUS NOT = "05"
004860         STOP RUN
004870     END-IF.
004880
004881     PERFORM 1300-OPEN-AUDIT-KEYED-FILE
004882         THRU 1300-OPEN-AUDIT-KEYED-FILE-EXIT.
004883
004884     PERFORM 1400-OPEN-CUSTNO-CONTROL
004885         THRU 1400-OPEN-CUSTNO-CONTROL-EXIT.
004886
004887     OPEN EXTEND DELTA-PENDING-FILE.
004888     IF WS-PENDING-STATUS NOT = "00"
004889         AND WS-PENDING-STATUS NOT = "05"
004890         DISPLAY "UNABLE TO OPEN DELTA-PENDING-FILE - STATUS "
004891             WS-PENDING-STATUS
004892         MOVE 16 TO RETURN-CODE
004893         STOP RUN
004894     END-IF.
004895
004896     OPEN OUTPUT SUSPENSE-CTL-FILE.
004900     IF WS-SUSPENSE-CTL-STATUS NOT = "00"
004910         DISPLAY "UNABLE TO OPEN SUSPENSE-CTL-FILE - STATUS "
004920             WS-SUSPENSE-CTL-STATUS
005170
005180     ADD 1 TO WS-ENTRY-COUNT.
005190     ADD 1 TO WS-RECORDS-LOADED-COUNT.
005191*    AN ENTRY WRITTEN BEFORE THE FEED FIELDS WERE ADDED READS
005192*    SHORT - CARRY ZERO IN ITS FEED POSITION.
005193     IF SUSP-FEED-POSITION IS NOT NUMERIC
005194         MOVE ZERO TO SUSP-FEED-POSITION
005195     END-IF.
005196
005200     MOVE "S" TO WS-SUSP-TBL-STATUS (WS-ENTRY-COUNT).
005210     MOVE SUSPENSE-RECORD TO WS-SUSP-TBL-RECORD (WS-ENTRY-COUNT).
005220 1100-LOAD-SUSPENSE-TABLE-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------------
005251* 1200-CHECK-OPERATOR-AUTHORITY - THE OPERATOR MUST BE ON
005252* OPERAUTH, ACTIVE, WITH SUSPENSE CORRECT/RELEASE OR SUSPENSE
005253* PURGE AUTHORITY - EACH REPLY IS CHECKED AGAIN FOR THE ONE IT
005254* NEEDS (2200).  A REFUSAL IS LOGGED AND ENDS THE SESSION BEFORE
005255* THE SUSPENSE FILE IS OPENED; A SIGN-ON IS LOGGED UNDER THE
005256* CORRECT/RELEASE FUNCTION, OR PURGE FOR A PURGE-ONLY OPERATOR.
005257* THE OPERAUTH RECORD STAYS IN THE RECORD AREA FOR THE SESSION.
005258*-----------------------------------------------------------------
005259 1200-CHECK-OPERATOR-AUTHORITY.
005260     MOVE "SC"   TO WS-SL-FUNCTION-CODE.
005261     MOVE SPACES TO WS-SL-CUSTOMER-NO.
005262     MOVE SPACES TO WS-SL-REASON-TEXT.
005263     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
005264
005265     READ OPERAUTH-FILE
005266         INVALID KEY
005267             MOVE "OPERATOR NOT ON OPERAUTH" TO WS-SL-REASON-TEXT
005268     END-READ.
005269
005270     IF WS-SL-REASON-TEXT = SPACES
005271         AND NOT OA-OPERATOR-ACTIVE
005272         MOVE "OPERATOR REVOKED" TO WS-SL-REASON-TEXT
005273     END-IF.
005274
005275     IF WS-SL-REASON-TEXT = SPACES
005276         AND NOT OA-CAN-CORRECT-SUSP
005277         AND NOT OA-CAN-PURGE-SUSP
005278         MOVE "NO SUSPENSE AUTHORITY" TO WS-SL-REASON-TEXT
005279     END-IF.
005280
005281     IF WS-SL-REASON-TEXT NOT = SPACES
005282         MOVE "R" TO WS-SL-EVENT-CODE
005283         PERFORM 2800-WRITE-SECURITY-LOG
005284             THRU 2800-WRITE-SECURITY-LOG-EXIT
005285         DISPLAY "SUSPENSE SESSION REFUSED - OPERATOR "
005286             WS-OPERATOR-ID " - " WS-SL-REASON-TEXT
005287         CLOSE OPERAUTH-FILE
005288               SECURITY-LOG-FILE
005289         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005291     END-IF.
005292
005293     IF NOT OA-CAN-CORRECT-SUSP
005294         MOVE "SP" TO WS-SL-FUNCTION-CODE
005295     END-IF.
005296     MOVE "S" TO WS-SL-EVENT-CODE.
005297     PERFORM 2800-WRITE-SECURITY-LOG
005298         THRU 2800-WRITE-SECURITY-LOG-EXIT.
005299
005300     DISPLAY "SUSPENSE SESSION OPENED BY OPERATOR "
005301         WS-OPERATOR-ID.
005302 1200-CHECK-OPERATOR-AUTHORITY-EXIT.
005303     EXIT.
005304
005305*-----------------------------------------------------------------
005306* 1300-OPEN-AUDIT-KEYED-FILE - OPEN THE KEYED AUDIT TRAIL AUDITKEY
005307* AND HOLD ITS CONTROL RECORD, WHICH CARRIES THE NUMBER OF THE
005308* LAST RECORD ON AUDITTRL.  EVERY AUDIT RECORD THIS RUN APPENDS TO
005309* AUDITTRL ALSO GOES ON AUDITKEY UNDER THE NEXT NUMBER (2561).
005310* A TRAIL THIS RUN IS CREATING STARTS A NEW KEYED COPY AT ZERO.
005311* AN EXISTING TRAIL WITHOUT ONE MUST BE BUILT BY PROGRAM24 FIRST,
005312* OR THE TWO WOULD NEVER AGREE.
005313*-----------------------------------------------------------------
005314 1300-OPEN-AUDIT-KEYED-FILE.
005315     OPEN I-O AUDIT-KEYED-FILE.
005316     IF WS-AUDIT-KEYED-STATUS NOT = "00"
005317         AND WS-AUDIT-KEYED-STATUS NOT = "05"
005318         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
005319             WS-AUDIT-KEYED-STATUS
005320         MOVE 16 TO RETURN-CODE
005321         STOP RUN
005322     END-IF.
005323
005324     MOVE HIGH-VALUES TO AK-CUSTOMER-KEY.
005325     READ AUDIT-KEYED-FILE RECORD
005326         INVALID KEY
005327             CONTINUE
005328     END-READ.
005329
005330     IF WS-AUDIT-KEYED-STATUS = "00"
005331         MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE
005332         GO TO 1300-OPEN-AUDIT-KEYED-FILE-EXIT
005333     END-IF.
005334
005335     IF WS-AUDIT-STATUS NOT = "05"
005336         DISPLAY "AUDITKEY HAS NO CONTROL RECORD - BUILD IT FROM "
005337             "AUDITTRL WITH PROGRAM24 BEFORE THIS RUN"
005338         MOVE 16 TO RETURN-CODE
005339         STOP RUN
005340     END-IF.
005341
005342     MOVE HIGH-VALUES    TO AK-CUSTOMER-KEY.
005343     MOVE ZERO           TO AK-RUN-KEY.
005344     MOVE SPACES         TO AK-CONTROL-DATA.
005345     MOVE ZERO           TO AK-CTL-LAST-RECORD-NO.
005346     MOVE WS-RUN-DATE    TO AK-CTL-LAST-UPDATE-DATE
005347                            AK-CTL-BUILD-DATE.
005348     MOVE WS-RUN-TIME    TO AK-CTL-LAST-UPDATE-TIME.
005349     MOVE "PROGRAM5"      TO AK-CTL-LAST-UPDATE-BY.
005350
005351     WRITE AUDIT-KEYED-RECORD
005352         INVALID KEY
005353             DISPLAY "UNABLE TO WRITE AUDITKEY CONTROL RECORD - "
005354                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
005355             MOVE 16 TO RETURN-CODE
005356             STOP RUN
005357     END-WRITE.
005358
005359     MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE.
005360 1300-OPEN-AUDIT-KEYED-FILE-EXIT.
005361     EXIT.
005362
005363*-----------------------------------------------------------------
005364* 1400-OPEN-CUSTNO-CONTROL - OPEN THE CUSTOMER NUMBER CONTROL FILE
005365* AND MAKE SURE ITS CONTROL RECORD IS ON FILE, AS PROGRAM1 1950.
005366*-----------------------------------------------------------------
005367 1400-OPEN-CUSTNO-CONTROL.
005368     OPEN I-O CUSTNO-CONTROL-FILE.
005369     IF WS-CUSTNO-CONTROL-STATUS NOT = "00"
005370         AND WS-CUSTNO-CONTROL-STATUS NOT = "05"
005371         DISPLAY "UNABLE TO OPEN CUSTNO-CONTROL-FILE - STATUS "
005372             WS-CUSTNO-CONTROL-STATUS
005373         MOVE 16 TO RETURN-CODE
005374         STOP RUN
005375     END-IF.
005376
005377     MOVE ZERO TO CN-KEY.
005378     READ CUSTNO-CONTROL-FILE RECORD
005379         INVALID KEY
005380             CONTINUE
005381     END-READ.
005382
005383     IF WS-CUSTNO-CONTROL-STATUS = "00"
005384         GO TO 1400-OPEN-CUSTNO-CONTROL-EXIT
005385     END-IF.
005386
005387     MOVE ZERO           TO CN-KEY.
005388     MOVE "C"            TO CN-RECORD-TYPE.
005389     MOVE SPACES         TO CN-CUSTOMER-NO.
005390     MOVE SPACES         TO CN-CONTROL-DATA.
005391     MOVE ZERO           TO CN-CTL-LAST-NUMBER
005392                            CN-CTL-ASSIGNED-COUNT.
005393     MOVE 99999          TO CN-CTL-HIGHEST-NUMBER.
005394     MOVE WS-RUN-DATE    TO CN-CTL-LAST-UPDATE-DATE.
005395     MOVE WS-RUN-TIME    TO CN-CTL-LAST-UPDATE-TIME.
005396     MOVE "PROGRAM5"     TO CN-CTL-LAST-UPDATE-BY.
005397
005398     WRITE CUSTNO-CONTROL-RECORD
005399         INVALID KEY
005400             DISPLAY "UNABLE TO WRITE CUSTNOCT CONTROL RECORD - "
005401                 "FILE STATUS " WS-CUSTNO-CONTROL-STATUS
005402             MOVE 16 TO RETURN-CODE
005403             STOP RUN
005404     END-WRITE.
005405 1400-OPEN-CUSTNO-CONTROL-EXIT.
005406     EXIT.
005407
005408*-----------------------------------------------------------------
005409* 2000-PROCESS-OPERATOR - LIST THE LIVE SUSPENSE ENTRIES AND ACT
005410* ON ONE OPERATOR REPLY, UNTIL THE OPERATOR ASKS TO STOP.
005411*-----------------------------------------------------------------
005412 2000-PROCESS-OPERATOR.
005413     PERFORM 2100-LIST-SUSPENSE
005414         THRU 2100-LIST-SUSPENSE-EXIT.
005415
005416     PERFORM 2200-ACCEPT-OPERATOR-REPLY
005417         THRU 2200-ACCEPT-OPERATOR-REPLY-EXIT.
005418 2000-PROCESS-OPERATOR-EXIT.
005419     EXIT.
005420
005421*-----------------------------------------------------------------
005422* 2100-LIST-SUSPENSE - SHOW EVERY ENTRY STILL IN SUSPENSE WITH
005423* ITS ENTRY NUMBER, REASON AND DATE WRITTEN.
005424*-----------------------------------------------------------------
005425 2100-LIST-SUSPENSE.
005430     DISPLAY " ".
005440     DISPLAY "ENTRY TRN CUST  DATE       AMOUNT  RC REASON".
005450
005750*-----------------------------------------------------------------
005760* 2200-ACCEPT-OPERATOR-REPLY - ONE REPLY: AN ENTRY NUMBER TO
005770* CORRECT AND RESUBMIT, P TO PURGE AGED ENTRIES, END TO QUIT.
005771* CORRECTING NEEDS CORRECT/RELEASE AUTHORITY AND PURGING NEEDS
005772* PURGE AUTHORITY ON OPERAUTH - A REFUSAL IS LOGGED AND THE
005773* SUSPENSE TABLE IS LEFT AS IT WAS.
005780*-----------------------------------------------------------------
005790 2200-ACCEPT-OPERATOR-REPLY.
005800     DISPLAY "ENTER ENTRY NUMBER TO CORRECT (3 DIGITS, E.G. 002),"
005860             OR WS-OPERATOR-REPLY = SPACES
005870             SET WS-DONE TO TRUE
005880         WHEN WS-OPERATOR-REPLY = "P"
005881             AND NOT OA-CAN-PURGE-SUSP
005882             MOVE "SP"     TO WS-SL-FUNCTION-CODE
005883             MOVE SPACES   TO WS-SL-CUSTOMER-NO
005884             PERFORM 2210-REFUSE-REPLY
005885                 THRU 2210-REFUSE-REPLY-EXIT
005886         WHEN WS-OPERATOR-REPLY = "P"
005890             PERFORM 2600-PURGE-AGED-ENTRIES
005900                 THRU 2600-PURGE-AGED-ENTRIES-EXIT
005901         WHEN WS-OPERATOR-REPLY IS NUMERIC
005902             AND NOT OA-CAN-CORRECT-SUSP
005903             MOVE "SC"     TO WS-SL-FUNCTION-CODE
005904             MOVE SPACES   TO WS-SL-CUSTOMER-NO
005905             PERFORM 2210-REFUSE-REPLY
005906                 THRU 2210-REFUSE-REPLY-EXIT
005910         WHEN WS-OPERATOR-REPLY IS NUMERIC
005920             MOVE WS-OPERATOR-REPLY TO WS-ENTRY-SUB
005930             IF WS-ENTRY-SUB > ZERO
006030             DISPLAY "UNRECOGNIZED REPLY - " WS-OPERATOR-REPLY
006040     END-EVALUATE.
006050 2200-ACCEPT-OPERATOR-REPLY-EXIT.
006051     EXIT.
006052
006053*-----------------------------------------------------------------
006054* 2210-REFUSE-REPLY - THE OPERATOR'S AUTHORITY DOES NOT COVER THE
006055* FUNCTION IN WS-SL-FUNCTION-CODE.  LOG THE REFUSAL AND SAY SO.
006056*-----------------------------------------------------------------
006057 2210-REFUSE-REPLY.
006058     MOVE "R" TO WS-SL-EVENT-CODE.
006059     IF WS-SL-FUNCTION-CODE = "SP"
006060         MOVE "NO SUSPENSE PURGE AUTHORITY" TO WS-SL-REASON-TEXT
006061     ELSE
006062         MOVE "NO SUSPENSE CORRECT/RELEASE AUTHORITY"
006063             TO WS-SL-REASON-TEXT
006064     END-IF.
006065
006066     PERFORM 2800-WRITE-SECURITY-LOG
006067         THRU 2800-WRITE-SECURITY-LOG-EXIT.
006068
006069     DISPLAY "REFUSED - OPERATOR " WS-OPERATOR-ID " - "
006070         WS-SL-REASON-TEXT.
006071 2210-REFUSE-REPLY-EXIT.
006072     EXIT.
006073
006080*-----------------------------------------------------------------
006090* 2300-CORRECT-ENTRY - SHOW THE SELECTED ENTRY, TAKE ONE FIELD
006100* CORRECTION FROM THE OPERATOR AND RESUBMIT THE RECORD THROUGH
006180     DISPLAY "DATE OF PURCHASE. . : " SUSP-DATE-OF-PURCHASE.
006190     DISPLAY "AMOUNT OF PURCHASE. : " SUSP-AMT-OF-PURCHASE.
006200     DISPLAY "TRANSACTION CODE. . : " SUSP-TRANSACTION-CODE.
006201     IF SUSP-TRANSACTION-CODE = "R"
006202         DISPLAY "ORIGINAL SEQUENCE . : " SUSP-RETURN-ORIG-SEQ
006203     END-IF.
006210     DISPLAY "STREET ADDRESS. . . : " SUSP-STREET-ADDRESS.
006220     DISPLAY "CITY/STATE/POSTAL . : " SUSP-CITY " "
006230         SUSP-STATE " " SUSP-POSTAL-CODE.
006250     DISPLAY "STATUS CODE . . . . : " SUSP-STATUS-CODE.
006260     DISPLAY "REASON. . . . . . . : " SUSP-REASON-CODE " "
006270         SUSP-REASON-TEXT.
006271     IF SUSP-SOURCE-FEED NOT = SPACES
006272         DISPLAY "SOURCE FEED . . . . : " SUSP-SOURCE-FEED
006273             " POSITION " SUSP-FEED-POSITION
006274     END-IF.
006280
006290     DISPLAY "ENTER FIELD TO CORRECT - C=CUST NO, N=NAME,"
006300         " D=DATE, A=AMOUNT, T=TRAN CODE, S=STREET,"
006301         " Y=CITY, E=STATE, P=POSTAL, H=PHONE, U=STATUS,"
006302         " O=ORIGINAL SEQUENCE: ".
006320     ACCEPT WS-FIELD-CODE.
006330
006340     EVALUATE WS-FIELD-CODE
006350         WHEN "C"
006351             DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS, OR "
006352                 "BLANK ON AN ADD TO ASSIGN THE NEXT NUMBER): "
006370             ACCEPT WS-VALUE-5
006380             MOVE WS-VALUE-5 TO SUSP-CUSTOMER-NO
006390         WHEN "N"
006490             ACCEPT WS-AMOUNT-ENTRY-X
006500             MOVE WS-AMOUNT-ENTRY TO SUSP-AMT-OF-PURCHASE
006510         WHEN "T"
006511             DISPLAY "ENTER TRANSACTION CODE "
006512                 "(A, C, D, M, P OR R): "
006530             ACCEPT WS-VALUE-1
006540             MOVE WS-VALUE-1 TO SUSP-TRANSACTION-CODE
006550         WHEN "S"
006760             DISPLAY "ENTER STATUS CODE (A, I OR H): "
006770             ACCEPT WS-VALUE-1
006780             MOVE WS-VALUE-1 TO SUSP-STATUS-CODE
006781         WHEN "O"
006782             DISPLAY "ENTER ORIGINAL PURCHASE SEQUENCE "
006783                 "(3 DIGITS): "
006784             ACCEPT WS-VALUE-3
006785             MOVE WS-VALUE-3 TO SUSP-RETURN-ORIG-SEQ
006790         WHEN OTHER
006800             DISPLAY "UNRECOGNIZED FIELD CODE - ENTRY UNCHANGED"
006810             GO TO 2300-CORRECT-ENTRY-EXIT
006900* 2400-RESUBMIT-ENTRY - THE SAME EDITS PROGRAM1 APPLIES IN ITS
006910* 2151/2152/2153 PARAGRAPHS, RUN AGAINST THE CORRECTED SUSPENSE
006920* RECORD.  A CLEAN PASS IS APPLIED TO THE MASTER; A FAILURE
006921* LEAVES THE RECORD IN SUSPENSE WITH THE NEW REASON.  A CLEAN
006922* CHANGE CARRYING STATUS "H" PUTS THE CUSTOMER ON CREDIT HOLD AND
006923* IS ONLY RELEASED BY AN OPERATOR WITH CREDIT-HOLD AUTHORITY -
006924* OTHERWISE THE CORRECTION IS KEPT, THE ENTRY STAYS IN SUSPENSE
006925* AND THE REFUSAL IS LOGGED.
006940*-----------------------------------------------------------------
006950 2400-RESUBMIT-ENTRY.
006960     SET WS-VALID-TRANSACTION TO TRUE.
007280             THRU 2480-EDIT-MERGE-SURVIVOR-EXIT
007290     END-IF.
007300
007301     IF WS-VALID-TRANSACTION
007302         AND SUSP-TRANSACTION-CODE = "P"
007303         PERFORM 2420-EDIT-DATE-OF-PURCHASE
007304             THRU 2420-EDIT-DATE-OF-PURCHASE-EXIT
007305         IF WS-VALID-TRANSACTION
007306             PERFORM 2430-EDIT-AMOUNT-OF-PURCHASE
007307                 THRU 2430-EDIT-AMOUNT-OF-PURCHASE-EXIT
007308         END-IF
007309     END-IF.
007310
007311     IF WS-VALID-TRANSACTION
007312         AND SUSP-TRANSACTION-CODE = "R"
007313         PERFORM 2420-EDIT-DATE-OF-PURCHASE
007314             THRU 2420-EDIT-DATE-OF-PURCHASE-EXIT
007315         IF WS-VALID-TRANSACTION
007316             PERFORM 2430-EDIT-AMOUNT-OF-PURCHASE
007317                 THRU 2430-EDIT-AMOUNT-OF-PURCHASE-EXIT
007318         END-IF
007319         IF WS-VALID-TRANSACTION
007320             PERFORM 2490-EDIT-RETURN-ORIGINAL
007321                 THRU 2490-EDIT-RETURN-ORIGINAL-EXIT
007322         END-IF
007323     END-IF.
007324     IF WS-INVALID-TRANSACTION
007325         MOVE WS-REASON-CODE TO SUSP-REASON-CODE
007330         MOVE WS-REASON-TEXT TO SUSP-REASON-TEXT
007340         MOVE SUSPENSE-RECORD
007350             TO WS-SUSP-TBL-RECORD (WS-ENTRY-SUB)
007360         ADD 1 TO WS-STILL-IN-ERROR-COUNT
007370         DISPLAY "STILL INVALID - LEFT IN SUSPENSE - "
007380             WS-REASON-TEXT
007381         GO TO 2400-RESUBMIT-ENTRY-EXIT
007420     END-IF.
007421
007422     IF SUSP-TRANSACTION-CODE = "C"
007423         AND SUSP-STATUS-CODE = "H"
007424         AND NOT OA-CAN-CHANGE-HOLD
007425         MOVE SUSPENSE-RECORD
007426             TO WS-SUSP-TBL-RECORD (WS-ENTRY-SUB)
007427         MOVE "R"  TO WS-SL-EVENT-CODE
007428         MOVE "CH" TO WS-SL-FUNCTION-CODE
007429         MOVE SUSP-CUSTOMER-NO TO WS-SL-CUSTOMER-NO
007430         MOVE "NO CREDIT-HOLD AUTHORITY" TO WS-SL-REASON-TEXT
007431         PERFORM 2800-WRITE-SECURITY-LOG
007432             THRU 2800-WRITE-SECURITY-LOG-EXIT
007433         DISPLAY "NOT AUTHORIZED TO PUT A CUSTOMER ON CREDIT "
007434             "HOLD - LEFT IN SUSPENSE"
007435         GO TO 2400-RESUBMIT-ENTRY-EXIT
007436     END-IF.
007437
007438     PERFORM 2500-APPLY-TO-MASTER
007439         THRU 2500-APPLY-TO-MASTER-EXIT.
007440 2400-RESUBMIT-ENTRY-EXIT.
007441     EXIT.
007450
007460*-----------------------------------------------------------------
007461* 2410-EDIT-CUSTOMER-NUMBER - AS PROGRAM1 2151.  AN ADD MAY BE
007462* RELEASED WITH A BLANK NUMBER FOR 2511 TO ASSIGN.
007480*-----------------------------------------------------------------
007490 2410-EDIT-CUSTOMER-NUMBER.
007491     IF SUSP-CUSTOMER-NO = SPACES
007492         AND SUSP-TRANSACTION-CODE = "A"
007493         GO TO 2410-EDIT-CUSTOMER-NUMBER-EXIT
007494     END-IF.
007495
007500     IF SUSP-CUSTOMER-NO IS NOT NUMERIC
007510         SET WS-INVALID-TRANSACTION TO TRUE
007520         MOVE 02 TO WS-REASON-CODE
008110         AND SUSP-TRANSACTION-CODE NOT = "C"
008120         AND SUSP-TRANSACTION-CODE NOT = "D"
008130         AND SUSP-TRANSACTION-CODE NOT = "M"
008131         AND SUSP-TRANSACTION-CODE NOT = "P"
008132         AND SUSP-TRANSACTION-CODE NOT = "R"
008140         SET WS-INVALID-TRANSACTION TO TRUE
008150         MOVE 06 TO WS-REASON-CODE
008160         MOVE "INVALID TRANSACTION CODE" TO WS-REASON-TEXT
009080     EXIT.
009090
009100*-----------------------------------------------------------------
009101* 2490-EDIT-RETURN-ORIGINAL - AS PROGRAM1 2158.  A RETURN MUST
009102* NAME ITS ORIGINAL PURCHASE BY A NON-ZERO PURCHHST SEQUENCE.
009103*-----------------------------------------------------------------
009104 2490-EDIT-RETURN-ORIGINAL.
009105     IF SUSP-RETURN-ORIG-SEQ IS NOT NUMERIC
009106         OR SUSP-RETURN-ORIG-SEQ = "000"
009107         SET WS-INVALID-TRANSACTION TO TRUE
009108         MOVE 19 TO WS-REASON-CODE
009109         MOVE "INVALID ORIGINAL PURCHASE SEQUENCE"
009110             TO WS-REASON-TEXT
009111     END-IF.
009112 2490-EDIT-RETURN-ORIGINAL-EXIT.
009113     EXIT.
009114
009115*-----------------------------------------------------------------
009116* 2500-APPLY-TO-MASTER - THE CORRECTED RECORD PASSED EVERY EDIT;
009120* APPLY IT THE WAY PROGRAM1 WOULD HAVE.  A MASTER REJECT (DUP
009130* KEY, NOT ON FILE) PUTS THE RECORD BACK IN SUSPENSE WITH THE
009140* MATCHING REASON.
009270         WHEN "M"
009280             PERFORM 2570-APPLY-MERGE
009290                 THRU 2570-APPLY-MERGE-EXIT
009291         WHEN "P"
009292             PERFORM 2580-APPLY-PAYMENT
009293                 THRU 2580-APPLY-PAYMENT-EXIT
009294         WHEN "R"
009295             PERFORM 2585-APPLY-RETURN
009296                 THRU 2585-APPLY-RETURN-EXIT
009300     END-EVALUATE.
009310 2500-APPLY-TO-MASTER-EXIT.
009320     EXIT.
009330
009340 2510-APPLY-ADD.
009341     SET WS-NUMBER-NOT-ASSIGNED TO TRUE.
009342
009350*-----------------------------------------------------------------
009360* THE SAME CREDIT ENFORCEMENT PROGRAM1'S 2310 APPLIES - AN ADD
009370* STILL CARRYING STATUS "H" OR "I" BEARS A PURCHASE THAT MUST
009500         PERFORM 2540-RETURN-TO-SUSPENSE
009510             THRU 2540-RETURN-TO-SUSPENSE-EXIT
009520         GO TO 2510-APPLY-ADD-EXIT
009521     END-IF.
009522
009523     IF SUSP-CUSTOMER-NO = SPACES
009524         PERFORM 2511-ASSIGN-CUSTOMER-NUMBER
009525             THRU 2511-ASSIGN-CUSTOMER-NUMBER-EXIT
009526         IF WS-NUMBER-NOT-ASSIGNED
009527             GO TO 2510-APPLY-ADD-EXIT
009528         END-IF
009529         MOVE WS-ASSIGNED-CUSTOMER-NO TO SUSP-CUSTOMER-NO
009530     END-IF.
009540
009550     MOVE SUSP-CUSTOMER-NO      TO CUSTOMER-NO-INDEXED
009840                 THRU 2560-WRITE-AUDIT-RECORD-EXIT
009850             DISPLAY "RECORD ADDED - CUSTOMER "
009860                 CUSTOMER-NO-INDEXED
009861             IF WS-NUMBER-ASSIGNED
009862                 ADD 1 TO WS-NUMBERS-ASSIGNED-COUNT
009863                 PERFORM 2516-QUEUE-PENDING-DELTA
009864                     THRU 2516-QUEUE-PENDING-DELTA-EXIT
009865             END-IF
009870     END-WRITE.
009880 2510-APPLY-ADD-EXIT.
009881     EXIT.
009882
009883*-----------------------------------------------------------------
009884* 2511-ASSIGN-CUSTOMER-NUMBER - AN ADD RELEASED WITH A BLANK
009885* CUSTOMER NUMBER, AS PROGRAM1 2312.  AN ASSIGNMENT RECORD FOR
009886* THIS SESSION AND SUSPENSE ENTRY MEANS THE ENTRY WAS GIVEN ITS
009887* NUMBER ON AN EARLIER RELEASE - THE SAME NUMBER IS USED AGAIN.
009888* AN ENTRY IN SUSPENSE AS A PROBABLE DUPLICATE (REASON 20) HAS
009889* BEEN REVIEWED, SO RELEASING IT IS THE DECISION THAT IT IS A NEW
009890* CUSTOMER; ANY OTHER ENTRY IS CHECKED ON NAME AND POSTAL CODE
009891* (2512) BEFORE IT TAKES THE NEXT FREE NUMBER (2514).
009892*-----------------------------------------------------------------
009893 2511-ASSIGN-CUSTOMER-NUMBER.
009894     MOVE WS-RUN-DATE  TO CN-POSTING-RUN-DATE.
009895     MOVE WS-RUN-TIME  TO CN-POSTING-RUN-TIME.
009896     MOVE WS-ENTRY-SUB TO CN-INPUT-POSITION.
009897     READ CUSTNO-CONTROL-FILE RECORD
009898         INVALID KEY
009899             CONTINUE
009900         NOT INVALID KEY
009901             MOVE CN-CUSTOMER-NO TO WS-ASSIGNED-CUSTOMER-NO
009902             SET WS-NUMBER-ASSIGNED TO TRUE
009903             DISPLAY "CUSTOMER NUMBER " WS-ASSIGNED-CUSTOMER-NO
009904                 " ALREADY ASSIGNED TO THIS ENTRY - REUSED"
009905     END-READ.
009906     IF WS-NUMBER-ASSIGNED
009907         GO TO 2511-ASSIGN-CUSTOMER-NUMBER-EXIT
009908     END-IF.
009909
009910     IF SUSP-REASON-CODE NOT = 20
009911         PERFORM 2512-CHECK-PROBABLE-DUPLICATE
009912             THRU 2512-CHECK-PROBABLE-DUPLICATE-EXIT
009913         IF WS-DUP-MATCH-NO NOT = SPACES
009914             ADD 1 TO WS-PROBABLE-DUP-COUNT
009915             MOVE 20 TO WS-REASON-CODE
009916             MOVE SPACES TO WS-REASON-TEXT
009917             STRING "PROBABLE DUPLICATE OF CUSTOMER "
009918                        DELIMITED BY SIZE
009919                    WS-DUP-MATCH-NO DELIMITED BY SIZE
009920                 INTO WS-REASON-TEXT
009921             END-STRING
009922             PERFORM 2540-RETURN-TO-SUSPENSE
009923                 THRU 2540-RETURN-TO-SUSPENSE-EXIT
009924             GO TO 2511-ASSIGN-CUSTOMER-NUMBER-EXIT
009925         END-IF
009926     END-IF.
009927
009928     PERFORM 2514-TAKE-NEXT-NUMBER
009929         THRU 2514-TAKE-NEXT-NUMBER-EXIT.
009930 2511-ASSIGN-CUSTOMER-NUMBER-EXIT.
009931     EXIT.
009932
009933*-----------------------------------------------------------------
009934* 2512-CHECK-PROBABLE-DUPLICATE - AS PROGRAM1 2313.
009935*-----------------------------------------------------------------
009936 2512-CHECK-PROBABLE-DUPLICATE.
009937     MOVE SPACES TO WS-DUP-MATCH-NO.
009938     SET WS-DUP-SCAN-MORE TO TRUE.
009939
009940     MOVE SUSP-CUSTOMER-NAME TO CUSTOMER-NAME-INDEXED.
009941     START INDEXEDFILE
009942         KEY IS EQUAL TO CUSTOMER-NAME-INDEXED
009943         INVALID KEY
009944             GO TO 2512-CHECK-PROBABLE-DUPLICATE-EXIT
009945     END-START.
009946
009947     PERFORM 2513-SCAN-NAME-MATCH
009948         THRU 2513-SCAN-NAME-MATCH-EXIT
009949         UNTIL WS-DUP-SCAN-DONE.
009950 2512-CHECK-PROBABLE-DUPLICATE-EXIT.
009951     EXIT.
009952
009953 2513-SCAN-NAME-MATCH.
009954     READ INDEXEDFILE NEXT RECORD
009955         AT END
009956             SET WS-DUP-SCAN-DONE TO TRUE
009957             GO TO 2513-SCAN-NAME-MATCH-EXIT
009958     END-READ.
009959
009960     IF CUSTOMER-NAME-INDEXED NOT = SUSP-CUSTOMER-NAME
009961         SET WS-DUP-SCAN-DONE TO TRUE
009962         GO TO 2513-SCAN-NAME-MATCH-EXIT
009963     END-IF.
009964
009965     IF POSTAL-CODE-INDEXED = SUSP-POSTAL-CODE
009966         MOVE CUSTOMER-NO-INDEXED TO WS-DUP-MATCH-NO
009967         SET WS-DUP-SCAN-DONE TO TRUE
009968     END-IF.
009969 2513-SCAN-NAME-MATCH-EXIT.
009970     EXIT.
009971
009972*-----------------------------------------------------------------
009973* 2514-TAKE-NEXT-NUMBER - AS PROGRAM1 2315.  THE CONTROL RECORD IS
009974* REWRITTEN BEFORE THE CUSTOMER IS WRITTEN, SO A FAILURE COSTS A
009975* NUMBER BUT NEVER GIVES ONE OUT TWICE.  WITH THE RANGE USED UP
009976* THE ENTRY GOES BACK TO SUSPENSE (REASON 21).
009977*-----------------------------------------------------------------
009978 2514-TAKE-NEXT-NUMBER.
009979     MOVE ZERO TO CN-KEY.
009980     READ CUSTNO-CONTROL-FILE RECORD
009981         INVALID KEY
009982             DISPLAY "CUSTNOCT CONTROL RECORD NOT FOUND - FILE "
009983                 "STATUS " WS-CUSTNO-CONTROL-STATUS
009984             MOVE 16 TO RETURN-CODE
009985             STOP RUN
009986     END-READ.
009987
009988     MOVE CN-CTL-LAST-NUMBER TO WS-CN-CANDIDATE-NO.
009989     SET WS-CN-SEARCH-MORE   TO TRUE.
009990     SET WS-CN-NUMBERS-LEFT  TO TRUE.
009991     PERFORM 2515-TRY-NEXT-NUMBER
009992         THRU 2515-TRY-NEXT-NUMBER-EXIT
009993         UNTIL WS-CN-SEARCH-DONE.
009994
009995     IF WS-CN-NUMBERS-EXHAUSTED
009996         MOVE 21 TO WS-REASON-CODE
009997         MOVE "NO CUSTOMER NUMBER LEFT TO ASSIGN"
009998             TO WS-REASON-TEXT
009999         PERFORM 2540-RETURN-TO-SUSPENSE
010000             THRU 2540-RETURN-TO-SUSPENSE-EXIT
010001         GO TO 2514-TAKE-NEXT-NUMBER-EXIT
010002     END-IF.
010003
010004     MOVE WS-CN-CANDIDATE-NO TO CN-CTL-LAST-NUMBER.
010005     ADD 1                   TO CN-CTL-ASSIGNED-COUNT.
010006     MOVE WS-RUN-DATE        TO CN-CTL-LAST-UPDATE-DATE.
010007     MOVE WS-RUN-TIME        TO CN-CTL-LAST-UPDATE-TIME.
010008     MOVE "PROGRAM5"         TO CN-CTL-LAST-UPDATE-BY.
010009
010010     REWRITE CUSTNO-CONTROL-RECORD
010011         INVALID KEY
010012             DISPLAY "CUSTNOCT CONTROL RECORD REWRITE FAILED - "
010013                 "FILE STATUS " WS-CUSTNO-CONTROL-STATUS
010014             MOVE 16 TO RETURN-CODE
010015             STOP RUN
010016     END-REWRITE.
010017
010018     MOVE WS-CN-CANDIDATE-NO TO WS-ASSIGNED-CUSTOMER-NO.
010019     SET WS-NUMBER-ASSIGNED  TO TRUE.
010020
010021     MOVE WS-RUN-DATE        TO CN-POSTING-RUN-DATE.
010022     MOVE WS-RUN-TIME        TO CN-POSTING-RUN-TIME.
010023     MOVE WS-ENTRY-SUB       TO CN-INPUT-POSITION.
010024     MOVE "N"                TO CN-RECORD-TYPE.
010025     MOVE WS-ASSIGNED-CUSTOMER-NO TO CN-CUSTOMER-NO.
010026     MOVE SPACES             TO CN-ASSIGNMENT-DATA.
010027     MOVE SUSP-CUSTOMER-NAME TO CN-ASG-CUSTOMER-NAME.
010028     MOVE SUSP-POSTAL-CODE   TO CN-ASG-POSTAL-CODE.
010029     MOVE "PROGRAM5"         TO CN-ASG-SOURCE-PROGRAM.
010030
010031     WRITE CUSTNO-CONTROL-RECORD
010032         INVALID KEY
010033             DISPLAY "CUSTNOCT ASSIGNMENT RECORD WRITE FAILED "
010034                 "FOR CUSTOMER " WS-ASSIGNED-CUSTOMER-NO
010035                 " - FILE STATUS " WS-CUSTNO-CONTROL-STATUS
010036             MOVE 16 TO RETURN-CODE
010037             STOP RUN
010038     END-WRITE.
010039
010040     DISPLAY "CUSTOMER NUMBER " WS-ASSIGNED-CUSTOMER-NO
010041         " ASSIGNED".
010042 2514-TAKE-NEXT-NUMBER-EXIT.
010043     EXIT.
010044
010045 2515-TRY-NEXT-NUMBER.
010046     IF WS-CN-CANDIDATE-NO NOT < CN-CTL-HIGHEST-NUMBER
010047         SET WS-CN-NUMBERS-EXHAUSTED TO TRUE
010048         SET WS-CN-SEARCH-DONE       TO TRUE
010049         GO TO 2515-TRY-NEXT-NUMBER-EXIT
010050     END-IF.
010051
010052     ADD 1 TO WS-CN-CANDIDATE-NO.
010053     MOVE WS-CN-CANDIDATE-NO TO CUSTOMER-NO-INDEXED.
010054     READ INDEXEDFILE RECORD
010055         INVALID KEY
010056             SET WS-CN-SEARCH-DONE TO TRUE
010057     END-READ.
010058 2515-TRY-NEXT-NUMBER-EXIT.
010059     EXIT.
010060
010061*-----------------------------------------------------------------
010062* 2516-QUEUE-PENDING-DELTA - ONE "A" DETAIL ROW ONTO DELTAPND FOR
010063* A CUSTOMER THIS SESSION NUMBERED, FLAGGED AS PROGRAM1 FLAGS ITS
010064* OWN, SO THE SENDING SYSTEM LEARNS THE NUMBER ON THE NEXT DELTA
010065* EXTRACT.  THE SOURCE POSITION IS THE ENTRY'S POSITION ON THE
010066* FEED IT CAME FROM, OR THE SUSPENSE ENTRY NUMBER WHEN IT CAME
010067* FROM NO CONSOLIDATED FEED.
010068*-----------------------------------------------------------------
010069 2516-QUEUE-PENDING-DELTA.
010070     MOVE "A"                      TO PND-DTL-ACTION-CODE.
010071     MOVE CUSTOMER-NO-INDEXED      TO PND-DTL-CUSTOMER-NO.
010072     MOVE CUSTOMER-NAME-INDEXED    TO PND-DTL-CUSTOMER-NAME.
010073     MOVE DATE-OF-PURCHASE-INDEXED TO PND-DTL-DATE-OF-PURCH.
010074     MOVE AMT-OF-PURCHASE-INDEXED  TO PND-DTL-AMT-OF-PURCH.
010075     MOVE STREET-ADDRESS-INDEXED   TO PND-DTL-STREET-ADDRESS.
010076     MOVE CITY-INDEXED             TO PND-DTL-CITY.
010077     MOVE STATE-INDEXED            TO PND-DTL-STATE.
010078     MOVE POSTAL-CODE-INDEXED      TO PND-DTL-POSTAL-CODE.
010079     MOVE PHONE-INDEXED            TO PND-DTL-PHONE.
010080     MOVE STATUS-CODE-INDEXED      TO PND-DTL-STATUS-CODE.
010081     MOVE "Y"                      TO PND-DTL-NEW-NUMBER-FLAG.
010082     MOVE WS-ENTRY-SUB             TO PND-DTL-SOURCE-POSITION.
010083     MOVE SUSP-SOURCE-FEED         TO PND-DTL-SOURCE-FEED.
010084     IF SUSP-SOURCE-FEED NOT = SPACES
010085         MOVE SUSP-FEED-POSITION   TO PND-DTL-SOURCE-POSITION
010086     END-IF.
010087
010088     WRITE PENDING-IO-RECORD FROM WS-PND-DETAIL-RECORD.
010089 2516-QUEUE-PENDING-DELTA-EXIT.
010090     EXIT.
010091
010092 2520-APPLY-CHANGE.
010093     MOVE SUSP-CUSTOMER-NO      TO CUSTOMER-NO-INDEXED
010094
010095     READ INDEXEDFILE RECORD
010096         INVALID KEY
010097             MOVE 05 TO WS-REASON-CODE
010098             MOVE "CUSTOMER NOT ON MASTER FOR CHANGE"
010099                 TO WS-REASON-TEXT
010100             PERFORM 2540-RETURN-TO-SUSPENSE
010101                 THRU 2540-RETURN-TO-SUSPENSE-EXIT
010102             GO TO 2520-APPLY-CHANGE-EXIT
010103     END-READ.
010104
010105*-----------------------------------------------------------------
010106* THE SAME CREDIT ENFORCEMENT PROGRAM1'S 2320 APPLIES - A
010107* PURCHASE AGAINST A MASTER STILL ON CREDIT HOLD OR INACTIVE
010108* GOES BACK TO SUSPENSE; IT RELEASES ONLY AFTER CREDIT HAS
010109* CLEARED THE STATUS ON THE MASTER.
010110*-----------------------------------------------------------------
010111     IF CUSTOMER-CREDIT-HOLD
010112         MOVE 14 TO WS-REASON-CODE
010120         MOVE "CUSTOMER ON CREDIT HOLD" TO WS-REASON-TEXT
010130         PERFORM 2540-RETURN-TO-SUSPENSE
010140             THRU 2540-RETURN-TO-SUSPENSE-EXIT
011090
011100*-----------------------------------------------------------------
011110* 2550-WRITE-PURCHASE-HISTORY - AS PROGRAM1 2350.  RECORD THE
011111* APPLIED ADD OR CHANGE ON THE PURCHASE HISTORY FILE, AND
011112* DEBIT THE AR LEDGER WITH IT ONCE IT HAS REACHED CUSTSUMM.
011130*-----------------------------------------------------------------
011140 2550-WRITE-PURCHASE-HISTORY.
011150     MOVE CUSTOMER-NO-INDEXED      TO PH-CUSTOMER-NO
011190     MOVE AMT-OF-PURCHASE-INDEXED  TO PH-AMT-OF-PURCHASE
011200     MOVE SUSP-TRANSACTION-CODE    TO PH-TRANSACTION-CODE
011210     MOVE WS-RUN-DATE              TO PH-RUN-DATE
011211     MOVE ZERO                     TO PH-ORIG-SEQUENCE-NO
011220     SET WS-HISTORY-NOT-WRITTEN    TO TRUE
011230     SET WS-SUMMARY-DUE            TO TRUE
011240
011290     IF WS-SUMMARY-DUE
011300         PERFORM 2555-UPDATE-CUSTOMER-SUMMARY
011310             THRU 2555-UPDATE-CUSTOMER-SUMMARY-EXIT
011311         PERFORM 2590-POST-PURCHASE-TO-LEDGER
011312             THRU 2590-POST-PURCHASE-TO-LEDGER-EXIT
011320     END-IF.
011330 2550-WRITE-PURCHASE-HISTORY-EXIT.
011340     EXIT.
012610     MOVE CUSTOMER-NO-INDEXED   TO AUD-CUSTOMER-NO
012620     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
012630     MOVE WS-AUDIT-AFTER-IMAGE  TO AUD-AFTER-IMAGE
012631     MOVE WS-AUDIT-TRAN-DATE    TO AUD-TRANSACTION-DATE
012632     MOVE WS-AUDIT-TRAN-AMOUNT  TO AUD-TRANSACTION-AMOUNT
012633     MOVE WS-OPERATOR-ID        TO AUD-OPERATOR-ID
012634     MOVE SUSP-SOURCE-FEED      TO AUD-SOURCE-FEED
012635     MOVE SUSP-FEED-POSITION    TO AUD-FEED-POSITION
012640
012641     PERFORM 2561-WRITE-AUDIT-KEYED-RECORD
012642         THRU 2561-WRITE-AUDIT-KEYED-RECORD-EXIT.
012643
012650     WRITE AUDIT-RECORD.
012651
012652     MOVE SPACES TO WS-AUDIT-TRAN-DATE.
012653     MOVE ZERO   TO WS-AUDIT-TRAN-AMOUNT.
012660 2560-WRITE-AUDIT-RECORD-EXIT.
012661     EXIT.
012662
012663*-----------------------------------------------------------------
012664* 2561-WRITE-AUDIT-KEYED-RECORD - THE AUDIT RECORD 2560 BUILT
012665* IS ABOUT TO APPEND TO AUDITTRL ALSO GOES ON THE KEYED AUDIT
012666* TRAIL AUDITKEY UNDER THE NEXT TRAIL RECORD NUMBER, KEYED BY
012667* CUSTOMER AND BY RUN, AND THE CONTROL RECORD IS REWRITTEN WITH
012668* THAT NUMBER.  A FAILURE IS REPORTED AND THE RUN GOES ON -
012669* AUDITTRL IS STILL THE TRAIL OF RECORD, AND PROGRAM24 VERIFY
012670* SHOWS THE KEYED COPY OUT OF STEP UNTIL IT IS REBUILT.
012671*-----------------------------------------------------------------
012672 2561-WRITE-AUDIT-KEYED-RECORD.
012673     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
012674     ADD 1                       TO AK-CTL-LAST-RECORD-NO.
012675     MOVE AK-CTL-LAST-RECORD-NO  TO WS-AK-TRAIL-RECORD-NO.
012676     MOVE AUD-RUN-DATE           TO AK-CTL-LAST-UPDATE-DATE.
012677     MOVE AUD-RUN-TIME           TO AK-CTL-LAST-UPDATE-TIME.
012678     MOVE AUD-SOURCE-PROGRAM     TO AK-CTL-LAST-UPDATE-BY.
012679     MOVE AUDIT-KEYED-RECORD     TO WS-AK-CONTROL-SAVE.
012680
012681     MOVE AUD-CUSTOMER-NO        TO AK-CUSTOMER-NO.
012682     MOVE AUD-RUN-DATE           TO AK-CUST-RUN-DATE
012683                                    AK-RUN-DATE.
012684     MOVE AUD-RUN-TIME           TO AK-CUST-RUN-TIME
012685                                    AK-RUN-TIME.
012686     MOVE WS-AK-TRAIL-RECORD-NO  TO AK-CUST-TRAIL-RECORD-NO
012687                                    AK-RUN-TRAIL-RECORD-NO.
012688     MOVE AUDIT-RECORD           TO AK-AUDIT-IMAGE.
012689
012690     WRITE AUDIT-KEYED-RECORD
012691         INVALID KEY
012692             DISPLAY "AUDITKEY WRITE FAILED FOR TRAIL RECORD "
012693                 WS-AK-TRAIL-RECORD-NO " - FILE STATUS "
012694                 WS-AUDIT-KEYED-STATUS
012695     END-WRITE.
012696
012697     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
012698     REWRITE AUDIT-KEYED-RECORD
012699         INVALID KEY
012700             DISPLAY "AUDITKEY CONTROL RECORD REWRITE FAILED - "
012701                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
012702     END-REWRITE.
012703 2561-WRITE-AUDIT-KEYED-RECORD-EXIT.
012704     EXIT.
012705
012706*-----------------------------------------------------------------
012707* 2570-APPLY-MERGE - AS PROGRAM1 2340.  FOLD THE SOURCE CUSTOMER
012710* INTO THE SURVIVOR NAMED IN SUSP-MERGE-SURVIVOR-NO: AMOUNTS
012720* COMBINE, THE LATER PURCHASE DATE IS KEPT, THE SURVIVOR IS
012730* REWRITTEN AND THE SOURCE IS DELETED, EACH SIDE AUDITED UNDER
013660                 THRU 2560-WRITE-AUDIT-RECORD-EXIT
013670             ADD 1 TO WS-MERGES-APPLIED-COUNT
013680             MOVE "A" TO WS-SUSP-TBL-STATUS (WS-ENTRY-SUB)
013681             MOVE WS-MERGE-SOURCE-NO-SAVE TO WS-AR-XFER-FROM-NO
013682             MOVE SUSP-MERGE-SURVIVOR-NO  TO WS-AR-XFER-TO-NO
013683             PERFORM 2595-TRANSFER-LEDGER
013684                 THRU 2595-TRANSFER-LEDGER-EXIT
013690             DISPLAY "RECORD MERGED - CUSTOMER "
013700                 WS-MERGE-SOURCE-NO-SAVE " INTO "
013710                 SUSP-MERGE-SURVIVOR-NO
013890         MOVE WS-MDW-DAY   TO WS-MDK-DAY
013900     END-IF.
013910 2571-BUILD-MERGE-DATE-KEY-EXIT.
013911     EXIT.
013912
013913*-----------------------------------------------------------------
013914* 2580-APPLY-PAYMENT - AS PROGRAM1 2380.  CREDIT THE RELEASED
013915* PAYMENT AGAINST THE CUSTOMER'S AR LEDGER, OLDEST OPEN ITEM FIRST
013916* (2581).  THE MASTER IS NOT CHANGED - THE AUDIT RECORD CARRIES
013917* THE SAME BEFORE- AND AFTER-IMAGE AND THE DATE AND AMOUNT PAID.
013918* A CUSTOMER NOT ON THE MASTER, WITH NO BALANCE, OR OWING LESS
013919* THAN THE PAYMENT GOES BACK TO SUSPENSE.
013920*-----------------------------------------------------------------
013921 2580-APPLY-PAYMENT.
013922     MOVE SUSP-CUSTOMER-NO TO CUSTOMER-NO-INDEXED
013923
013924     READ INDEXEDFILE RECORD
013925         INVALID KEY
013926             MOVE 05 TO WS-REASON-CODE
013927             MOVE "CUSTOMER NOT ON MASTER FOR PAYMENT"
013928                 TO WS-REASON-TEXT
013929             PERFORM 2540-RETURN-TO-SUSPENSE
013930                 THRU 2540-RETURN-TO-SUSPENSE-EXIT
013931             GO TO 2580-APPLY-PAYMENT-EXIT
013932     END-READ.
013933
013934     MOVE SUSP-CUSTOMER-NO TO AR-CUSTOMER-NO.
013935     MOVE ZERO             TO AR-ITEM-DATE
013936                              AR-ITEM-SEQ.
013937
013938     READ AR-LEDGER-FILE RECORD
013939         INVALID KEY
013940             MOVE 16 TO WS-REASON-CODE
013941             MOVE "PAYMENT EXCEEDS BALANCE OWED" TO WS-REASON-TEXT
013942             PERFORM 2540-RETURN-TO-SUSPENSE
013943                 THRU 2540-RETURN-TO-SUSPENSE-EXIT
013944             GO TO 2580-APPLY-PAYMENT-EXIT
013945     END-READ.
013946
013947     IF SUSP-AMT-OF-PURCHASE > AR-BAL-BALANCE-OWED
013948         MOVE 16 TO WS-REASON-CODE
013949         MOVE "PAYMENT EXCEEDS BALANCE OWED" TO WS-REASON-TEXT
013950         PERFORM 2540-RETURN-TO-SUSPENSE
013951             THRU 2540-RETURN-TO-SUSPENSE-EXIT
013952         GO TO 2580-APPLY-PAYMENT-EXIT
013953     END-IF.
013954
013955     MOVE AR-LEDGER-RECORD     TO WS-AR-BALANCE-SAVE.
013956     MOVE SUSP-AMT-OF-PURCHASE TO WS-AR-PAYMENT-REMAINING.
013957     SET WS-AR-ITEMS-MORE      TO TRUE.
013958
013959     START AR-LEDGER-FILE KEY IS GREATER THAN AR-LEDGER-KEY
013960         INVALID KEY
013961             SET WS-AR-ITEMS-DONE TO TRUE
013962     END-START.
013963
013964     PERFORM 2581-CREDIT-OPEN-ITEM
013965         THRU 2581-CREDIT-OPEN-ITEM-EXIT
013966         UNTIL WS-AR-ITEMS-DONE.
013967
013968     MOVE WS-AR-BALANCE-SAVE    TO AR-LEDGER-RECORD.
013969     SUBTRACT SUSP-AMT-OF-PURCHASE FROM AR-BAL-BALANCE-OWED.
013970     MOVE SUSP-DATE-OF-PURCHASE TO AR-BAL-LAST-PAYMENT-DATE.
013971     MOVE SUSP-AMT-OF-PURCHASE  TO AR-BAL-LAST-PAYMENT-AMT.
013972
013973     REWRITE AR-LEDGER-RECORD
013974         INVALID KEY
013975             DISPLAY "UNABLE TO REWRITE AR BALANCE FOR CUSTOMER "
013976                 AR-CUSTOMER-NO
013977     END-REWRITE.
013978
013979     IF WS-AR-PAYMENT-REMAINING > ZERO
013980         DISPLAY "AR LEDGER OUT OF BALANCE - CUSTOMER "
013981             AR-CUSTOMER-NO " OPEN ITEMS SHORT BY "
013982             WS-AR-PAYMENT-REMAINING
013983     END-IF.
013984
013985     ADD 1 TO WS-PAYMENTS-APPLIED-COUNT.
013986     ADD SUSP-AMT-OF-PURCHASE TO WS-PAYMENT-APPLIED-TOTAL.
013987     MOVE "A" TO WS-SUSP-TBL-STATUS (WS-ENTRY-SUB).
013988
013989     MOVE INDEXEDFILE-RECORD    TO WS-AUDIT-BEFORE-IMAGE.
013990     MOVE INDEXEDFILE-RECORD    TO WS-AUDIT-AFTER-IMAGE.
013991     MOVE SUSP-DATE-OF-PURCHASE TO WS-AUDIT-TRAN-DATE.
013992     MOVE SUSP-AMT-OF-PURCHASE  TO WS-AUDIT-TRAN-AMOUNT.
013993     PERFORM 2560-WRITE-AUDIT-RECORD
013994         THRU 2560-WRITE-AUDIT-RECORD-EXIT.
013995
013996     DISPLAY "PAYMENT APPLIED - CUSTOMER " CUSTOMER-NO-INDEXED.
013997 2580-APPLY-PAYMENT-EXIT.
013998     EXIT.
013999
014000*-----------------------------------------------------------------
014001* 2581-CREDIT-OPEN-ITEM - AS PROGRAM1 2381.  TAKE WHAT IS LEFT OF
014002* THE PAYMENT AGAINST THE CUSTOMER'S NEXT OPEN ITEM; AN ITEM PAID
014003* TO ZERO IS DELETED.
014004*-----------------------------------------------------------------
014005 2581-CREDIT-OPEN-ITEM.
014006     READ AR-LEDGER-FILE NEXT RECORD
014007         AT END
014008             SET WS-AR-ITEMS-DONE TO TRUE
014009             GO TO 2581-CREDIT-OPEN-ITEM-EXIT
014010     END-READ.
014011
014012     IF AR-CUSTOMER-NO NOT = SUSP-CUSTOMER-NO
014013         SET WS-AR-ITEMS-DONE TO TRUE
014014         GO TO 2581-CREDIT-OPEN-ITEM-EXIT
014015     END-IF.
014016
014017     IF WS-AR-PAYMENT-REMAINING < AR-ITEM-OPEN-AMT
014018         SUBTRACT WS-AR-PAYMENT-REMAINING FROM AR-ITEM-OPEN-AMT
014019         MOVE ZERO TO WS-AR-PAYMENT-REMAINING
014020         REWRITE AR-LEDGER-RECORD
014021             INVALID KEY
014022                 DISPLAY "UNABLE TO REWRITE AR OPEN ITEM FOR "
014023                     "CUSTOMER " AR-CUSTOMER-NO
014024         END-REWRITE
014025     ELSE
014026         SUBTRACT AR-ITEM-OPEN-AMT FROM WS-AR-PAYMENT-REMAINING
014027         DELETE AR-LEDGER-FILE RECORD
014028             INVALID KEY
014029                 DISPLAY "UNABLE TO DELETE AR OPEN ITEM FOR "
014030                     "CUSTOMER " AR-CUSTOMER-NO
014031         END-DELETE
014032     END-IF.
014033
014034     IF WS-AR-PAYMENT-REMAINING = ZERO
014035         SET WS-AR-ITEMS-DONE TO TRUE
014036     END-IF.
014037 2581-CREDIT-OPEN-ITEM-EXIT.
014038     EXIT.
014039*-----------------------------------------------------------------
014040* 2585-APPLY-RETURN - AS PROGRAM1 2410.  CREDIT THE AR LEDGER
014041* (2588) FIRST, THEN POST THE RELEASED RETURN AS A NEGATIVE
014042* HISTORY ROW LINKED TO ITS ORIGINAL PURCHASE AND BACK THE REFUND
014043* OUT OF CUSTSUMM (2587).  THE MASTER IS NOT CHANGED - THE AUDIT
014044* RECORD CARRIES THE SAME BEFORE- AND AFTER-IMAGE AND THE ORIGINAL
014045* DATE AND REFUND.  A CUSTOMER NOT ON THE MASTER, AN ORIGINAL NOT
014046* ON HISTORY, OR A REFUND LARGER THAN WHAT EARLIER RETURNS HAVE
014047* LEFT OF THE ORIGINAL (2586) GOES BACK TO SUSPENSE.
014048*-----------------------------------------------------------------
014049 2585-APPLY-RETURN.
014050     MOVE SUSP-CUSTOMER-NO TO CUSTOMER-NO-INDEXED.
014051
014052     READ INDEXEDFILE RECORD
014053         INVALID KEY
014054             MOVE 05 TO WS-REASON-CODE
014055             MOVE "CUSTOMER NOT ON MASTER FOR RETURN"
014056                 TO WS-REASON-TEXT
014057             PERFORM 2540-RETURN-TO-SUSPENSE
014058                 THRU 2540-RETURN-TO-SUSPENSE-EXIT
014059             GO TO 2585-APPLY-RETURN-EXIT
014060     END-READ.
014061
014062     MOVE SUSP-RETURN-ORIG-SEQ    TO WS-RET-ORIG-SEQUENCE-NO.
014063     MOVE SUSP-CUSTOMER-NO        TO PH-CUSTOMER-NO.
014064     MOVE SUSP-DATE-OF-PURCHASE   TO PH-DATE-OF-PURCHASE.
014065     MOVE WS-RET-ORIG-SEQUENCE-NO TO PH-SEQUENCE-NO.
014066
014067     READ PURCHASE-HISTORY-FILE RECORD
014068         INVALID KEY
014069             MOVE "R" TO PH-TRANSACTION-CODE
014070     END-READ.
014071
014072     IF PH-TRANSACTION-CODE = "R"
014073         MOVE 17 TO WS-REASON-CODE
014074         MOVE "ORIGINAL PURCHASE NOT ON HISTORY" TO WS-REASON-TEXT
014075         PERFORM 2540-RETURN-TO-SUSPENSE
014076             THRU 2540-RETURN-TO-SUSPENSE-EXIT
014077         GO TO 2585-APPLY-RETURN-EXIT
014078     END-IF.
014079
014080     MOVE PH-AMT-OF-PURCHASE TO WS-RET-ORIG-AMOUNT.
014081     MOVE ZERO               TO WS-RET-PRIOR-REFUNDS.
014082     SET WS-RET-SCAN-MORE    TO TRUE.
014083     MOVE ZERO               TO PH-SEQUENCE-NO.
014084
014085     START PURCHASE-HISTORY-FILE
014086         KEY IS GREATER THAN PURCHASE-HISTORY-KEY
014087         INVALID KEY
014088             SET WS-RET-SCAN-DONE TO TRUE
014089     END-START.
014090
014091     PERFORM 2586-SUM-PRIOR-RETURNS
014092         THRU 2586-SUM-PRIOR-RETURNS-EXIT
014093         UNTIL WS-RET-SCAN-DONE.
014094
014095     MOVE WS-RET-ORIG-AMOUNT TO WS-RET-REMAINING.
014096     SUBTRACT WS-RET-PRIOR-REFUNDS FROM WS-RET-REMAINING.
014097
014098     IF SUSP-AMT-OF-PURCHASE > WS-RET-REMAINING
014099         MOVE 18 TO WS-REASON-CODE
014100         MOVE "REFUND EXCEEDS REMAINING PURCHASE"
014101             TO WS-REASON-TEXT
014102         PERFORM 2540-RETURN-TO-SUSPENSE
014103             THRU 2540-RETURN-TO-SUSPENSE-EXIT
014104         GO TO 2585-APPLY-RETURN-EXIT
014105     END-IF.
014106
014107     PERFORM 2588-CREDIT-RETURN-TO-LEDGER
014108         THRU 2588-CREDIT-RETURN-TO-LEDGER-EXIT.
014109
014110     MOVE SUSP-CUSTOMER-NO         TO PH-CUSTOMER-NO
014111     MOVE SUSP-DATE-OF-PURCHASE    TO PH-DATE-OF-PURCHASE
014112     MOVE 1                        TO PH-SEQUENCE-NO
014113     MOVE CUSTOMER-NAME-INDEXED    TO PH-CUSTOMER-NAME
014114     MOVE SUSP-AMT-OF-PURCHASE     TO PH-AMT-OF-PURCHASE
014115     MULTIPLY -1 BY PH-AMT-OF-PURCHASE
014116     MOVE SUSP-TRANSACTION-CODE    TO PH-TRANSACTION-CODE
014117     MOVE WS-RUN-DATE              TO PH-RUN-DATE
014118     MOVE WS-RET-ORIG-SEQUENCE-NO  TO PH-ORIG-SEQUENCE-NO
014119     SET WS-HISTORY-NOT-WRITTEN    TO TRUE
014120     SET WS-SUMMARY-DUE            TO TRUE
014121
014122     PERFORM 2551-WRITE-HISTORY-RECORD
014123         THRU 2551-WRITE-HISTORY-RECORD-EXIT
014124         UNTIL WS-HISTORY-WRITTEN.
014125
014126     IF WS-SUMMARY-DUE
014127         PERFORM 2587-BACK-OUT-CUSTOMER-SUMMARY
014128             THRU 2587-BACK-OUT-CUSTOMER-SUMMARY-EXIT
014129     END-IF.
014130
014131     ADD 1 TO WS-RETURNS-APPLIED-COUNT.
014132     ADD SUSP-AMT-OF-PURCHASE TO WS-RETURN-APPLIED-TOTAL.
014133     MOVE "A" TO WS-SUSP-TBL-STATUS (WS-ENTRY-SUB).
014134
014135     MOVE INDEXEDFILE-RECORD    TO WS-AUDIT-BEFORE-IMAGE.
014136     MOVE INDEXEDFILE-RECORD    TO WS-AUDIT-AFTER-IMAGE.
014137     MOVE SUSP-DATE-OF-PURCHASE TO WS-AUDIT-TRAN-DATE.
014138     MOVE SUSP-AMT-OF-PURCHASE  TO WS-AUDIT-TRAN-AMOUNT.
014139     PERFORM 2560-WRITE-AUDIT-RECORD
014140         THRU 2560-WRITE-AUDIT-RECORD-EXIT.
014143
014144     DISPLAY "RETURN APPLIED - CUSTOMER " CUSTOMER-NO-INDEXED
014145         " PURCHASE " SUSP-DATE-OF-PURCHASE
014146         " SEQUENCE " WS-RET-ORIG-SEQUENCE-NO.
014147 2585-APPLY-RETURN-EXIT.
014148     EXIT.
014149
014150*-----------------------------------------------------------------
014151* 2586-SUM-PRIOR-RETURNS - AS PROGRAM1 2411.  ADD UP WHAT EARLIER
014152* RETURNS LINKED TO THE SAME ORIGINAL HAVE ALREADY REFUNDED.  A
014153* RETURN ROW'S AMOUNT IS NEGATIVE, SO IT IS SUBTRACTED.
014154*-----------------------------------------------------------------
014155 2586-SUM-PRIOR-RETURNS.
014156     READ PURCHASE-HISTORY-FILE NEXT RECORD
014157         AT END
014158             SET WS-RET-SCAN-DONE TO TRUE
014159             GO TO 2586-SUM-PRIOR-RETURNS-EXIT
014160     END-READ.
014161
014162     IF PH-CUSTOMER-NO NOT = SUSP-CUSTOMER-NO
014163         OR PH-DATE-OF-PURCHASE NOT = SUSP-DATE-OF-PURCHASE
014164         SET WS-RET-SCAN-DONE TO TRUE
014165         GO TO 2586-SUM-PRIOR-RETURNS-EXIT
014166     END-IF.
014167
014168     IF PH-TRANSACTION-CODE = "R"
014169         IF PH-ORIG-SEQUENCE-NO = WS-RET-ORIG-SEQUENCE-NO
014170             SUBTRACT PH-AMT-OF-PURCHASE FROM WS-RET-PRIOR-REFUNDS
014171         END-IF
014172     END-IF.
014173 2586-SUM-PRIOR-RETURNS-EXIT.
014174     EXIT.
014175
014176*-----------------------------------------------------------------
014177* 2587-BACK-OUT-CUSTOMER-SUMMARY - AS PROGRAM1 2412.  TAKE THE
014178* REFUND OUT OF LIFETIME, AND OUT OF YTD WHEN THE ORIGINAL FELL IN
014179* THE CURRENT YTD YEAR.  A BUCKET NEVER GOES BELOW ZERO.
014180*-----------------------------------------------------------------
014181 2587-BACK-OUT-CUSTOMER-SUMMARY.
014182     MOVE SUSP-DATE-OF-PURCHASE TO WS-MERGE-DATE-WORK.
014183     PERFORM 2571-BUILD-MERGE-DATE-KEY
014184         THRU 2571-BUILD-MERGE-DATE-KEY-EXIT.
014185
014186     MOVE SUSP-CUSTOMER-NO TO CS-CUSTOMER-NO.
014187
014188     READ CUSTOMER-SUMMARY-FILE RECORD
014189         INVALID KEY
014190             DISPLAY "CUSTOMER SUMMARY NOT ON FILE - RETURN NOT "
014191                 "BACKED OUT FOR CUSTOMER " SUSP-CUSTOMER-NO
014192             GO TO 2587-BACK-OUT-CUSTOMER-SUMMARY-EXIT
014193     END-READ.
014194
014195     IF WS-MDK-YEAR = CS-YTD-YEAR
014196         IF SUSP-AMT-OF-PURCHASE < CS-YTD-AMOUNT
014197             SUBTRACT SUSP-AMT-OF-PURCHASE FROM CS-YTD-AMOUNT
014198         ELSE
014199             MOVE ZERO TO CS-YTD-AMOUNT
014200         END-IF
014201     END-IF.
014202
014203     IF SUSP-AMT-OF-PURCHASE < CS-LIFE-AMOUNT
014204         SUBTRACT SUSP-AMT-OF-PURCHASE FROM CS-LIFE-AMOUNT
014205     ELSE
014206         MOVE ZERO TO CS-LIFE-AMOUNT
014207     END-IF.
014208
014209     REWRITE CUSTOMER-SUMMARY-RECORD
014210         INVALID KEY
014211             DISPLAY "UNABLE TO REWRITE CUSTOMER SUMMARY "
014212                 "FOR CUSTOMER " CS-CUSTOMER-NO
014213     END-REWRITE.
014214 2587-BACK-OUT-CUSTOMER-SUMMARY-EXIT.
014215     EXIT.
014216
014217*-----------------------------------------------------------------
014218* 2588-CREDIT-RETURN-TO-LEDGER - AS PROGRAM1 2413.  CREDIT WHAT IS
014219* STILL OPEN ON THE ORIGINAL PURCHASE'S ITEM FIRST (AN ITEM
014220* CREDITED TO ZERO IS DELETED) AND BRING THE BALANCE OWED DOWN BY
014221* THE SAME AMOUNT; THE REST OF THE REFUND WAITS IN UNAPPLIED
014222* CREDIT FOR THE NEXT PURCHASE.
014223*-----------------------------------------------------------------
014224 2588-CREDIT-RETURN-TO-LEDGER.
014225     MOVE SUSP-DATE-OF-PURCHASE TO WS-MERGE-DATE-WORK.
014226     PERFORM 2571-BUILD-MERGE-DATE-KEY
014227         THRU 2571-BUILD-MERGE-DATE-KEY-EXIT.
014228
014229     MOVE SUSP-AMT-OF-PURCHASE    TO WS-AR-PAYMENT-REMAINING.
014230     MOVE ZERO                    TO WS-AR-ITEM-OPEN-AMT.
014231     MOVE SUSP-CUSTOMER-NO        TO AR-CUSTOMER-NO.
014232     MOVE WS-MERGE-DATE-KEY-N     TO AR-ITEM-DATE.
014233     MOVE WS-RET-ORIG-SEQUENCE-NO TO AR-ITEM-SEQ.
014234
014235     READ AR-LEDGER-FILE RECORD
014236         INVALID KEY
014237             MOVE ZERO TO WS-AR-ITEM-OPEN-AMT
014238         NOT INVALID KEY
014239             IF WS-AR-PAYMENT-REMAINING < AR-ITEM-OPEN-AMT
014240                 MOVE WS-AR-PAYMENT-REMAINING
014241                     TO WS-AR-ITEM-OPEN-AMT
014242                 SUBTRACT WS-AR-PAYMENT-REMAINING
014243                     FROM AR-ITEM-OPEN-AMT
014244                 REWRITE AR-LEDGER-RECORD
014245                     INVALID KEY
014246                         DISPLAY "UNABLE TO REWRITE AR OPEN ITEM "
014247                             "FOR CUSTOMER " AR-CUSTOMER-NO
014248                 END-REWRITE
014249             ELSE
014250                 MOVE AR-ITEM-OPEN-AMT TO WS-AR-ITEM-OPEN-AMT
014251                 DELETE AR-LEDGER-FILE RECORD
014252                     INVALID KEY
014253                         DISPLAY "UNABLE TO DELETE AR OPEN ITEM "
014254                             "FOR CUSTOMER " AR-CUSTOMER-NO
014255                 END-DELETE
014256             END-IF
014257     END-READ.
014258
014259     SUBTRACT WS-AR-ITEM-OPEN-AMT FROM WS-AR-PAYMENT-REMAINING.
014260
014261     MOVE SUSP-CUSTOMER-NO TO WS-AR-XFER-TO-NO.
014262     PERFORM 2591-READ-LEDGER-BALANCE
014263         THRU 2591-READ-LEDGER-BALANCE-EXIT.
014264
014265     IF WS-AR-ITEM-OPEN-AMT > AR-BAL-BALANCE-OWED
014266         DISPLAY "AR LEDGER OUT OF BALANCE - CUSTOMER "
014267             AR-CUSTOMER-NO " BALANCE SHORT OF OPEN ITEM"
014268         MOVE ZERO TO AR-BAL-BALANCE-OWED
014269     ELSE
014270         SUBTRACT WS-AR-ITEM-OPEN-AMT FROM AR-BAL-BALANCE-OWED
014271     END-IF.
014272
014273     ADD WS-AR-PAYMENT-REMAINING TO AR-BAL-UNAPPLIED-CREDIT.
014274
014275     PERFORM 2592-WRITE-LEDGER-BALANCE
014276         THRU 2592-WRITE-LEDGER-BALANCE-EXIT.
014277 2588-CREDIT-RETURN-TO-LEDGER-EXIT.
014278     EXIT.
014279
014280*-----------------------------------------------------------------
014281* 2590-POST-PURCHASE-TO-LEDGER - AS PROGRAM1 2390.  DEBIT THE AR
014282* LEDGER WITH THE PURCHASE JUST FOLDED INTO CUSTSUMM, UNAPPLIED
014283* CREDIT FIRST, THE REST AS A NEW OPEN ITEM KEYED BY PURCHASE
014284* DATE AND PURCHHST SEQUENCE NUMBER.
014285*-----------------------------------------------------------------
014286 2590-POST-PURCHASE-TO-LEDGER.
014287     IF WS-SUMM-PURCHASE-DATE-KEY = ZERO
014288         GO TO 2590-POST-PURCHASE-TO-LEDGER-EXIT
014289     END-IF.
014290
014291     MOVE AMT-OF-PURCHASE-INDEXED TO WS-AR-ITEM-OPEN-AMT.
014292     MOVE CUSTOMER-NO-INDEXED     TO WS-AR-XFER-TO-NO.
014293     PERFORM 2591-READ-LEDGER-BALANCE
014294         THRU 2591-READ-LEDGER-BALANCE-EXIT.
014295
014296     IF AR-BAL-UNAPPLIED-CREDIT > ZERO
014297         IF AR-BAL-UNAPPLIED-CREDIT < WS-AR-ITEM-OPEN-AMT
014298             SUBTRACT AR-BAL-UNAPPLIED-CREDIT
014299                 FROM WS-AR-ITEM-OPEN-AMT
014300             MOVE ZERO TO AR-BAL-UNAPPLIED-CREDIT
014301         ELSE
014302             SUBTRACT WS-AR-ITEM-OPEN-AMT
014303                 FROM AR-BAL-UNAPPLIED-CREDIT
014304             MOVE ZERO TO WS-AR-ITEM-OPEN-AMT
014305         END-IF
014306     END-IF.
014307
014308     ADD WS-AR-ITEM-OPEN-AMT TO AR-BAL-BALANCE-OWED.
014309
014310     PERFORM 2592-WRITE-LEDGER-BALANCE
014311         THRU 2592-WRITE-LEDGER-BALANCE-EXIT.
014312
014313     IF WS-AR-ITEM-OPEN-AMT = ZERO
014314         GO TO 2590-POST-PURCHASE-TO-LEDGER-EXIT
014315     END-IF.
014316
014317     MOVE SPACES                    TO AR-LEDGER-RECORD.
014318     MOVE CUSTOMER-NO-INDEXED       TO AR-CUSTOMER-NO.
014319     MOVE WS-SUMM-PURCHASE-DATE-KEY TO AR-ITEM-DATE.
014320     MOVE PH-SEQUENCE-NO            TO AR-ITEM-SEQ.
014321     SET AR-OPEN-ITEM               TO TRUE.
014322     MOVE DATE-OF-PURCHASE-INDEXED  TO AR-ITEM-PURCHASE-DATE.
014323     MOVE AMT-OF-PURCHASE-INDEXED   TO AR-ITEM-ORIGINAL-AMT.
014324     MOVE WS-AR-ITEM-OPEN-AMT       TO AR-ITEM-OPEN-AMT.
014325     MOVE WS-RUN-DATE               TO AR-ITEM-RUN-DATE.
014326
014327     WRITE AR-LEDGER-RECORD
014328         INVALID KEY
014329             DISPLAY "AR OPEN ITEM ALREADY ON FILE - CUSTOMER "
014330                 AR-CUSTOMER-NO " DATE " AR-ITEM-DATE
014331                 " SEQUENCE " AR-ITEM-SEQ
014332     END-WRITE.
014333 2590-POST-PURCHASE-TO-LEDGER-EXIT.
014334     EXIT.
014335
014336*-----------------------------------------------------------------
014337* 2591-READ-LEDGER-BALANCE - AS PROGRAM1 2391.  READ THE BALANCE
014338* RECORD FOR WS-AR-XFER-TO-NO OR BUILD AN EMPTY ONE.
014339*-----------------------------------------------------------------
014340 2591-READ-LEDGER-BALANCE.
014341     MOVE WS-AR-XFER-TO-NO TO AR-CUSTOMER-NO.
014342     MOVE ZERO             TO AR-ITEM-DATE
014343                              AR-ITEM-SEQ.
014344
014345     READ AR-LEDGER-FILE RECORD
014346         INVALID KEY
014347             SET WS-AR-BALANCE-NEW TO TRUE
014348             MOVE SPACES           TO AR-LEDGER-RECORD
014349             MOVE WS-AR-XFER-TO-NO TO AR-CUSTOMER-NO
014350             MOVE ZERO             TO AR-ITEM-DATE
014351                                      AR-ITEM-SEQ
014352                                      AR-BAL-BALANCE-OWED
014353                                      AR-BAL-UNAPPLIED-CREDIT
014354                                      AR-BAL-LAST-PAYMENT-AMT
014355                                      AR-BAL-LAST-POST-RUN-DATE
014356                                      AR-BAL-LAST-POST-RUN-TIME
014357                                      AR-BAL-LAST-POST-POSITION
014358             SET AR-BALANCE-RECORD TO TRUE
014359         NOT INVALID KEY
014360             SET WS-AR-BALANCE-ON-FILE TO TRUE
014361     END-READ.
014362 2591-READ-LEDGER-BALANCE-EXIT.
014363     EXIT.
014364
014365*-----------------------------------------------------------------
014366* 2592-WRITE-LEDGER-BALANCE - AS PROGRAM1 2392.
014367*-----------------------------------------------------------------
014368 2592-WRITE-LEDGER-BALANCE.
014369     IF WS-AR-BALANCE-ON-FILE
014370         REWRITE AR-LEDGER-RECORD
014371             INVALID KEY
014372                 DISPLAY "UNABLE TO REWRITE AR BALANCE FOR "
014373                     "CUSTOMER " AR-CUSTOMER-NO
014374         END-REWRITE
014375     ELSE
014376         WRITE AR-LEDGER-RECORD
014377             INVALID KEY
014378                 DISPLAY "UNABLE TO WRITE AR BALANCE FOR "
014379                     "CUSTOMER " AR-CUSTOMER-NO
014380         END-WRITE
014381     END-IF.
014382 2592-WRITE-LEDGER-BALANCE-EXIT.
014383     EXIT.
014384
014385*-----------------------------------------------------------------
014386* 2595-TRANSFER-LEDGER - AS PROGRAM1 2395.  MOVE THE MERGE
014387* SOURCE'S OPEN ITEMS TO THE SURVIVOR (2596) AND ADD ITS BALANCE
014388* OWED AND UNAPPLIED CREDIT INTO THE SURVIVOR'S BALANCE RECORD.
014389*-----------------------------------------------------------------
014390 2595-TRANSFER-LEDGER.
014391     MOVE WS-AR-XFER-FROM-NO TO AR-CUSTOMER-NO.
014392     MOVE ZERO               TO AR-ITEM-DATE
014393                                AR-ITEM-SEQ.
014394
014395     READ AR-LEDGER-FILE RECORD
014396         INVALID KEY
014397             GO TO 2595-TRANSFER-LEDGER-EXIT
014398     END-READ.
014399
014400     MOVE AR-BAL-BALANCE-OWED     TO WS-AR-XFER-OWED.
014401     MOVE AR-BAL-UNAPPLIED-CREDIT TO WS-AR-XFER-CREDIT.
014402
014403     DELETE AR-LEDGER-FILE RECORD
014404         INVALID KEY
014405             DISPLAY "UNABLE TO DELETE AR BALANCE FOR CUSTOMER "
014406                 AR-CUSTOMER-NO
014407     END-DELETE.
014408
014409     SET WS-AR-ITEMS-MORE TO TRUE.
014410     PERFORM 2596-TRANSFER-OPEN-ITEM
014411         THRU 2596-TRANSFER-OPEN-ITEM-EXIT
014412         UNTIL WS-AR-ITEMS-DONE.
014413
014414     PERFORM 2591-READ-LEDGER-BALANCE
014415         THRU 2591-READ-LEDGER-BALANCE-EXIT.
014416     ADD WS-AR-XFER-OWED   TO AR-BAL-BALANCE-OWED.
014417     ADD WS-AR-XFER-CREDIT TO AR-BAL-UNAPPLIED-CREDIT.
014418     PERFORM 2592-WRITE-LEDGER-BALANCE
014419         THRU 2592-WRITE-LEDGER-BALANCE-EXIT.
014420
014421     DISPLAY "AR LEDGER TRANSFERRED - CUSTOMER "
014422         WS-AR-XFER-FROM-NO " INTO " WS-AR-XFER-TO-NO.
014423 2595-TRANSFER-LEDGER-EXIT.
014424     EXIT.
014425
014426*-----------------------------------------------------------------
014427* 2596-TRANSFER-OPEN-ITEM - AS PROGRAM1 2396.  MOVE THE SOURCE'S
014428* FIRST REMAINING OPEN ITEM TO THE SURVIVOR.
014429*-----------------------------------------------------------------
014430 2596-TRANSFER-OPEN-ITEM.
014431     MOVE WS-AR-XFER-FROM-NO TO AR-CUSTOMER-NO.
014432     MOVE ZERO               TO AR-ITEM-DATE
014433                                AR-ITEM-SEQ.
014434
014435     START AR-LEDGER-FILE KEY IS NOT LESS THAN AR-LEDGER-KEY
014436         INVALID KEY
014437             SET WS-AR-ITEMS-DONE TO TRUE
014438             GO TO 2596-TRANSFER-OPEN-ITEM-EXIT
014439     END-START.
014440
014441     READ AR-LEDGER-FILE NEXT RECORD
014442         AT END
014443             SET WS-AR-ITEMS-DONE TO TRUE
014444             GO TO 2596-TRANSFER-OPEN-ITEM-EXIT
014445     END-READ.
014446
014447     IF AR-CUSTOMER-NO NOT = WS-AR-XFER-FROM-NO
014448         SET WS-AR-ITEMS-DONE TO TRUE
014449         GO TO 2596-TRANSFER-OPEN-ITEM-EXIT
014450     END-IF.
014451
014452     MOVE AR-LEDGER-RECORD TO WS-AR-ITEM-SAVE.
014453
014454     DELETE AR-LEDGER-FILE RECORD
014455         INVALID KEY
014456             DISPLAY "UNABLE TO DELETE AR OPEN ITEM FOR CUSTOMER "
014457                 AR-CUSTOMER-NO
014458             SET WS-AR-ITEMS-DONE TO TRUE
014459             GO TO 2596-TRANSFER-OPEN-ITEM-EXIT
014460     END-DELETE.
014461
014462     MOVE WS-AR-ITEM-SAVE  TO AR-LEDGER-RECORD.
014463     MOVE WS-AR-XFER-TO-NO TO AR-CUSTOMER-NO.
014464     SET WS-AR-ITEM-NOT-WRITTEN TO TRUE.
014465
014466     PERFORM 2597-WRITE-TRANSFERRED-ITEM
014467         THRU 2597-WRITE-TRANSFERRED-ITEM-EXIT
014468         UNTIL WS-AR-ITEM-WRITTEN.
014469 2596-TRANSFER-OPEN-ITEM-EXIT.
014470     EXIT.
014471
014472*-----------------------------------------------------------------
014473* 2597-WRITE-TRANSFERRED-ITEM - AS PROGRAM1 2397.
014474*-----------------------------------------------------------------
014475 2597-WRITE-TRANSFERRED-ITEM.
014476     WRITE AR-LEDGER-RECORD
014477         INVALID KEY
014478             IF AR-ITEM-SEQ < 999
014479                 ADD 1 TO AR-ITEM-SEQ
014480             ELSE
014481                 DISPLAY "AR OPEN ITEM NOT TRANSFERRED - "
014482                     "CUSTOMER " WS-AR-XFER-FROM-NO
014483                     " DATE " AR-ITEM-DATE
014484                 SET WS-AR-ITEM-WRITTEN TO TRUE
014485             END-IF
014486         NOT INVALID KEY
014487             SET WS-AR-ITEM-WRITTEN TO TRUE
014488     END-WRITE.
014489 2597-WRITE-TRANSFERRED-ITEM-EXIT.
014490     EXIT.
014491
014492*-----------------------------------------------------------------
014493* 2600-PURGE-AGED-ENTRIES - DROP EVERY LIVE ENTRY THAT HAS SAT
014494* IN SUSPENSE MORE THAN WS-PURGE-AGE-DAYS DAYS.  A RECORD WITH
014495* NO READABLE DATE WRITTEN PREDATES THE DATE-WRITTEN FIELD AND
014496* IS THE OLDEST OF ALL, SO IT PURGES TOO.
014497*-----------------------------------------------------------------
014498 2600-PURGE-AGED-ENTRIES.
014499     PERFORM 2610-AGE-ONE-ENTRY
014500         THRU 2610-AGE-ONE-ENTRY-EXIT
014501         VARYING WS-ENTRY-SUB FROM 1 BY 1
014502         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
014503 2600-PURGE-AGED-ENTRIES-EXIT.
014504     EXIT.
014505
014506 2610-AGE-ONE-ENTRY.
014507     IF NOT WS-ENTRY-IN-SUSPENSE (WS-ENTRY-SUB)
014508         GO TO 2610-AGE-ONE-ENTRY-EXIT
014509     END-IF.
014510
014511     MOVE WS-SUSP-TBL-RECORD (WS-ENTRY-SUB) TO SUSPENSE-RECORD.
014512
014513     IF SUSP-DATE-WRITTEN IS NOT NUMERIC
014514         OR SUSP-DATE-WRITTEN = ZERO
014515         MOVE "P" TO WS-SUSP-TBL-STATUS (WS-ENTRY-SUB)
014516         ADD 1 TO WS-RECORDS-PURGED-COUNT
014517         DISPLAY "PURGED - CUSTOMER " SUSP-CUSTOMER-NO
014518             " - DATE WRITTEN UNKNOWN, TREATED AS AGED"
014519         GO TO 2610-AGE-ONE-ENTRY-EXIT
014520     END-IF.
014521
014522     MOVE SUSP-DATE-WRITTEN TO WS-CONVERT-DATE.
014523     PERFORM 2700-CONVERT-DATE-TO-DAY-NO
014524         THRU 2700-CONVERT-DATE-TO-DAY-NO-EXIT.
014525
014526     IF WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
014527         SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
014528             GIVING WS-ENTRY-AGE-DAYS
014529     ELSE
014530         MOVE ZERO TO WS-ENTRY-AGE-DAYS
014531     END-IF.
014532
014533     IF WS-ENTRY-AGE-DAYS > WS-PURGE-AGE-DAYS
014534         MOVE "P" TO WS-SUSP-TBL-STATUS (WS-ENTRY-SUB)
014535         ADD 1 TO WS-RECORDS-PURGED-COUNT
014536         DISPLAY "PURGED - CUSTOMER " SUSP-CUSTOMER-NO
014537             " - " WS-ENTRY-AGE-DAYS " DAYS IN SUSPENSE"
014538     END-IF.
014539 2610-AGE-ONE-ENTRY-EXIT.
014540     EXIT.
014541
014542*-----------------------------------------------------------------
014543* 2700-CONVERT-DATE-TO-DAY-NO - TURN WS-CONVERT-DATE (CCYYMMDD)
014544* INTO A DAY NUMBER SO TWO DATES SUBTRACT TO DAYS BETWEEN THEM.
014545* PRIOR YEARS CONTRIBUTE 365 DAYS EACH PLUS ONE PER LEAP YEAR
014546* (DIVISIBLE BY 4, NOT BY 100 UNLESS ALSO BY 400); THE MONTHS
014547* ALREADY PASSED THIS YEAR COME FROM A CUMULATIVE TABLE.
014548*-----------------------------------------------------------------
014549 2700-CONVERT-DATE-TO-DAY-NO.
014550     SUBTRACT 1 FROM WS-CNV-YEAR GIVING WS-CNV-PRIOR-YEARS.
014551
014552     MULTIPLY WS-CNV-PRIOR-YEARS BY 365 GIVING WS-DAY-NUMBER.
014553
014560     DIVIDE WS-CNV-PRIOR-YEARS BY 4 GIVING WS-CNV-LEAP-DAYS.
014570     ADD WS-CNV-LEAP-DAYS TO WS-DAY-NUMBER.
014580     DIVIDE WS-CNV-PRIOR-YEARS BY 100 GIVING WS-CNV-LEAP-DAYS.
015050     EXIT.
015060
015070*-----------------------------------------------------------------
015071* 2800-WRITE-SECURITY-LOG - ONE SECLOG RECORD FOR THIS SESSION'S
015072* OPERATOR FROM THE WS-SL- FIELDS THE CALLER SET.  SOURCE
015073* "PROGRAM5", AS ON THE AUDIT TRAIL.
015074*-----------------------------------------------------------------
015075 2800-WRITE-SECURITY-LOG.
015076     MOVE WS-RUN-DATE         TO SL-RUN-DATE.
015077     ACCEPT SL-RUN-TIME FROM TIME.
015078     MOVE "PROGRAM5"          TO SL-SOURCE-PROGRAM.
015079     MOVE WS-OPERATOR-ID      TO SL-OPERATOR-ID.
015080     MOVE WS-SL-EVENT-CODE    TO SL-EVENT-CODE.
015081     MOVE WS-SL-FUNCTION-CODE TO SL-FUNCTION-CODE.
015082     MOVE WS-SL-CUSTOMER-NO   TO SL-CUSTOMER-NO.
015083     MOVE WS-SL-REASON-TEXT   TO SL-REASON-TEXT.
015084
015085     WRITE SECURITY-LOG-RECORD.
015086 2800-WRITE-SECURITY-LOG-EXIT.
015087     EXIT.
015088
015089*-----------------------------------------------------------------
015090* 8000-PRODUCE-CONTROL-TOTALS - PRINT THE SESSION'S CONTROL
015091* TOTALS SO THE CORRECTED-AND-APPLIED RECORDS BALANCE INTO THE
015100* DAILY OPERATIONS NUMBERS.
015110*-----------------------------------------------------------------
015120 8000-PRODUCE-CONTROL-TOTALS.
015410     MOVE WS-MERGES-APPLIED-COUNT   TO CTL-MERGES-COUNT
015420     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-MERGES-LINE.
015430
015431     MOVE WS-PAYMENTS-APPLIED-COUNT TO CTL-PAYMENTS-COUNT
015432     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-PAYMENTS-LINE.
015433
015434     MOVE WS-RETURNS-APPLIED-COUNT  TO CTL-RETURNS-COUNT
015435     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-RETURNS-LINE.
015436
015437     MOVE WS-NUMBERS-ASSIGNED-COUNT TO CTL-ASSIGNED-COUNT
015438     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-ASSIGNED-LINE.
015439
015440     MOVE WS-PROBABLE-DUP-COUNT     TO CTL-REVIEW-COUNT
015441     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-REVIEW-LINE.
015442
015443     MOVE WS-STILL-IN-ERROR-COUNT   TO CTL-ERROR-COUNT
015450     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-ERROR-LINE.
015460
015470     MOVE WS-RECORDS-PURGED-COUNT   TO CTL-PURGED-COUNT
015520
015530     MOVE WS-AMOUNT-APPLIED-TOTAL   TO CTL-AMOUNT-TOTAL
015540     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE.
015541
015542     MOVE WS-PAYMENT-APPLIED-TOTAL  TO CTL-PAYMENT-AMOUNT-TOTAL
015543     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-PAYMENT-AMOUNT-LINE.
015544
015545     MOVE WS-RETURN-APPLIED-TOTAL   TO CTL-RETURN-AMOUNT-TOTAL
015546     WRITE SUSPCTL-REPORT-LINE FROM WS-CTL-RETURN-AMOUNT-LINE.
015550 8000-PRODUCE-CONTROL-TOTALS-EXIT.
015560     EXIT.
015570
015840           INDEXEDFILE
015850           PURCHASE-HISTORY-FILE
015860           AUDIT-FILE
015861           AUDIT-KEYED-FILE
015870           CUSTOMER-SUMMARY-FILE
015871           AR-LEDGER-FILE
015872           SUSPENSE-CTL-FILE
015873           OPERAUTH-FILE
015874           SECURITY-LOG-FILE
015875           CUSTNO-CONTROL-FILE
015876           DELTA-PENDING-FILE.
015890 9000-TERMINATE-EXIT.
015900     EXIT.
015910
