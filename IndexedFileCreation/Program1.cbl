002440*                  THE OVERNIGHT APPLIES.  THE TRAILER COUNT
002450*                  NOW TIES TO ADDED+CHANGED+DELETED PLUS THE
002460*                  FOLDED DESK CHANGES.
002461* 2026-09-14 JWH   ACCOUNTS RECEIVABLE.  NEW "P" PAYMENT
002462*                  TRANSACTION (DATE AND AMOUNT OF PAYMENT IN THE
002463*                  PURCHASE DATE AND AMOUNT FIELDS) IS APPLIED TO
002464*                  THE KEYED AR LEDGER ARLEDGR (ARLEDGER.CPY),
002465*                  OLDEST OPEN ITEM FIRST.  A PAYMENT FOR A
002466*                  CUSTOMER NOT ON THE MASTER OR FOR MORE THAN
002467*                  THE BALANCE OWED GOES TO SUSPENSE (REASON 05
002468*                  OR 16).  EVERY APPLIED PURCHASE NOW DEBITS THE
002469*                  LEDGER WITH AN OPEN ITEM AND A MERGE MOVES THE
002470*                  SOURCE'S LEDGER TO THE SURVIVOR.  PAYMENTS
002471*                  AUDIT (CODE "P", DATE AND AMOUNT ON THE NEW
002472*                  AUDIT FIELDS), EXTRACT AS ACTION "P", COUNT ON
002473*                  THEIR OWN CONTROL TOTALS LINES AND ON THE
002474*                  RUNHIST END RECORD, AND CARRY THROUGH THE
002475*                  CHECKPOINT - A RESTART DOES NOT APPLY THE SAME
002476*                  PAYMENT TWICE.
002477* 2026-09-21 JWH   RETURNS.  NEW "R" RETURN TRANSACTION NAMES THE
002478*                  ORIGINAL PURCHASE BY CUSTOMER, DATE OF
002479*                  PURCHASE AND PURCHHST SEQUENCE NUMBER (FIRST
002480*                  THREE BYTES OF THE NAME FIELD) AND CARRIES THE
002481*                  REFUND IN THE AMOUNT FIELD.  IT POSTS A
002482*                  NEGATIVE HISTORY ROW LINKED TO THE ORIGINAL,
002483*                  BACKS THE REFUND OUT OF CUSTSUMM AND CREDITS
002484*                  THE AR LEDGER.  AN ORIGINAL NOT ON HISTORY, A
002485*                  BAD SEQUENCE OR A REFUND LARGER THAN WHAT IS
002486*                  LEFT OF THE ORIGINAL GOES TO SUSPENSE (REASONS
002487*                  17, 19 AND 18).  RETURNS AUDIT AND EXTRACT AS
002488*                  "R" AND COUNT ON THEIR OWN CONTROL TOTALS
002489*                  LINES, CHECKPOINT AND RUNHIST FIELDS.  PURCHHST
002490*                  IS NOW OPENED FOR DYNAMIC ACCESS SO THE PRIOR
002491*                  RETURNS AGAINST A PURCHASE CAN BE READ.
002492* 2026-09-28 JWH   OPERATOR SECURITY - A RUNOVRD=YES OVERRIDE OF
002493*                  THE DUPLICATE-RUN CHECK NOW NAMES THE OPERATOR
002494*                  IN THE MAINTOPR ENVIRONMENT NAME, WHO MUST BE
002495*                  ACTIVE ON THE OPERATOR AUTHORIZATION FILE
002496*                  OPERAUTH WITH RUN OVERRIDE AUTHORITY, OR THE
002497*                  RUN IS REFUSED (1520).  THE OVERRIDE OR REFUSAL
002498*                  GOES TO THE SECURITY LOG SECLOG AND THE
002499*                  OVERRIDING OPERATOR'S ID RIDES EVERY AUDIT
002500*                  RECORD THE FORCED RUN WRITES.
002501* 2026-10-01 JWH   KEYED AUDIT TRAIL - EVERY AUDIT RECORD IS ALSO
002502*                  WRITTEN TO THE KEYED COMPANION AUDITKEY
002503*                  (AUDITKEY.CPY, KEYED BY CUSTOMER AND BY RUN)
002504*                  UNDER THE NEXT TRAIL RECORD NUMBER HELD ON ITS
002505*                  CONTROL RECORD (1900/2361), SO THE AUDIT
002506*                  INQUIRY AND THE BACK-OUT AND REGENERATION
002507*                  UTILITIES GO STRAIGHT TO A CUSTOMER OR A RUN.
002508* 2026-10-07 JWH   AUTOMATIC CUSTOMER NUMBERS.  AN "A" ADD MAY
002509*                  NOW ARRIVE WITH A BLANK CUSTOMER NUMBER AND IS
002510*                  GIVEN THE NEXT FREE NUMBER OFF THE CONTROL
002511*                  RECORD ON THE NEW CUSTOMER NUMBER CONTROL FILE
002512*                  CUSTNOCT (CUSTNOCT.CPY), WHICH ALSO RECORDS
002513*                  EACH ASSIGNMENT AGAINST THE POSTING RUN AND
002514*                  SEQFILE POSITION SO A RESTART REUSES THE SAME
002515*                  NUMBER (1950, 2312-2316).  BEFORE A NUMBER IS
002516*                  GIVEN THE NAME ALTERNATE KEY IS READ (THE
002517*                  MASTER IS NOW OPENED FOR DYNAMIC ACCESS) AND A
002518*                  CUSTOMER WITH THE SAME NAME AND POSTAL CODE
002519*                  SENDS THE ADD TO SUSPENSE FOR REVIEW (REASON
002520*                  20).  EVERY ASSIGNMENT AND REVIEW IS LISTED ON
002521*                  THE NEW-ACCOUNTS REPORT NEWACCT AND COUNTED ON
002522*                  THE CONTROL TOTALS AND THE CHECKPOINT, AND THE
002523*                  "A" EXTRACT ROW CARRIES AN ASSIGNED FLAG AND
002524*                  THE SEQFILE POSITION WITH THE NUMBER GIVEN, SO
002525*                  THE SENDING SYSTEM CAN UPDATE ITS SIDE.
002526* 2026-10-09 JWH   SOURCE FEED TAG.  SEQFILE-RECORD CARRIES THE
002527*                  FEED ID AND FEED RECORD POSITION THE NEW FEED
002528*                  CONSOLIDATION (PROGRAM26) STAMPS ON EVERY ROW
002529*                  (BLANK/ZERO ON A FILE BUILT ANY OTHER WAY).
002530*                  BOTH ARE COPIED TO EVERY SUSPENSE RECORD AND
002531*                  AUDIT RECORD THIS RUN WRITES, SO A REJECT OR
002532*                  A CHANGE TRACES BACK TO THE FEED IT CAME FROM.
002533*                  AN ASSIGNED-NUMBER "A" EXTRACT ROW CARRIES THE
002534*                  FEED AND THE FEED'S OWN POSITION, AND THE NEW-
002535*                  ACCOUNTS REPORT SHOWS THE FEED.
002536* 2026-10-15 JWH   A RETURN NOW CREDITS THE AR LEDGER BEFORE IT
002537*                  WRITES HISTORY, SO A RESTART AFTER AN ABEND
002538*                  BETWEEN THE TWO NO LONGER COUNTS THE RETURN'S
002539*                  OWN ROW AS A PRIOR REFUND.  A FAILED WRITE
002540*                  OF THE CUSTNOCT ASSIGNMENT RECORD NOW STOPS
002541*                  THE RUN.
002542* 2026-10-15 JWH   PURCHHST ROWS AND THE DATE ADDED ON A NEW
002543*                  MASTER TAKE THE STREAM DATE (STRMDATE, DEFAULT
002544*                  TODAY, EDITED FOR A REAL CALENDAR DAY) SO A RUN
002545*                  FOR A CLOSED MONTH POSTS INTO THAT MONTH.  THE
002546*                  AUDIT TRAIL, RUNHIST, THE BACKUP AND THE
002547*                  CHECKPOINT STILL CARRY THE CLOCK DATE OF THE
002548*                  RUN.
002549* ------------------------------------------------------------
002550*
002551*-----------------------------------------------------------------
002552* PROGRAM1 LOADS SEQFILE (A LINE SEQUENTIAL EXTRACT OF CUSTOMER
002553* PURCHASE TRANSACTIONS) INTO INDEXEDMASTER, THE INDEXED CUSTOMER
002554* MASTER FILE KEYED BY CUSTOMER-NO-INDEXED.
002555*-----------------------------------------------------------------
002556 ENVIRONMENT DIVISION.
002557 INPUT-OUTPUT SECTION.
002560 FILE-CONTROL.
002570     SELECT INDEXEDFILE
002580         ASSIGN TO INDXMSTR
002590         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002610         RECORD KEY IS CUSTOMER-NO-INDEXED
002620         ALTERNATE RECORD KEY IS CUSTOMER-NAME-INDEXED
002630             WITH DUPLICATES
002860     SELECT OPTIONAL PURCHASE-HISTORY-FILE
002870         ASSIGN TO PURCHHST
002880         ORGANIZATION IS INDEXED
002890         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS PURCHASE-HISTORY-KEY
002910         FILE STATUS IS WS-PURCH-HIST-STATUS.
002920
002940         ASSIGN TO AUDITTRL
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS WS-AUDIT-STATUS.
002961
002962     SELECT OPTIONAL AUDIT-KEYED-FILE
002963         ASSIGN TO AUDITKEY
002964         ORGANIZATION IS INDEXED
002965         ACCESS MODE IS DYNAMIC
002966         RECORD KEY IS AK-CUSTOMER-KEY
002967         ALTERNATE RECORD KEY IS AK-RUN-KEY
002968         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
002970
002980     SELECT OPTIONAL EXTRACT-FILE
002990         ASSIGN TO DELTAEXT
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS WS-HELD-REPORT-STATUS.
003240
003241     SELECT OPTIONAL AR-LEDGER-FILE
003242         ASSIGN TO ARLEDGR
003243         ORGANIZATION IS INDEXED
003244         ACCESS MODE IS DYNAMIC
003245         RECORD KEY IS AR-LEDGER-KEY
003246         FILE STATUS IS WS-AR-LEDGER-STATUS.
003247
003248     SELECT OPERAUTH-FILE
003249         ASSIGN TO OPERAUTH
003250         ORGANIZATION IS INDEXED
003251         ACCESS MODE IS RANDOM
003252         RECORD KEY IS OA-OPERATOR-ID
003253         FILE STATUS IS WS-OPERAUTH-STATUS.
003254
003255     SELECT OPTIONAL SECURITY-LOG-FILE
003256         ASSIGN TO SECLOG
003257         ORGANIZATION IS LINE SEQUENTIAL
003258         FILE STATUS IS WS-SECLOG-STATUS.
003259
003260     SELECT OPTIONAL CUSTNO-CONTROL-FILE
003261         ASSIGN TO CUSTNOCT
003262         ORGANIZATION IS INDEXED
003263         ACCESS MODE IS RANDOM
003264         RECORD KEY IS CN-KEY
003265         ALTERNATE RECORD KEY IS CN-CUSTOMER-NO
003266             WITH DUPLICATES
003267         FILE STATUS IS WS-CUSTNO-CONTROL-STATUS.
003268
003269     SELECT OPTIONAL NEW-ACCOUNTS-FILE
003270         ASSIGN TO NEWACCT
003271         ORGANIZATION IS LINE SEQUENTIAL
003272         FILE STATUS IS WS-NEW-ACCOUNTS-STATUS.
003273
003274 DATA DIVISION.
003275 FILE SECTION.
003276 FD  INDEXEDFILE.
003280     COPY CUSTMAST.
003290 
003300 FD  SEQFILE.
003380         88  TRAN-CODE-CHANGE      VALUE "C".
003390         88  TRAN-CODE-DELETE      VALUE "D".
003400         88  TRAN-CODE-MERGE       VALUE "M".
003401         88  TRAN-CODE-PAYMENT     VALUE "P".
003402         88  TRAN-CODE-RETURN      VALUE "R".
003410     05  STREET-ADDRESS-SEQ        PICTURE X(25).
003420     05  CITY-SEQ                  PICTURE X(15).
003430     05  STATE-SEQ                 PICTURE X(2).
003440     05  POSTAL-CODE-SEQ           PICTURE X(5).
003450     05  PHONE-SEQ                 PICTURE X(10).
003460     05  STATUS-CODE-SEQ           PICTURE X(1).
003461*    WHEN SEQFILE IS BUILT BY THE FEED CONSOLIDATION (PROGRAM26)
003462*    EACH ROW CARRIES THE FEED IT CAME FROM AND ITS RECORD
003463*    POSITION ON THAT FEED.  A FILE BUILT ANY OTHER WAY LEAVES
003464*    BOTH BLANK.
003465     05  SOURCE-FEED-SEQ           PICTURE X(8).
003466     05  FEED-POSITION-SEQ         PICTURE 9(7).
003470
003480 01  DOPS-REDEFINITION REDEFINES SEQFILE-RECORD.
003490     05  FILLER                    PICTURE X(25).
003520     05  DOPS-DAY                  PICTURE 99.
003530     05  FILLER                    PICTURE X.
003540     05  DOPS-YEAR                 PICTURE 9999.
003550     05  FILLER                    PICTURE X(81).
003560
003570*-----------------------------------------------------------------
003580* A MERGE TRANSACTION ("M") CARRIES THE SURVIVING CUSTOMER
003630 01  MERGE-REDEFINITION REDEFINES SEQFILE-RECORD.
003640     05  FILLER                    PICTURE X(5).
003650     05  MERGE-SURVIVOR-NO-SEQ     PICTURE X(5).
003660     05  FILLER                    PICTURE X(106).
003661
003662*-----------------------------------------------------------------
003663* A RETURN TRANSACTION ("R") CARRIES THE PURCHHST SEQUENCE NUMBER
003664* OF THE ORIGINAL PURCHASE IN THE FIRST THREE BYTES OF THE NAME
003665* FIELD.  THE DATE IS THE ORIGINAL PURCHASE DATE AND THE AMOUNT IS
003666* THE REFUND.  THE ADDRESS FIELDS ARE NOT USED ON A RETURN.
003667*-----------------------------------------------------------------
003668 01  RETURN-REDEFINITION REDEFINES SEQFILE-RECORD.
003669     05  FILLER                    PICTURE X(5).
003670     05  RETURN-ORIG-SEQUENCE-SEQ  PICTURE 9(3).
003671     05  FILLER                    PICTURE X(108).
003672
003680*-----------------------------------------------------------------
003690* THE INBOUND FILE IS WRAPPED IN AN "H" HEADER AND A "T" TRAILER
003700* LIKE THE DELTA EXTRACT.  THE FIRST BYTE OF A DETAIL ROW IS A
003701* DIGIT OF CUSTOMER-NO-SEQ (OR A SPACE, ON AN ADD LEFT FOR THIS
003702* RUN TO NUMBER), SO "H" AND "T" CANNOT COLLIDE WITH A VALID
003703* TRANSACTION.
003730*-----------------------------------------------------------------
003740 01  SEQ-HEADER-REDEFINITION REDEFINES SEQFILE-RECORD.
003750     05  SEQ-HDR-RECORD-TYPE       PICTURE X(1).
003760     05  SEQ-HDR-RUN-DATE          PICTURE 9(8).
003770     05  SEQ-HDR-SOURCE-JOB        PICTURE X(8).
003780     05  FILLER                    PICTURE X(99).
003790
003800 01  SEQ-TRAILER-REDEFINITION REDEFINES SEQFILE-RECORD.
003810     05  SEQ-TRL-RECORD-TYPE       PICTURE X(1).
003820     05  SEQ-TRL-RECORD-COUNT      PICTURE 9(9).
003830     05  SEQ-TRL-AMOUNT-HASH       PICTURE 9(11)V99.
003840     05  FILLER                    PICTURE X(93).
003850
003860 FD  SUSPENSE-FILE.
003870     COPY SUSPREC.
004020     05  CKPT-EXTRACT-RECORD-COUNT     PICTURE 9(09).
004030     05  CKPT-EXTRACT-AMOUNT-HASH      PICTURE 9(11)V99.
004040     05  CKPT-RECORDS-HELD-COUNT       PICTURE 9(07).
004041     05  CKPT-PAYMENTS-APPLIED-COUNT   PICTURE 9(07).
004042     05  CKPT-PAYMENT-AMOUNT-TOTAL     PICTURE 9(09)V99.
004043     05  CKPT-POSTING-RUN-DATE         PICTURE 9(08).
004044     05  CKPT-POSTING-RUN-TIME         PICTURE 9(08).
004045     05  CKPT-RETURNS-APPLIED-COUNT    PICTURE 9(07).
004046     05  CKPT-RETURN-AMOUNT-TOTAL      PICTURE 9(09)V99.
004047     05  CKPT-NUMBERS-ASSIGNED-COUNT   PICTURE 9(07).
004048     05  CKPT-PROBABLE-DUP-COUNT       PICTURE 9(07).
004050
004060 FD  PURCHASE-HISTORY-FILE.
004070     COPY PURCHHST.
004090 FD  AUDIT-FILE.
004100     COPY AUDITREC.
004110
004111 FD  AUDIT-KEYED-FILE.
004112     COPY AUDITKEY.
004113
004120 FD  EXTRACT-FILE.
004130 01  EXTRACT-IO-RECORD                 PICTURE X(120).
004140
004240 FD  CUSTOMER-SUMMARY-FILE.
004250     COPY CUSTSUMM.
004260
004261 FD  AR-LEDGER-FILE.
004262     COPY ARLEDGER.
004263
004264 FD  OPERAUTH-FILE.
004265     COPY OPERAUTH.
004266
004267 FD  SECURITY-LOG-FILE.
004268     COPY SECLOG.
004269
004270 FD  CUSTNO-CONTROL-FILE.
004271     COPY CUSTNOCT.
004272
004273 FD  NEW-ACCOUNTS-FILE.
004274 01  NEW-ACCOUNTS-LINE                 PICTURE X(80).
004275
004276 WORKING-STORAGE SECTION.
004280 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
004290     88  WS-EOF                 VALUE "Y".
004300     88  WS-NOT-EOF             VALUE "N".
004360 77  WS-CHECKPOINT-STATUS       PIC X(02) VALUE "00".
004370 77  WS-PURCH-HIST-STATUS       PIC X(02) VALUE "00".
004380 77  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
004381 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
004390 77  WS-EXTRACT-STATUS          PIC X(02) VALUE "00".
004400 77  WS-PENDING-STATUS          PIC X(02) VALUE "00".
004410 77  WS-PENDING-EOF-SWITCH      PIC X(01) VALUE "N".
004450 77  WS-RUN-HIST-STATUS         PIC X(02) VALUE "00".
004460 77  WS-HELD-REPORT-STATUS      PIC X(02) VALUE "00".
004470 77  WS-SUMMARY-STATUS          PIC X(02) VALUE "00".
004471 77  WS-AR-LEDGER-STATUS        PIC X(02) VALUE "00".
004472 77  WS-OPERAUTH-STATUS         PIC X(02) VALUE "00".
004473 77  WS-SECLOG-STATUS           PIC X(02) VALUE "00".
004474 77  WS-CUSTNO-CONTROL-STATUS   PIC X(02) VALUE "00".
004475 77  WS-NEW-ACCOUNTS-STATUS     PIC X(02) VALUE "00".
004480
004490*-----------------------------------------------------------------
004500* RUN-CONTROL WORKING STORAGE - THE RESOLVED SEQFILE IDENTITY
004510* THIS RUN IS PROCESSING, THE DUPLICATE-RUN SWITCH AND THE
004511* OPERATOR OVERRIDE ACCEPTED FROM THE RUNOVRD ENVIRONMENT NAME,
004512* WITH THE OPERATOR WHO GAVE IT (MAINTOPR) - SPACES WHEN THE RUN
004513* WAS NOT FORCED - AND THE REASON AN OVERRIDE WAS REFUSED.
004530*-----------------------------------------------------------------
004540 77  WS-SEQFILE-NAME            PIC X(200) VALUE SPACES.
004550 77  WS-RUN-OVERRIDE            PIC X(03)  VALUE SPACES.
004551 77  WS-OVERRIDE-OPERATOR-ID    PIC X(08)  VALUE SPACES.
004552 77  WS-SL-REASON-TEXT          PIC X(40)  VALUE SPACES.
004560 77  WS-RUN-HIST-EOF-SWITCH     PIC X(01)  VALUE "N".
004570     88  WS-RUN-HIST-EOF        VALUE "Y".
004580     88  WS-RUN-HIST-MORE       VALUE "N".
004860     88  WS-HISTORY-NOT-WRITTEN VALUE "N".
004870
004880 77  WS-PH-REPLAY-NAME-SAVE     PIC X(20)    VALUE SPACES.
004890 77  WS-PH-REPLAY-AMT-SAVE      PIC S9(05)V99 VALUE ZERO.
004900 77  WS-PH-REPLAY-TRN-SAVE      PIC X(01)    VALUE SPACE.
004901 77  WS-PH-REPLAY-ORIG-SAVE     PIC 9(03)    VALUE ZERO.
004910
004920*-----------------------------------------------------------------
004930* CUSTOMER SUMMARY WORKING STORAGE - EVERY APPLIED PURCHASE
005110*-----------------------------------------------------------------
005120 77  WS-AUDIT-BEFORE-IMAGE      PIC X(116) VALUE SPACES.
005130 77  WS-AUDIT-AFTER-IMAGE       PIC X(116) VALUE SPACES.
005131 77  WS-AUDIT-TRAN-DATE         PIC X(10)  VALUE SPACES.
005132 77  WS-AUDIT-TRAN-AMOUNT       PIC 9(07)V99 VALUE ZERO.
005133
005134*-----------------------------------------------------------------
005135* ACCOUNTS RECEIVABLE WORKING STORAGE - THE BALANCE RECORD IS
005136* HELD HERE WHILE A PAYMENT WALKS THE OPEN ITEMS OR A MERGE
005137* MOVES THEM, AND THE POSTING RUN IDENTITY (THE ORIGINAL RUN'S
005138* DATE/TIME, CARRIED THROUGH THE CHECKPOINT ON A RESTART) IS
005139* STAMPED ON EVERY BALANCE A PAYMENT TOUCHES.
005140*-----------------------------------------------------------------
005141 77  WS-AR-BALANCE-SAVE         PIC X(81)  VALUE SPACES.
005142 77  WS-AR-ITEM-SAVE            PIC X(81)  VALUE SPACES.
005143 77  WS-AR-PAYMENT-REMAINING    PIC 9(07)V99 VALUE ZERO.
005144 77  WS-AR-ITEM-OPEN-AMT        PIC 9(07)V99 VALUE ZERO.
005145 77  WS-AR-XFER-OWED            PIC 9(09)V99 VALUE ZERO.
005146 77  WS-AR-XFER-CREDIT          PIC 9(09)V99 VALUE ZERO.
005147 77  WS-AR-XFER-FROM-NO         PIC X(05)  VALUE SPACES.
005148 77  WS-AR-XFER-TO-NO           PIC X(05)  VALUE SPACES.
005149 77  WS-POSTING-RUN-DATE        PIC 9(08)  VALUE ZERO.
005150 77  WS-POSTING-RUN-TIME        PIC 9(08)  VALUE ZERO.
005151 77  WS-AR-ITEMS-SWITCH         PIC X(01)  VALUE "N".
005152     88  WS-AR-ITEMS-DONE       VALUE "Y".
005153     88  WS-AR-ITEMS-MORE       VALUE "N".
005154 77  WS-AR-WRITTEN-SWITCH       PIC X(01)  VALUE "N".
005155     88  WS-AR-ITEM-WRITTEN     VALUE "Y".
005156     88  WS-AR-ITEM-NOT-WRITTEN VALUE "N".
005157 77  WS-AR-BALANCE-SWITCH       PIC X(01)  VALUE "N".
005158     88  WS-AR-BALANCE-ON-FILE  VALUE "Y".
005159     88  WS-AR-BALANCE-NEW      VALUE "N".
005160
005161*-----------------------------------------------------------------
005162* RETURN WORKING STORAGE - THE ORIGINAL PURCHASE A RETURN NAMES,
005163* ITS AMOUNT, AND WHAT EARLIER RETURNS HAVE ALREADY REFUNDED
005164* AGAINST IT.
005165*-----------------------------------------------------------------
005166 77  WS-RET-ORIG-SEQUENCE-NO    PIC 9(03)  VALUE ZERO.
005167 77  WS-RET-ORIG-AMOUNT         PIC 9(05)V99 VALUE ZERO.
005168 77  WS-RET-PRIOR-REFUNDS       PIC 9(07)V99 VALUE ZERO.
005169 77  WS-RET-REMAINING           PIC S9(07)V99 VALUE ZERO.
005170 77  WS-RET-SCAN-SWITCH         PIC X(01)  VALUE "N".
005171     88  WS-RET-SCAN-DONE       VALUE "Y".
005172     88  WS-RET-SCAN-MORE       VALUE "N".
005173
005174*-----------------------------------------------------------------
005175* CUSTOMER NUMBER ASSIGNMENT WORKING STORAGE - AN ADD WITH A BLANK
005176* CUSTOMER NUMBER IS FIRST CHECKED ON THE NAME ALTERNATE KEY FOR A
005177* PROBABLE EXISTING CUSTOMER (SAME NAME AND POSTAL CODE), THEN
005178* GIVEN THE NEXT FREE NUMBER OFF THE CUSTNOCT CONTROL RECORD.
005179*-----------------------------------------------------------------
005180 77  WS-ASSIGN-SWITCH           PIC X(01) VALUE "N".
005181     88  WS-NUMBER-ASSIGNED     VALUE "Y".
005182     88  WS-NUMBER-NOT-ASSIGNED VALUE "N".
005183 77  WS-ASSIGNED-CUSTOMER-NO    PIC X(05) VALUE SPACES.
005184 77  WS-CN-CANDIDATE-NO         PIC 9(05) VALUE ZERO.
005185 77  WS-CN-SEARCH-SWITCH        PIC X(01) VALUE "N".
005186     88  WS-CN-SEARCH-DONE      VALUE "Y".
005187     88  WS-CN-SEARCH-MORE      VALUE "N".
005188 77  WS-CN-EXHAUSTED-SWITCH     PIC X(01) VALUE "N".
005189     88  WS-CN-NUMBERS-EXHAUSTED VALUE "Y".
005190     88  WS-CN-NUMBERS-LEFT     VALUE "N".
005191 77  WS-DUP-SCAN-SWITCH         PIC X(01) VALUE "N".
005192     88  WS-DUP-SCAN-DONE       VALUE "Y".
005193     88  WS-DUP-SCAN-MORE       VALUE "N".
005194 77  WS-DUP-MATCH-NO            PIC X(05) VALUE SPACES.
005195*-----------------------------------------------------------------
005196* DAILY DELTA EXTRACT WORKING STORAGE - FIXED-FORMAT INTERFACE
005197* RECORDS FOR THE DOWNSTREAM SYSTEMS, WRAPPED IN A HEADER AND A
005198* TRAILER SO THE RECEIVER CAN PROVE IT GOT THE WHOLE FILE.  AN
005199* "A" ROW FOR A CUSTOMER THIS RUN NUMBERED CARRIES "Y" IN THE
005200* NEW-NUMBER FLAG AND THE SEQFILE POSITION OF THE ADD, SO THE
005201* SENDING SYSTEM CAN MATCH THE NUMBER BACK TO ITS OWN RECORD.
005202*-----------------------------------------------------------------
005203 77  WS-EXTRACT-ACTION          PIC X(01) VALUE SPACE.
005210 77  WS-EXTRACT-RECORD-COUNT    PIC 9(09) COMP VALUE ZERO.
005220 77  WS-EXTRACT-AMOUNT-HASH     PIC 9(11)V99 COMP-3 VALUE ZERO.
005230
005400     05  EXT-DTL-POSTAL-CODE    PIC X(05).
005410     05  EXT-DTL-PHONE          PIC X(10).
005420     05  EXT-DTL-STATUS-CODE    PIC X(01).
005421     05  EXT-DTL-NEW-NUMBER-FLAG PIC X(01).
005422     05  EXT-DTL-SOURCE-POSITION PIC 9(07).
005423     05  EXT-DTL-SOURCE-FEED    PIC X(08).
005424     05  FILLER                 PIC X(02) VALUE SPACES.
005440
005450 01  WS-EXT-TRAILER-RECORD.
005460     05  EXT-TRL-RECORD-TYPE    PIC X(01) VALUE "T".
005480     05  EXT-TRL-AMOUNT-HASH    PIC 9(11)V99.
005490     05  FILLER                 PIC X(97) VALUE SPACES.
005500
005501*-----------------------------------------------------------------
005502* KEYED AUDIT TRAIL - THE AUDITKEY CONTROL RECORD AS LAST WRITTEN,
005503* AND THE TRAIL RECORD NUMBER GIVEN TO THE AUDIT RECORD BEING
005504* WRITTEN.
005505*-----------------------------------------------------------------
005506 77  WS-AK-CONTROL-SAVE         PIC X(366) VALUE SPACES.
005507 77  WS-AK-TRAIL-RECORD-NO      PIC 9(09)  VALUE ZERO.
005510*-----------------------------------------------------------------
005520* MERGE WORKING STORAGE - THE SOURCE CUSTOMER'S RECORD AND KEY
005530* VALUES SAVED ACROSS THE SURVIVOR READ, AND DATE-KEY WORK
006040 77  WS-RECORDS-REJECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
006050 77  WS-RECORDS-HELD-COUNT      PIC 9(07) COMP VALUE ZERO.
006060 77  WS-AMOUNT-WRITTEN-TOTAL    PIC 9(09)V99 COMP-3 VALUE ZERO.
006061 77  WS-PAYMENTS-APPLIED-COUNT  PIC 9(07) COMP VALUE ZERO.
006062 77  WS-PAYMENT-AMOUNT-TOTAL    PIC 9(09)V99 COMP-3 VALUE ZERO.
006063 77  WS-RETURNS-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
006064 77  WS-RETURN-AMOUNT-TOTAL     PIC 9(09)V99 COMP-3 VALUE ZERO.
006065 77  WS-NUMBERS-ASSIGNED-COUNT  PIC 9(07) COMP VALUE ZERO.
006066 77  WS-PROBABLE-DUP-COUNT      PIC 9(07) COMP VALUE ZERO.
006070 
006080 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
006090 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(08).
006091*
006092* STREAM DATE - THE BUSINESS DATE THE NIGHT POSTS UNDER (STRMDATE,
006093* TODAY WHEN NOT SET).  IT DATES HISTORY ROWS AND NEW CUSTOMERS
006094* ONLY.  THE AUDIT TRAIL, RUNHIST, THE BACKUP AND THE CHECKPOINT
006095* IDENTIFY THE RUN, SO THEY STAY ON WS-RUN-DATE, THE CLOCK DATE.
006096 01  WS-STREAM-DATE             PIC 9(08) VALUE ZERO.
006097 01  WS-STREAM-DATE-R REDEFINES WS-STREAM-DATE.
006098     05  WS-SD-YEAR             PIC 9(04).
006099     05  WS-SD-MONTH            PIC 9(02).
006100     05  WS-SD-DAY              PIC 9(02).
006101 01  WS-STREAM-DATE-X REDEFINES WS-STREAM-DATE PIC X(08).
006102 
006110 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
006120 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
006130     05  WS-RUN-HH              PIC 9(02).
007120     05  CTL-HELD-COUNT PIC ZZZ,ZZZ,ZZ9.
007130     05  FILLER PIC X(19) VALUE SPACES.
007140
007141 01  WS-CTL-PAYMENTS-LINE.
007142     05  FILLER PIC X(50) VALUE
007143         "PAYMENTS APPLIED TO CUSTOMER BALANCES. . . . . :".
007144     05  CTL-PAYMENTS-COUNT PIC ZZZ,ZZZ,ZZ9.
007145     05  FILLER PIC X(19) VALUE SPACES.
007146
007147 01  WS-CTL-RETURNS-LINE.
007148     05  FILLER PIC X(50) VALUE
007149         "RETURNS APPLIED AGAINST ORIGINAL PURCHASES. . . :".
007150     05  CTL-RETURNS-COUNT PIC ZZZ,ZZZ,ZZ9.
007151     05  FILLER PIC X(19) VALUE SPACES.
007152
007153 01  WS-CTL-ASSIGNED-LINE.
007154     05  FILLER PIC X(50) VALUE
007155         "NEW CUSTOMER NUMBERS ASSIGNED. . . . . . . . . :".
007156     05  CTL-ASSIGNED-COUNT PIC ZZZ,ZZZ,ZZ9.
007157     05  FILLER PIC X(19) VALUE SPACES.
007158
007159 01  WS-CTL-REVIEW-LINE.
007160     05  FILLER PIC X(50) VALUE
007161         "PROBABLE DUPLICATES SENT TO REVIEW . . . . . . :".
007162     05  CTL-REVIEW-COUNT PIC ZZZ,ZZZ,ZZ9.
007163     05  FILLER PIC X(19) VALUE SPACES.
007164
007165*-----------------------------------------------------------------
007166* HELD-TRANSACTIONS REPORT LINE LAYOUTS - ONE LINE PER PURCHASE
007170* DIVERTED BY THE CREDIT-HOLD/INACTIVE ENFORCEMENT, FOR THE
007180* CREDIT DESK'S MORNING WORK LIST.
007190*-----------------------------------------------------------------
007440     05  HELD-DTL-REASON      PIC X(36).
007450     05  FILLER               PIC X(42) VALUE SPACES.
007460 
007461*-----------------------------------------------------------------
007462* NEW-ACCOUNTS REPORT LINE LAYOUTS - ONE LINE PER CUSTOMER NUMBER
007463* THIS RUN ASSIGNED AND PER BLANK-NUMBER ADD SENT TO SUSPENSE AS A
007464* PROBABLE EXISTING CUSTOMER, WITH THE NUMBER IT MATCHED.  THE
007465* TWO COUNT LINES FROM THE CONTROL TOTALS CLOSE THE REPORT.
007466*-----------------------------------------------------------------
007467 01  WS-NEWA-TITLE-LINE.
007468     05  FILLER PIC X(35) VALUE
007469         "NEW ACCOUNTS REPORT - PROGRAM1 RUN ".
007470     05  NEWA-TITLE-RUN-DATE PIC 9999/99/99.
007471     05  FILLER PIC X(35) VALUE SPACES.
007472
007473 01  WS-NEWA-COLUMN-LINE.
007474     05  FILLER PIC X(09) VALUE "ACTION".
007475     05  FILLER PIC X(06) VALUE "CUST".
007476     05  FILLER PIC X(21) VALUE "NAME".
007477     05  FILLER PIC X(06) VALUE "POSTL".
007478     05  FILLER PIC X(03) VALUE "ST".
007479     05  FILLER PIC X(09) VALUE "SEQ POS".
007480     05  FILLER PIC X(09) VALUE "EXISTING".
007481     05  FILLER PIC X(17) VALUE "FEED".
007482
007483 01  WS-NEWA-DETAIL-LINE.
007484     05  NEWA-DTL-ACTION      PIC X(08).
007485     05  FILLER               PIC X(01) VALUE SPACES.
007486     05  NEWA-DTL-CUSTOMER-NO PIC X(05).
007487     05  FILLER               PIC X(01) VALUE SPACES.
007488     05  NEWA-DTL-NAME        PIC X(20).
007489     05  FILLER               PIC X(01) VALUE SPACES.
007490     05  NEWA-DTL-POSTAL-CODE PIC X(05).
007491     05  FILLER               PIC X(01) VALUE SPACES.
007492     05  NEWA-DTL-STATE       PIC X(02).
007493     05  FILLER               PIC X(01) VALUE SPACES.
007494     05  NEWA-DTL-POSITION    PIC ZZZZZZ9.
007495     05  FILLER               PIC X(02) VALUE SPACES.
007496     05  NEWA-DTL-MATCH-NO    PIC X(05).
007497     05  FILLER               PIC X(04) VALUE SPACES.
007498     05  NEWA-DTL-FEED        PIC X(08).
007499     05  FILLER               PIC X(09) VALUE SPACES.
007500
007501 77  WS-NEWA-BLANK-LINE        PIC X(80) VALUE SPACES.
007502 01  WS-CTL-AMOUNT-LINE.
007503     05  FILLER PIC X(50) VALUE
007504         "TOTAL AMOUNT WRITTEN TO CUSTOMER MASTER . . . :".
007505     05  CTL-AMOUNT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
007510     05  FILLER PIC X(11) VALUE SPACES.
007511
007512 01  WS-CTL-PAYMENT-AMOUNT-LINE.
007513     05  FILLER PIC X(50) VALUE
007514         "TOTAL PAYMENTS APPLIED TO CUSTOMER BALANCES. . :".
007515     05  CTL-PAYMENT-AMOUNT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
007516     05  FILLER PIC X(11) VALUE SPACES.
007517
007518 01  WS-CTL-RETURN-AMOUNT-LINE.
007519     05  FILLER PIC X(50) VALUE
007520         "TOTAL AMOUNT REFUNDED ON RETURNS. . . . . . . . :".
007521     05  CTL-RETURN-AMOUNT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
007522     05  FILLER PIC X(11) VALUE SPACES.
007523 
007530 PROCEDURE DIVISION.
007540*-----------------------------------------------------------------
007550* 0000-MAINLINE
007790 1000-INITIALIZE.
007800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007810     ACCEPT WS-RUN-TIME FROM TIME.
007811
007812     PERFORM 1050-RESOLVE-STREAM-DATE
007813         THRU 1050-RESOLVE-STREAM-DATE-EXIT.
007820
007830     PERFORM 1200-CHECK-FOR-RESTART
007840         THRU 1200-CHECK-FOR-RESTART-EXIT.
007841
007842     IF WS-NOT-RESTART-RUN
007843         MOVE WS-RUN-DATE TO WS-POSTING-RUN-DATE
007844         MOVE WS-RUN-TIME TO WS-POSTING-RUN-TIME
007845     END-IF.
007850
007860     PERFORM 1500-CHECK-RUN-HISTORY
007870         THRU 1500-CHECK-RUN-HISTORY-EXIT.
008540         WRITE HELD-REPORT-LINE FROM WS-HELD-COLUMN-LINE
008550     END-IF.
008560
008561     IF WS-RESTART-RUN
008562         OPEN EXTEND NEW-ACCOUNTS-FILE
008563     ELSE
008564         OPEN OUTPUT NEW-ACCOUNTS-FILE
008565     END-IF.
008566     IF WS-NEW-ACCOUNTS-STATUS NOT = "00"
008567         AND WS-NEW-ACCOUNTS-STATUS NOT = "05"
008568         DISPLAY "UNABLE TO OPEN NEW-ACCOUNTS-FILE - STATUS "
008569             WS-NEW-ACCOUNTS-STATUS
008570         MOVE 16 TO RETURN-CODE
008571         STOP RUN
008572     END-IF.
008573
008574     IF WS-NOT-RESTART-RUN
008575         MOVE WS-RUN-DATE TO NEWA-TITLE-RUN-DATE
008576         WRITE NEW-ACCOUNTS-LINE FROM WS-NEWA-TITLE-LINE
008577         WRITE NEW-ACCOUNTS-LINE FROM WS-NEWA-COLUMN-LINE
008578     END-IF.
008579
008580     OPEN I-O PURCHASE-HISTORY-FILE.
008581     IF WS-PURCH-HIST-STATUS NOT = "00"
008590         AND WS-PURCH-HIST-STATUS NOT = "05"
008600         DISPLAY "UNABLE TO OPEN PURCHASE-HISTORY-FILE - STATUS "
008610             WS-PURCH-HIST-STATUS
008680         AND WS-SUMMARY-STATUS NOT = "05"
008690         DISPLAY "UNABLE TO OPEN CUSTOMER-SUMMARY-FILE - STATUS "
008700             WS-SUMMARY-STATUS
008701         MOVE 16 TO RETURN-CODE
008702         STOP RUN
008703     END-IF.
008704
008705     OPEN I-O AR-LEDGER-FILE.
008706     IF WS-AR-LEDGER-STATUS NOT = "00"
008707         AND WS-AR-LEDGER-STATUS NOT = "05"
008708         DISPLAY "UNABLE TO OPEN AR-LEDGER-FILE - FILE STATUS "
008709             WS-AR-LEDGER-STATUS
008710         MOVE 16 TO RETURN-CODE
008720         STOP RUN
008730     END-IF.
008800         MOVE 16 TO RETURN-CODE
008810         STOP RUN
008820     END-IF.
008821
008822     PERFORM 1900-OPEN-AUDIT-KEYED-FILE
008823         THRU 1900-OPEN-AUDIT-KEYED-FILE-EXIT.
008824     PERFORM 1950-OPEN-CUSTNO-CONTROL
008825         THRU 1950-OPEN-CUSTNO-CONTROL-EXIT.
008830
008840     IF WS-RESTART-RUN
008850         OPEN EXTEND EXTRACT-FILE
009090 1000-INITIALIZE-EXIT.
009100     EXIT.
009110
009111*-----------------------------------------------------------------
009112* 1050-RESOLVE-STREAM-DATE - THE NIGHTLY STREAM (PROGRAM27) PASSES
009113* ITS STREAM DATE IN STRMDATE, SO A NIGHT THAT RUNS PAST MIDNIGHT
009114* OR IS RESTARTED ON A LATER DAY STILL DATES ITS HISTORY ROWS AND
009115* NEW CUSTOMERS UNDER ITS OWN DATE.  EDITED THE WAY PROGRAM28
009116* EDITS IT - A REAL CALENDAR DAY, FEBRUARY BY THE LEAP-YEAR RULE.
009117*-----------------------------------------------------------------
009118 1050-RESOLVE-STREAM-DATE.
009119     DISPLAY "STRMDATE" UPON ENVIRONMENT-NAME.
009120     ACCEPT WS-STREAM-DATE-X FROM ENVIRONMENT-VALUE.
009121     IF WS-STREAM-DATE-X = SPACES
009122         MOVE WS-RUN-DATE TO WS-STREAM-DATE
009123     END-IF.
009124
009125     IF WS-STREAM-DATE IS NOT NUMERIC
009126         OR WS-SD-MONTH < 01 OR WS-SD-MONTH > 12
009127         OR WS-SD-DAY < 01
009128         DISPLAY "INVALID STRMDATE - " WS-STREAM-DATE-X
009129             " - MUST BE CCYYMMDD"
009130         MOVE 16 TO RETURN-CODE
009131         STOP RUN
009132     END-IF.
009133
009134     PERFORM 1055-FIND-STREAM-MONTH-DAYS
009135         THRU 1055-FIND-STREAM-MONTH-DAYS-EXIT.
009136
009137     IF WS-SD-DAY > WS-MAX-DAY-IN-MONTH
009138         DISPLAY "INVALID STRMDATE - " WS-STREAM-DATE-X
009139             " - NO SUCH DAY IN THE MONTH"
009140         MOVE 16 TO RETURN-CODE
009141         STOP RUN
009142     END-IF.
009143 1050-RESOLVE-STREAM-DATE-EXIT.
009144     EXIT.
009145
009146*-----------------------------------------------------------------
009147* 1055-FIND-STREAM-MONTH-DAYS - SET WS-MAX-DAY-IN-MONTH FOR THE
009148* MONTH OF THE STREAM DATE, BY THE SAME LEAP-YEAR RULE AS 2154.
009149*-----------------------------------------------------------------
009150 1055-FIND-STREAM-MONTH-DAYS.
009151     SET WS-NOT-LEAP-YEAR TO TRUE.
009152
009153     DIVIDE WS-SD-YEAR BY 4
009154         GIVING WS-DIVIDE-QUOTIENT
009155         REMAINDER WS-YEAR-REMAINDER-4.
009156
009157     IF WS-YEAR-REMAINDER-4 = ZERO
009158         DIVIDE WS-SD-YEAR BY 100
009159             GIVING WS-DIVIDE-QUOTIENT
009160             REMAINDER WS-YEAR-REMAINDER-100
009161         IF WS-YEAR-REMAINDER-100 NOT = ZERO
009162             SET WS-LEAP-YEAR TO TRUE
009163         ELSE
009164             DIVIDE WS-SD-YEAR BY 400
009165                 GIVING WS-DIVIDE-QUOTIENT
009166                 REMAINDER WS-YEAR-REMAINDER-400
009167             IF WS-YEAR-REMAINDER-400 = ZERO
009168                 SET WS-LEAP-YEAR TO TRUE
009169             END-IF
009170         END-IF
009171     END-IF.
009172
009173     EVALUATE WS-SD-MONTH
009174         WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
009175             MOVE 31 TO WS-MAX-DAY-IN-MONTH
009176         WHEN 04 WHEN 06 WHEN 09 WHEN 11
009177             MOVE 30 TO WS-MAX-DAY-IN-MONTH
009178         WHEN 02
009179             IF WS-LEAP-YEAR
009180                 MOVE 29 TO WS-MAX-DAY-IN-MONTH
009181             ELSE
009182                 MOVE 28 TO WS-MAX-DAY-IN-MONTH
009183             END-IF
009184     END-EVALUATE.
009185 1055-FIND-STREAM-MONTH-DAYS-EXIT.
009186     EXIT.
009187
009188*-----------------------------------------------------------------
009189* 1100-BACKUP-PRIOR-MASTER - TAKE A DATE-STAMPED COPY OF
009190* YESTERDAY'S INDEXEDMASTER BEFORE THIS RUN TOUCHES IT, SO A BAD
009191* RUN CAN ALWAYS BE RECOVERED FROM.  A FIRST-EVER RUN WITH NO
009192* PRIOR MASTER IS NOT AN ERROR - WS-PRIOR-MASTER-EXISTS IS LEFT
009193* FALSE AND 1000-INITIALIZE OPENS INDEXEDFILE OUTPUT (FROM
009194* SCRATCH) INSTEAD OF I-O.  THE PRIOR MASTER'S NAME IS RESOLVED
009195* THE SAME WAY THE INDEXEDFILE SELECT RESOLVES INDXMSTR, SO THE
009200* BACKUP ALWAYS TARGETS THE FILE THIS RUN IS ABOUT TO OPEN, EVEN
009210* WHEN INDXMSTR HAS BEEN POINTED SOMEWHERE ELSE.  IF A PRIOR
009220* MASTER EXISTS BUT THE COPY ITSELF FAILS, THE RUN ABENDS HERE
010310                     TO WS-EXTRACT-AMOUNT-HASH
010320                 MOVE CKPT-RECORDS-HELD-COUNT
010330                     TO WS-RECORDS-HELD-COUNT
010331                 MOVE CKPT-PAYMENTS-APPLIED-COUNT
010332                     TO WS-PAYMENTS-APPLIED-COUNT
010333                 MOVE CKPT-PAYMENT-AMOUNT-TOTAL
010334                     TO WS-PAYMENT-AMOUNT-TOTAL
010335                 MOVE CKPT-POSTING-RUN-DATE
010336                     TO WS-POSTING-RUN-DATE
010337                 MOVE CKPT-POSTING-RUN-TIME
010338                     TO WS-POSTING-RUN-TIME
010339                 MOVE CKPT-RETURNS-APPLIED-COUNT
010340                     TO WS-RETURNS-APPLIED-COUNT
010341                 MOVE CKPT-RETURN-AMOUNT-TOTAL
010342                     TO WS-RETURN-AMOUNT-TOTAL
010343                 MOVE CKPT-NUMBERS-ASSIGNED-COUNT
010344                     TO WS-NUMBERS-ASSIGNED-COUNT
010345                 MOVE CKPT-PROBABLE-DUP-COUNT
010346                     TO WS-PROBABLE-DUP-COUNT
010347                 SET WS-RESTART-RUN TO TRUE
010350                 SET WS-SKIPPING    TO TRUE
010360         END-READ
010370         CLOSE CHECKPOINT-FILE
010640     MOVE WS-EXTRACT-RECORD-COUNT  TO CKPT-EXTRACT-RECORD-COUNT.
010650     MOVE WS-EXTRACT-AMOUNT-HASH   TO CKPT-EXTRACT-AMOUNT-HASH.
010660     MOVE WS-RECORDS-HELD-COUNT    TO CKPT-RECORDS-HELD-COUNT.
010661     MOVE WS-PAYMENTS-APPLIED-COUNT
010662         TO CKPT-PAYMENTS-APPLIED-COUNT.
010663     MOVE WS-PAYMENT-AMOUNT-TOTAL  TO CKPT-PAYMENT-AMOUNT-TOTAL.
010664     MOVE WS-POSTING-RUN-DATE      TO CKPT-POSTING-RUN-DATE.
010665     MOVE WS-POSTING-RUN-TIME      TO CKPT-POSTING-RUN-TIME.
010666     MOVE WS-RETURNS-APPLIED-COUNT
010667         TO CKPT-RETURNS-APPLIED-COUNT.
010668     MOVE WS-RETURN-AMOUNT-TOTAL   TO CKPT-RETURN-AMOUNT-TOTAL.
010669     MOVE WS-NUMBERS-ASSIGNED-COUNT
010670         TO CKPT-NUMBERS-ASSIGNED-COUNT.
010671     MOVE WS-PROBABLE-DUP-COUNT    TO CKPT-PROBABLE-DUP-COUNT.
010672
010680     OPEN OUTPUT CHECKPOINT-FILE.
010690     IF WS-CHECKPOINT-STATUS NOT = "00"
010700         DISPLAY "UNABLE TO OPEN CHECKPOINT-FILE - FILE STATUS "
010990* SEQFILE IDENTITY IS RESOLVED THE SAME WAY THE SELECT RESOLVES
011000* SEQIN, SO THE CHECK FOLLOWS WHATEVER FILE THE JCL POINTS THE
011010* RUN AT.  THE OPERATOR OVERRIDES A REFUSAL BY SETTING THE
011011* RUNOVRD ENVIRONMENT NAME TO YES AND MAINTOPR TO THEIR OPERATOR
011012* ID, WHICH MUST CARRY RUN OVERRIDE AUTHORITY (1520) - THE
011013* OVERRIDE IS DISPLAYED AND LOGGED SO THE CONSOLE LOG AND SECLOG
011014* SHOW WHO FORCED THE RERUN THROUGH.  A
011040* CHECKPOINT RESTART PASSES THIS CHECK NATURALLY - THE ABENDED
011050* RUN WROTE NO COMPLETION RECORD.
011060*-----------------------------------------------------------------
011400         DISPLAY "RUNOVRD" UPON ENVIRONMENT-NAME
011410         ACCEPT WS-RUN-OVERRIDE FROM ENVIRONMENT-VALUE
011420         IF WS-RUN-OVERRIDE = "YES"
011421             PERFORM 1520-CHECK-OVERRIDE-AUTHORITY
011422                 THRU 1520-CHECK-OVERRIDE-AUTHORITY-EXIT
011430             DISPLAY "RUN-CONTROL OVERRIDE ACCEPTED - SEQFILE "
011440                 "ALREADY PROCESSED TODAY IS BEING RERUN BY "
011450                 "OPERATOR " WS-OVERRIDE-OPERATOR-ID
011460         ELSE
011470             DISPLAY "RUN REFUSED - THIS SEQFILE WAS ALREADY "
011480                 "PROCESSED TO COMPLETION TODAY"
011700         SET WS-DUPLICATE-RUN TO TRUE
011710     END-IF.
011720 1510-SCAN-RUN-HISTORY-EXIT.
011721     EXIT.
011722
011723*-----------------------------------------------------------------
011724* 1520-CHECK-OVERRIDE-AUTHORITY - A DUPLICATE-RUN OVERRIDE IS ONLY
011725* TAKEN FROM AN OPERATOR NAMED IN MAINTOPR WHO IS ACTIVE ON
011726* OPERAUTH WITH RUN OVERRIDE AUTHORITY.  THE OVERRIDE ("S") OR
011727* REFUSAL ("R") IS LOGGED TO SECLOG; A REFUSAL ENDS THE RUN AS
011728* THE DUPLICATE-RUN CHECK ITSELF WOULD HAVE.  THERE IS NO CONSOLE
011729* PROMPT - THIS IS A BATCH STEP.
011730*-----------------------------------------------------------------
011731 1520-CHECK-OVERRIDE-AUTHORITY.
011732     MOVE SPACES TO WS-OVERRIDE-OPERATOR-ID.
011733     MOVE SPACES TO WS-SL-REASON-TEXT.
011734     DISPLAY "MAINTOPR" UPON ENVIRONMENT-NAME.
011735     ACCEPT WS-OVERRIDE-OPERATOR-ID FROM ENVIRONMENT-VALUE.
011736
011737     IF WS-OVERRIDE-OPERATOR-ID = SPACES
011738         DISPLAY "RUN REFUSED - RUNOVRD=YES NEEDS THE OVERRIDING "
011739             "OPERATOR ID IN MAINTOPR"
011740         MOVE 16 TO RETURN-CODE
011741         STOP RUN
011742     END-IF.
011743
011744     OPEN EXTEND SECURITY-LOG-FILE.
011745     IF WS-SECLOG-STATUS NOT = "00"
011746         AND WS-SECLOG-STATUS NOT = "05"
011747         DISPLAY "UNABLE TO OPEN SECURITY-LOG-FILE - STATUS "
011748             WS-SECLOG-STATUS
011749         MOVE 16 TO RETURN-CODE
011750         STOP RUN
011751     END-IF.
011752
011753     OPEN INPUT OPERAUTH-FILE.
011754     IF WS-OPERAUTH-STATUS NOT = "00"
011755         DISPLAY "UNABLE TO OPEN OPERAUTH-FILE - FILE STATUS "
011756             WS-OPERAUTH-STATUS
011757         MOVE 16 TO RETURN-CODE
011758         STOP RUN
011759     END-IF.
011760
011761     MOVE WS-OVERRIDE-OPERATOR-ID TO OA-OPERATOR-ID.
011762
011763     READ OPERAUTH-FILE
011764         INVALID KEY
011765             MOVE "OPERATOR NOT ON OPERAUTH" TO WS-SL-REASON-TEXT
011766     END-READ.
011767
011768     IF WS-SL-REASON-TEXT = SPACES
011769         AND NOT OA-OPERATOR-ACTIVE
011770         MOVE "OPERATOR REVOKED" TO WS-SL-REASON-TEXT
011771     END-IF.
011772
011773     IF WS-SL-REASON-TEXT = SPACES
011774         AND NOT OA-CAN-OVERRIDE-RUN
011775         MOVE "NO RUN OVERRIDE AUTHORITY" TO WS-SL-REASON-TEXT
011776     END-IF.
011777
011778     MOVE WS-RUN-DATE             TO SL-RUN-DATE.
011779     MOVE WS-RUN-TIME             TO SL-RUN-TIME.
011780     MOVE "PROGRAM1"              TO SL-SOURCE-PROGRAM.
011781     MOVE WS-OVERRIDE-OPERATOR-ID TO SL-OPERATOR-ID.
011782     MOVE "RO"                    TO SL-FUNCTION-CODE.
011783     MOVE SPACES                  TO SL-CUSTOMER-NO.
011784     MOVE WS-SL-REASON-TEXT       TO SL-REASON-TEXT.
011785     IF WS-SL-REASON-TEXT = SPACES
011786         MOVE "S" TO SL-EVENT-CODE
011787     ELSE
011788         MOVE "R" TO SL-EVENT-CODE
011789     END-IF.
011790
011791     WRITE SECURITY-LOG-RECORD.
011792
011793     CLOSE OPERAUTH-FILE
011794           SECURITY-LOG-FILE.
011795
011796     IF WS-SL-REASON-TEXT NOT = SPACES
011797         DISPLAY "RUN REFUSED - OVERRIDE BY OPERATOR "
011798             WS-OVERRIDE-OPERATOR-ID " - " WS-SL-REASON-TEXT
011799         MOVE 16 TO RETURN-CODE
011800         STOP RUN
011801     END-IF.
011802 1520-CHECK-OVERRIDE-AUTHORITY-EXIT.
011803     EXIT.
011804
011805*-----------------------------------------------------------------
011806* 1600-WRITE-RUN-START - APPEND THE START RECORD FOR THIS
011807* EXECUTION.  AN ABEND LEAVES THE START WITH NO MATCHING END,
011808* WHICH IS EXACTLY WHAT THE MORNING CHECKLIST LOOKS FOR.
011809*-----------------------------------------------------------------
011810 1600-WRITE-RUN-START.
011811     MOVE "S"             TO RH-RECORD-TYPE.
011820     MOVE "PROGRAM1"      TO RH-JOB-NAME.
011830     MOVE WS-SEQFILE-NAME TO RH-SEQFILE-NAME.
011840     MOVE WS-RUN-DATE     TO RH-RUN-DATE.
011940                  RH-RECORDS-DELETED-COUNT
011950                  RH-RECORDS-MERGED-COUNT
011960                  RH-RECORDS-REJECTED-COUNT
011961                  RH-AMOUNT-WRITTEN-TOTAL
011962                  RH-PAYMENTS-APPLIED-COUNT
011963                  RH-PAYMENT-AMOUNT-TOTAL
011964                  RH-RETURNS-APPLIED-COUNT
011965                  RH-RETURN-AMOUNT-TOTAL.
011980
011990     PERFORM 1700-APPEND-RUN-HISTORY
012000         THRU 1700-APPEND-RUN-HISTORY-EXIT.
013670                  RH-RECORDS-DELETED-COUNT
013680                  RH-RECORDS-MERGED-COUNT
013690                  RH-RECORDS-REJECTED-COUNT
013691                  RH-AMOUNT-WRITTEN-TOTAL
013692                  RH-PAYMENTS-APPLIED-COUNT
013693                  RH-PAYMENT-AMOUNT-TOTAL
013694                  RH-RETURNS-APPLIED-COUNT
013695                  RH-RETURN-AMOUNT-TOTAL.
013710
013720     PERFORM 1700-APPEND-RUN-HISTORY
013730         THRU 1700-APPEND-RUN-HISTORY-EXIT.
013750     MOVE 16 TO RETURN-CODE.
013760     STOP RUN.
013770 1820-REFUSE-INBOUND-FILE-EXIT.
013771     EXIT.
013772
013773*-----------------------------------------------------------------
013774* 1900-OPEN-AUDIT-KEYED-FILE - OPEN THE KEYED AUDIT TRAIL AUDITKEY
013775* AND HOLD ITS CONTROL RECORD, WHICH CARRIES THE NUMBER OF THE
013776* LAST RECORD ON AUDITTRL.  EVERY AUDIT RECORD THIS RUN APPENDS TO
013777* AUDITTRL ALSO GOES ON AUDITKEY UNDER THE NEXT NUMBER (2361).
013778* A TRAIL THIS RUN IS CREATING STARTS A NEW KEYED COPY AT ZERO.
013779* AN EXISTING TRAIL WITHOUT ONE MUST BE BUILT BY PROGRAM24 FIRST,
013780* OR THE TWO WOULD NEVER AGREE.
013781*-----------------------------------------------------------------
013782 1900-OPEN-AUDIT-KEYED-FILE.
013783     OPEN I-O AUDIT-KEYED-FILE.
013784     IF WS-AUDIT-KEYED-STATUS NOT = "00"
013785         AND WS-AUDIT-KEYED-STATUS NOT = "05"
013786         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
013787             WS-AUDIT-KEYED-STATUS
013788         MOVE 16 TO RETURN-CODE
013789         STOP RUN
013790     END-IF.
013791
013792     MOVE HIGH-VALUES TO AK-CUSTOMER-KEY.
013793     READ AUDIT-KEYED-FILE RECORD
013794         INVALID KEY
013795             CONTINUE
013796     END-READ.
013797
013798     IF WS-AUDIT-KEYED-STATUS = "00"
013799         MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE
013800         GO TO 1900-OPEN-AUDIT-KEYED-FILE-EXIT
013801     END-IF.
013802
013803     IF WS-AUDIT-STATUS NOT = "05"
013804         DISPLAY "AUDITKEY HAS NO CONTROL RECORD - BUILD IT FROM "
013805             "AUDITTRL WITH PROGRAM24 BEFORE THIS RUN"
013806         MOVE 16 TO RETURN-CODE
013807         STOP RUN
013808     END-IF.
013809
013810     MOVE HIGH-VALUES    TO AK-CUSTOMER-KEY.
013811     MOVE ZERO           TO AK-RUN-KEY.
013812     MOVE SPACES         TO AK-CONTROL-DATA.
013813     MOVE ZERO           TO AK-CTL-LAST-RECORD-NO.
013814     MOVE WS-RUN-DATE    TO AK-CTL-LAST-UPDATE-DATE
013815                            AK-CTL-BUILD-DATE.
013816     MOVE WS-RUN-TIME    TO AK-CTL-LAST-UPDATE-TIME.
013817     MOVE "PROGRAM1"      TO AK-CTL-LAST-UPDATE-BY.
013818
013819     WRITE AUDIT-KEYED-RECORD
013820         INVALID KEY
013821             DISPLAY "UNABLE TO WRITE AUDITKEY CONTROL RECORD - "
013822                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
013823             MOVE 16 TO RETURN-CODE
013824             STOP RUN
013825     END-WRITE.
013826
013827     MOVE AUDIT-KEYED-RECORD TO WS-AK-CONTROL-SAVE.
013828 1900-OPEN-AUDIT-KEYED-FILE-EXIT.
013829     EXIT.
013830
013831*-----------------------------------------------------------------
013832* 1950-OPEN-CUSTNO-CONTROL - OPEN THE CUSTOMER NUMBER CONTROL FILE
013833* CUSTNOCT AND MAKE SURE ITS CONTROL RECORD IS ON FILE.  THE FIRST
013834* RUN AFTER INSTALL CREATES IT WITH NOTHING YET ASSIGNED AND THE
013835* WHOLE NUMBER RANGE OPEN - NUMBERS THE SENDING SYSTEMS HAVE
013836* ALREADY USED ARE PASSED OVER AS THEY ARE MET ON THE MASTER.
013837*-----------------------------------------------------------------
013838 1950-OPEN-CUSTNO-CONTROL.
013839     OPEN I-O CUSTNO-CONTROL-FILE.
013840     IF WS-CUSTNO-CONTROL-STATUS NOT = "00"
013841         AND WS-CUSTNO-CONTROL-STATUS NOT = "05"
013842         DISPLAY "UNABLE TO OPEN CUSTNO-CONTROL-FILE - STATUS "
013843             WS-CUSTNO-CONTROL-STATUS
013844         MOVE 16 TO RETURN-CODE
013845         STOP RUN
013846     END-IF.
013847
013848     MOVE ZERO TO CN-KEY.
013849     READ CUSTNO-CONTROL-FILE RECORD
013850         INVALID KEY
013851             CONTINUE
013852     END-READ.
013853
013854     IF WS-CUSTNO-CONTROL-STATUS = "00"
013855         GO TO 1950-OPEN-CUSTNO-CONTROL-EXIT
013856     END-IF.
013857
013858     MOVE ZERO           TO CN-KEY.
013859     MOVE "C"            TO CN-RECORD-TYPE.
013860     MOVE SPACES         TO CN-CUSTOMER-NO.
013861     MOVE SPACES         TO CN-CONTROL-DATA.
013862     MOVE ZERO           TO CN-CTL-LAST-NUMBER
013863                            CN-CTL-ASSIGNED-COUNT.
013864     MOVE 99999          TO CN-CTL-HIGHEST-NUMBER.
013865     MOVE WS-RUN-DATE    TO CN-CTL-LAST-UPDATE-DATE.
013866     MOVE WS-RUN-TIME    TO CN-CTL-LAST-UPDATE-TIME.
013867     MOVE "PROGRAM1"     TO CN-CTL-LAST-UPDATE-BY.
013868
013869     WRITE CUSTNO-CONTROL-RECORD
013870         INVALID KEY
013871             DISPLAY "UNABLE TO WRITE CUSTNOCT CONTROL RECORD - "
013872                 "FILE STATUS " WS-CUSTNO-CONTROL-STATUS
013873             MOVE 16 TO RETURN-CODE
013874             STOP RUN
013875     END-WRITE.
013876
013877     DISPLAY "CUSTNOCT CONTROL RECORD CREATED - NO NUMBERS "
013878         "ASSIGNED YET".
013879 1950-OPEN-CUSTNO-CONTROL-EXIT.
013880     EXIT.
013881
013882*-----------------------------------------------------------------
013883* 2000-PROCESS-SEQFILE - READ ONE TRANSACTION AND LOAD IT.
013884*-----------------------------------------------------------------
013885 2000-PROCESS-SEQFILE.
013886     PERFORM 2100-LOAD-CUSTOMER-RECORD
013887         THRU 2100-LOAD-CUSTOMER-RECORD-EXIT.
013888 2000-PROCESS-SEQFILE-EXIT.
013889     EXIT.
013890
013891*-----------------------------------------------------------------
013900* 2100-LOAD-CUSTOMER-RECORD
013910*-----------------------------------------------------------------
013920 2100-LOAD-CUSTOMER-RECORD.
014070         GO TO 2100-LOAD-CUSTOMER-RECORD-EXIT
014080     END-IF.
014090
014091*-----------------------------------------------------------------
014092* A SEQFILE NOT BUILT BY THE FEED CONSOLIDATION HAS NO FEED
014093* POSITION - CARRY ZERO SO THE SUSPENSE AND AUDIT COPIES ARE
014094* NUMERIC.
014095*-----------------------------------------------------------------
014096     IF FEED-POSITION-SEQ IS NOT NUMERIC
014097         MOVE ZERO TO FEED-POSITION-SEQ
014098     END-IF.
014099
014100     IF WS-SKIPPING
014110         IF WS-SEQFILE-POSITION >= WS-CHECKPOINT-TARGET
014120             SET WS-NOT-SKIPPING TO TRUE
014360             WHEN TRAN-CODE-MERGE
014370                 PERFORM 2340-MERGE-CUSTOMER
014380                     THRU 2340-MERGE-CUSTOMER-EXIT
014381             WHEN TRAN-CODE-PAYMENT
014382                 PERFORM 2380-APPLY-PAYMENT
014383                     THRU 2380-APPLY-PAYMENT-EXIT
014384             WHEN TRAN-CODE-RETURN
014385                 PERFORM 2410-APPLY-RETURN
014386                     THRU 2410-APPLY-RETURN-EXIT
014390             WHEN OTHER
014400                 MOVE 06 TO WS-REASON-CODE
014410                 MOVE "INVALID TRANSACTION CODE"
014590*-----------------------------------------------------------------
014600* 2150-VALIDATE-TRANSACTION - EDIT THE INCOMING FIELDS BEFORE
014610* THE RECORD IS ALLOWED TO TOUCH INDEXEDMASTER.  THE DATE AND
014611* AMOUNT ARE ONLY MEANINGFUL ON ADDS, CHANGES, PAYMENTS AND
014612* RETURNS (ON A PAYMENT THEY ARE THE DATE AND AMOUNT PAID, ON A
014613* RETURN THE ORIGINAL PURCHASE DATE AND THE REFUND).
014630*-----------------------------------------------------------------
014640 2150-VALIDATE-TRANSACTION.
014650     SET WS-VALID-TRANSACTION TO TRUE.
014880     IF WS-VALID-TRANSACTION AND TRAN-CODE-MERGE
014890         PERFORM 2157-EDIT-MERGE-SURVIVOR
014900             THRU 2157-EDIT-MERGE-SURVIVOR-EXIT
014901     END-IF.
014902
014903     IF WS-VALID-TRANSACTION AND TRAN-CODE-PAYMENT
014904         PERFORM 2152-EDIT-DATE-OF-PURCHASE
014905             THRU 2152-EDIT-DATE-OF-PURCHASE-EXIT
014906         IF WS-VALID-TRANSACTION
014907             PERFORM 2153-EDIT-AMOUNT-OF-PURCHASE
014908                 THRU 2153-EDIT-AMOUNT-OF-PURCHASE-EXIT
014909         END-IF
014910     END-IF.
014911
014912     IF WS-VALID-TRANSACTION AND TRAN-CODE-RETURN
014913         PERFORM 2152-EDIT-DATE-OF-PURCHASE
014914             THRU 2152-EDIT-DATE-OF-PURCHASE-EXIT
014915         IF WS-VALID-TRANSACTION
014916             PERFORM 2153-EDIT-AMOUNT-OF-PURCHASE
014917                 THRU 2153-EDIT-AMOUNT-OF-PURCHASE-EXIT
014918         END-IF
014919         IF WS-VALID-TRANSACTION
014920             PERFORM 2158-EDIT-RETURN-ORIGINAL
014921                 THRU 2158-EDIT-RETURN-ORIGINAL-EXIT
014922         END-IF
014923     END-IF.
014924 2150-VALIDATE-TRANSACTION-EXIT.
014930     EXIT.
014940
014950*-----------------------------------------------------------------
014951* 2151-EDIT-CUSTOMER-NUMBER - A NEW-CUSTOMER ADD MAY LEAVE THE
014952* NUMBER BLANK FOR THIS RUN TO ASSIGN (2312).
014970*-----------------------------------------------------------------
014980 2151-EDIT-CUSTOMER-NUMBER.
014981     IF CUSTOMER-NO-SEQ = SPACES
014982         AND TRAN-CODE-ADD
014983         GO TO 2151-EDIT-CUSTOMER-NUMBER-EXIT
014984     END-IF.
014985
014990     IF CUSTOMER-NO-SEQ IS NOT NUMERIC
015000         SET WS-INVALID-TRANSACTION TO TRUE
015010         MOVE 02 TO WS-REASON-CODE
016370         MOVE "MERGE SOURCE EQUALS SURVIVOR" TO WS-REASON-TEXT
016380     END-IF.
016390 2157-EDIT-MERGE-SURVIVOR-EXIT.
016391     EXIT.
016392
016393*-----------------------------------------------------------------
016394* 2158-EDIT-RETURN-ORIGINAL - A RETURN MUST NAME ITS ORIGINAL
016395* PURCHASE BY A NUMERIC, NON-ZERO PURCHHST SEQUENCE NUMBER.
016396*-----------------------------------------------------------------
016397 2158-EDIT-RETURN-ORIGINAL.
016398     IF RETURN-ORIG-SEQUENCE-SEQ IS NOT NUMERIC
016399         OR RETURN-ORIG-SEQUENCE-SEQ = ZERO
016400         SET WS-INVALID-TRANSACTION TO TRUE
016401         MOVE 19 TO WS-REASON-CODE
016402         MOVE "INVALID ORIGINAL PURCHASE SEQUENCE"
016403             TO WS-REASON-TEXT
016404     END-IF.
016405 2158-EDIT-RETURN-ORIGINAL-EXIT.
016406     EXIT.
016410
016420*-----------------------------------------------------------------
016430* 2200-REJECT-CUSTOMER-RECORD - WRITE THE OFFENDING SEQFILE ROW
016590     MOVE STATUS-CODE-SEQ      TO SUSP-STATUS-CODE
016600     MOVE WS-REASON-TEXT       TO SUSP-REASON-TEXT
016610     MOVE WS-RUN-DATE          TO SUSP-DATE-WRITTEN
016611     MOVE SOURCE-FEED-SEQ      TO SUSP-SOURCE-FEED
016612     MOVE FEED-POSITION-SEQ    TO SUSP-FEED-POSITION
016620
016630     WRITE SUSPENSE-RECORD
016640
016950     MOVE STATUS-CODE-SEQ      TO SUSP-STATUS-CODE
016960     MOVE WS-REASON-TEXT       TO SUSP-REASON-TEXT
016970     MOVE WS-RUN-DATE          TO SUSP-DATE-WRITTEN
016971     MOVE SOURCE-FEED-SEQ      TO SUSP-SOURCE-FEED
016972     MOVE FEED-POSITION-SEQ    TO SUSP-FEED-POSITION
016980
016990     WRITE SUSPENSE-RECORD
017000
017220* ADDED BEFORE THE INTERRUPTION - A DUPLICATE KEY HERE DURING A
017230* RESTART IS NOT ASSUMED TO BE A REPLAY; 2311 BELOW CONFIRMS IT
017240* AGAINST THE EXISTING MASTER RECORD BEFORE TREATING IT AS ONE.
017241* AN ADD WITH A BLANK CUSTOMER NUMBER IS NUMBERED BY 2312 FIRST.
017250*-----------------------------------------------------------------
017260 2310-ADD-CUSTOMER.
017261     SET WS-NUMBER-NOT-ASSIGNED TO TRUE.
017262
017270*-----------------------------------------------------------------
017280* AN ADD CARRIES ITS CUSTOMER'S STATUS IN - A NEW CUSTOMER
017290* ARRIVING ON CREDIT HOLD OR INACTIVE DOES NOT GET ITS PURCHASE
017440         PERFORM 2210-HOLD-CUSTOMER-RECORD
017450             THRU 2210-HOLD-CUSTOMER-RECORD-EXIT
017460         GO TO 2310-ADD-CUSTOMER-EXIT
017461     END-IF.
017462
017463     IF CUSTOMER-NO-SEQ = SPACES
017464         PERFORM 2312-ASSIGN-CUSTOMER-NUMBER
017465             THRU 2312-ASSIGN-CUSTOMER-NUMBER-EXIT
017466         IF WS-NUMBER-NOT-ASSIGNED
017467             GO TO 2310-ADD-CUSTOMER-EXIT
017468         END-IF
017469         MOVE WS-ASSIGNED-CUSTOMER-NO TO CUSTOMER-NO-SEQ
017470     END-IF.
017480
017490     MOVE CUSTOMER-NO-SEQ      TO CUSTOMER-NO-INDEXED
017560     MOVE POSTAL-CODE-SEQ      TO POSTAL-CODE-INDEXED
017570     MOVE PHONE-SEQ            TO PHONE-INDEXED
017580     MOVE STATUS-CODE-SEQ      TO STATUS-CODE-INDEXED
017590     MOVE WS-STREAM-DATE       TO DATE-ADDED-INDEXED
017600     MOVE WS-RUN-DATE          TO DATE-LAST-MAINT-INDEXED
017610
017620     WRITE INDEXEDFILE-RECORD
017860             MOVE "A" TO WS-EXTRACT-ACTION
017870             PERFORM 2370-WRITE-EXTRACT-RECORD
017880                 THRU 2370-WRITE-EXTRACT-RECORD-EXIT
017881             IF WS-NUMBER-ASSIGNED
017882                 ADD 1 TO WS-NUMBERS-ASSIGNED-COUNT
017883                 MOVE "ASSIGNED" TO NEWA-DTL-ACTION
017884                 MOVE SPACES     TO NEWA-DTL-MATCH-NO
017885                 PERFORM 2318-WRITE-NEW-ACCOUNT-LINE
017886                     THRU 2318-WRITE-NEW-ACCOUNT-LINE-EXIT
017887             END-IF
017890     END-WRITE.
017900 2310-ADD-CUSTOMER-EXIT.
017910     EXIT.
018410           END-IF
018420     END-READ.
018430 2311-CONFIRM-RESTART-REPLAY-EXIT.
018431     EXIT.
018432
018433*-----------------------------------------------------------------
018434* 2312-ASSIGN-CUSTOMER-NUMBER - A NEW-CUSTOMER ADD WITH A BLANK
018435* CUSTOMER NUMBER.  ON A RESTART RUN AN ASSIGNMENT RECORD FOR THIS
018436* POSTING RUN AND SEQFILE POSITION MEANS THE ABENDED RUN ALREADY
018437* GAVE THIS ADD ITS NUMBER - THE SAME NUMBER IS USED AGAIN, AND IF
018438* THE ADD HAD REACHED THE MASTER 2311 CONFIRMS IT AS A REPLAY.
018439* OTHERWISE A PROBABLE EXISTING CUSTOMER (2313) GOES TO SUSPENSE
018440* FOR REVIEW INSTEAD OF BECOMING A SECOND ACCOUNT, AND ANYONE ELSE
018441* TAKES THE NEXT FREE NUMBER (2315).  WS-NUMBER-ASSIGNED IS SET
018442* ONLY WHEN WS-ASSIGNED-CUSTOMER-NO HOLDS THE NUMBER, WHICH 2310
018443* THEN CARRIES IN CUSTOMER-NO-SEQ FOR THE REST OF THE ADD.
018444*-----------------------------------------------------------------
018445 2312-ASSIGN-CUSTOMER-NUMBER.
018446     IF WS-RESTART-RUN
018447         MOVE WS-POSTING-RUN-DATE TO CN-POSTING-RUN-DATE
018448         MOVE WS-POSTING-RUN-TIME TO CN-POSTING-RUN-TIME
018449         MOVE WS-SEQFILE-POSITION TO CN-INPUT-POSITION
018450         READ CUSTNO-CONTROL-FILE RECORD
018451             INVALID KEY
018452                 CONTINUE
018453             NOT INVALID KEY
018454                 MOVE CN-CUSTOMER-NO TO WS-ASSIGNED-CUSTOMER-NO
018455                 SET WS-NUMBER-ASSIGNED TO TRUE
018456                 DISPLAY "CUSTOMER NUMBER "
018457                     WS-ASSIGNED-CUSTOMER-NO
018458                     " ALREADY ASSIGNED AT SEQFILE POSITION "
018459                     WS-SEQFILE-POSITION " - REUSED"
018460         END-READ
018461         IF WS-NUMBER-ASSIGNED
018462             GO TO 2312-ASSIGN-CUSTOMER-NUMBER-EXIT
018463         END-IF
018464     END-IF.
018465
018466     PERFORM 2313-CHECK-PROBABLE-DUPLICATE
018467         THRU 2313-CHECK-PROBABLE-DUPLICATE-EXIT.
018468
018469     IF WS-DUP-MATCH-NO NOT = SPACES
018470         ADD 1 TO WS-PROBABLE-DUP-COUNT
018471         MOVE 20 TO WS-REASON-CODE
018472         MOVE SPACES TO WS-REASON-TEXT
018473         STRING "PROBABLE DUPLICATE OF CUSTOMER "
018474                    DELIMITED BY SIZE
018475                WS-DUP-MATCH-NO DELIMITED BY SIZE
018476             INTO WS-REASON-TEXT
018477         END-STRING
018478         PERFORM 2200-REJECT-CUSTOMER-RECORD
018479             THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
018480         MOVE "REVIEW"        TO NEWA-DTL-ACTION
018481         MOVE SPACES          TO WS-ASSIGNED-CUSTOMER-NO
018482         MOVE WS-DUP-MATCH-NO TO NEWA-DTL-MATCH-NO
018483         PERFORM 2318-WRITE-NEW-ACCOUNT-LINE
018484             THRU 2318-WRITE-NEW-ACCOUNT-LINE-EXIT
018485         GO TO 2312-ASSIGN-CUSTOMER-NUMBER-EXIT
018486     END-IF.
018487
018488     PERFORM 2315-TAKE-NEXT-NUMBER
018489         THRU 2315-TAKE-NEXT-NUMBER-EXIT.
018490 2312-ASSIGN-CUSTOMER-NUMBER-EXIT.
018491     EXIT.
018492
018493*-----------------------------------------------------------------
018494* 2313-CHECK-PROBABLE-DUPLICATE - READ EVERY MASTER RECORD UNDER
018495* THE INCOMING NAME ON THE NAME ALTERNATE KEY.  ONE WITH THE SAME
018496* POSTAL CODE IS A PROBABLE EXISTING CUSTOMER - ITS NUMBER IS LEFT
018497* IN WS-DUP-MATCH-NO (SPACES WHEN THERE IS NONE).
018498*-----------------------------------------------------------------
018499 2313-CHECK-PROBABLE-DUPLICATE.
018500     MOVE SPACES TO WS-DUP-MATCH-NO.
018501     SET WS-DUP-SCAN-MORE TO TRUE.
018502
018503     MOVE CUSTOMER-NAME-SEQ TO CUSTOMER-NAME-INDEXED.
018504     START INDEXEDFILE
018505         KEY IS EQUAL TO CUSTOMER-NAME-INDEXED
018506         INVALID KEY
018507             GO TO 2313-CHECK-PROBABLE-DUPLICATE-EXIT
018508     END-START.
018509
018510     PERFORM 2314-SCAN-NAME-MATCH
018511         THRU 2314-SCAN-NAME-MATCH-EXIT
018512         UNTIL WS-DUP-SCAN-DONE.
018513 2313-CHECK-PROBABLE-DUPLICATE-EXIT.
018514     EXIT.
018515
018516 2314-SCAN-NAME-MATCH.
018517     READ INDEXEDFILE NEXT RECORD
018518         AT END
018519             SET WS-DUP-SCAN-DONE TO TRUE
018520             GO TO 2314-SCAN-NAME-MATCH-EXIT
018521     END-READ.
018522
018523     IF CUSTOMER-NAME-INDEXED NOT = CUSTOMER-NAME-SEQ
018524         SET WS-DUP-SCAN-DONE TO TRUE
018525         GO TO 2314-SCAN-NAME-MATCH-EXIT
018526     END-IF.
018527
018528     IF POSTAL-CODE-INDEXED = POSTAL-CODE-SEQ
018529         MOVE CUSTOMER-NO-INDEXED TO WS-DUP-MATCH-NO
018530         SET WS-DUP-SCAN-DONE TO TRUE
018531     END-IF.
018532 2314-SCAN-NAME-MATCH-EXIT.
018533     EXIT.
018534
018535*-----------------------------------------------------------------
018536* 2315-TAKE-NEXT-NUMBER - STEP UP FROM THE LAST NUMBER ON THE
018537* CUSTNOCT CONTROL RECORD TO THE FIRST ONE NOT ON THE MASTER
018538* (2316).  THE CONTROL RECORD IS REWRITTEN WITH THAT NUMBER, AND
018539* THE ASSIGNMENT RECORD FOR THIS POSTING RUN AND SEQFILE POSITION
018540* WRITTEN, BEFORE 2310 WRITES THE CUSTOMER - A FAILURE ANYWHERE
018541* AFTER THE REWRITE COSTS A NUMBER BUT NEVER GIVES ONE OUT TWICE.
018542* A CONTROL RECORD THAT CANNOT BE REWRITTEN STOPS THE RUN FOR A
018543* CHECKPOINT RESTART.  WITH THE RANGE USED UP THE ADD GOES TO
018544* SUSPENSE (REASON 21).
018545*-----------------------------------------------------------------
018546 2315-TAKE-NEXT-NUMBER.
018547     MOVE ZERO TO CN-KEY.
018548     READ CUSTNO-CONTROL-FILE RECORD
018549         INVALID KEY
018550             DISPLAY "CUSTNOCT CONTROL RECORD NOT FOUND - FILE "
018551                 "STATUS " WS-CUSTNO-CONTROL-STATUS
018552             MOVE 16 TO RETURN-CODE
018553             STOP RUN
018554     END-READ.
018555
018556     MOVE CN-CTL-LAST-NUMBER TO WS-CN-CANDIDATE-NO.
018557     SET WS-CN-SEARCH-MORE   TO TRUE.
018558     SET WS-CN-NUMBERS-LEFT  TO TRUE.
018559     PERFORM 2316-TRY-NEXT-NUMBER
018560         THRU 2316-TRY-NEXT-NUMBER-EXIT
018561         UNTIL WS-CN-SEARCH-DONE.
018562
018563     IF WS-CN-NUMBERS-EXHAUSTED
018564         MOVE 21 TO WS-REASON-CODE
018565         MOVE "NO CUSTOMER NUMBER LEFT TO ASSIGN"
018566             TO WS-REASON-TEXT
018567         PERFORM 2200-REJECT-CUSTOMER-RECORD
018568             THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
018569         GO TO 2315-TAKE-NEXT-NUMBER-EXIT
018570     END-IF.
018571
018572     MOVE WS-CN-CANDIDATE-NO TO CN-CTL-LAST-NUMBER.
018573     ADD 1                   TO CN-CTL-ASSIGNED-COUNT.
018574     MOVE WS-RUN-DATE        TO CN-CTL-LAST-UPDATE-DATE.
018575     MOVE WS-RUN-TIME        TO CN-CTL-LAST-UPDATE-TIME.
018576     MOVE "PROGRAM1"         TO CN-CTL-LAST-UPDATE-BY.
018577
018578     REWRITE CUSTNO-CONTROL-RECORD
018579         INVALID KEY
018580             DISPLAY "CUSTNOCT CONTROL RECORD REWRITE FAILED - "
018581                 "FILE STATUS " WS-CUSTNO-CONTROL-STATUS
018582             MOVE 16 TO RETURN-CODE
018583             STOP RUN
018584     END-REWRITE.
018585
018586     MOVE WS-CN-CANDIDATE-NO  TO WS-ASSIGNED-CUSTOMER-NO.
018587     SET WS-NUMBER-ASSIGNED   TO TRUE.
018588
018589     MOVE WS-POSTING-RUN-DATE TO CN-POSTING-RUN-DATE.
018590     MOVE WS-POSTING-RUN-TIME TO CN-POSTING-RUN-TIME.
018591     MOVE WS-SEQFILE-POSITION TO CN-INPUT-POSITION.
018592     MOVE "N"                 TO CN-RECORD-TYPE.
018593     MOVE WS-ASSIGNED-CUSTOMER-NO TO CN-CUSTOMER-NO.
018594     MOVE SPACES              TO CN-ASSIGNMENT-DATA.
018595     MOVE CUSTOMER-NAME-SEQ   TO CN-ASG-CUSTOMER-NAME.
018596     MOVE POSTAL-CODE-SEQ     TO CN-ASG-POSTAL-CODE.
018597     MOVE "PROGRAM1"          TO CN-ASG-SOURCE-PROGRAM.
018598
018599     WRITE CUSTNO-CONTROL-RECORD
018600         INVALID KEY
018601             DISPLAY "CUSTNOCT ASSIGNMENT RECORD WRITE FAILED "
018602                 "FOR CUSTOMER " WS-ASSIGNED-CUSTOMER-NO
018603                 " - FILE STATUS " WS-CUSTNO-CONTROL-STATUS
018604             MOVE 16 TO RETURN-CODE
018605             STOP RUN
018606     END-WRITE.
018607
018608     DISPLAY "CUSTOMER NUMBER " WS-ASSIGNED-CUSTOMER-NO
018609         " ASSIGNED AT SEQFILE POSITION " WS-SEQFILE-POSITION.
018610 2315-TAKE-NEXT-NUMBER-EXIT.
018611     EXIT.
018612
018613 2316-TRY-NEXT-NUMBER.
018614     IF WS-CN-CANDIDATE-NO NOT < CN-CTL-HIGHEST-NUMBER
018615         SET WS-CN-NUMBERS-EXHAUSTED TO TRUE
018616         SET WS-CN-SEARCH-DONE       TO TRUE
018617         GO TO 2316-TRY-NEXT-NUMBER-EXIT
018618     END-IF.
018619
018620     ADD 1 TO WS-CN-CANDIDATE-NO.
018621     MOVE WS-CN-CANDIDATE-NO TO CUSTOMER-NO-INDEXED.
018622     READ INDEXEDFILE RECORD
018623         INVALID KEY
018624             SET WS-CN-SEARCH-DONE TO TRUE
018625     END-READ.
018626 2316-TRY-NEXT-NUMBER-EXIT.
018627     EXIT.
018628
018629*-----------------------------------------------------------------
018630* 2318-WRITE-NEW-ACCOUNT-LINE - ONE NEW-ACCOUNTS REPORT LINE FOR
018631* THE CURRENT ADD.  THE CALLER SETS THE ACTION AND THE MATCHED
018632* CUSTOMER NUMBER; THE NUMBER SHOWN IS THE ONE ASSIGNED.
018633*-----------------------------------------------------------------
018634 2318-WRITE-NEW-ACCOUNT-LINE.
018635     MOVE WS-ASSIGNED-CUSTOMER-NO TO NEWA-DTL-CUSTOMER-NO.
018636     MOVE CUSTOMER-NAME-SEQ       TO NEWA-DTL-NAME.
018637     MOVE POSTAL-CODE-SEQ         TO NEWA-DTL-POSTAL-CODE.
018638     MOVE STATE-SEQ               TO NEWA-DTL-STATE.
018639     MOVE WS-SEQFILE-POSITION     TO NEWA-DTL-POSITION.
018640     MOVE SOURCE-FEED-SEQ         TO NEWA-DTL-FEED.
018641
018642     WRITE NEW-ACCOUNTS-LINE FROM WS-NEWA-DETAIL-LINE.
018643 2318-WRITE-NEW-ACCOUNT-LINE-EXIT.
018644     EXIT.
018645
018646*-----------------------------------------------------------------
018647* 2320-CHANGE-CUSTOMER - TRANSACTION-CODE "C".  REWRITE AN
018648* EXISTING RECORD WITH CORRECTED NAME/DATE/AMOUNT.  THE RECORD
018649* IS READ FIRST SO THE AUDIT TRAIL CARRIES ITS BEFORE-IMAGE - A
018650* CUSTOMER NOT ON THE MASTER REJECTS ON THAT READ WITH THE SAME
018651* REASON THE REWRITE ITSELF USED TO RAISE.
018652*-----------------------------------------------------------------
018653 2320-CHANGE-CUSTOMER.
018654     MOVE CUSTOMER-NO-SEQ      TO CUSTOMER-NO-INDEXED
018655
018656     READ INDEXEDFILE RECORD
018657         INVALID KEY
018658             MOVE 05 TO WS-REASON-CODE
018659             MOVE "CUSTOMER NOT ON MASTER FOR CHANGE"
018660                 TO WS-REASON-TEXT
018661             PERFORM 2200-REJECT-CUSTOMER-RECORD
018662                 THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
018663             GO TO 2320-CHANGE-CUSTOMER-EXIT
018664     END-READ.
018665
018666*-----------------------------------------------------------------
018670* A CHANGE TESTS THE STATUS ALREADY ON THE MASTER - A PURCHASE
018680* AGAINST AN ACCOUNT CREDIT HAS ON HOLD (OR MARKED INACTIVE)
018690* DIVERTS TO SUSPENSE INSTEAD OF APPLYING.
020830             PERFORM 2370-WRITE-EXTRACT-RECORD
020840                 THRU 2370-WRITE-EXTRACT-RECORD-EXIT
020850             ADD 1 TO WS-RECORDS-MERGED-COUNT
020851             MOVE WS-MERGE-SOURCE-NO-SAVE TO WS-AR-XFER-FROM-NO
020852             MOVE MERGE-SURVIVOR-NO-SEQ   TO WS-AR-XFER-TO-NO
020853             PERFORM 2395-TRANSFER-LEDGER
020854                 THRU 2395-TRANSFER-LEDGER-EXIT
020860             DISPLAY "RECORD MERGED - CUSTOMER "
020870                 WS-MERGE-SOURCE-NO-SAVE " INTO "
020880                 MERGE-SURVIVOR-NO-SEQ
021160* ON THE SAME DATE - 2351 BUMPS THE SEQUENCE UNTIL THE WRITE
021170* FINDS A FREE SLOT.  AN EXHAUSTED SEQUENCE (999 PURCHASES ON
021180* ONE DATE) IS DISPLAYED AND THE LOAD CARRIES ON - THE MASTER
021181* ITSELF WAS ALREADY UPDATED BY THE CALLER.  A PURCHASE THAT
021182* REACHES CUSTSUMM ALSO DEBITS THE CUSTOMER'S AR LEDGER (2390),
021183* SO A CONFIRMED RESTART REPLAY DEBITS NEITHER A SECOND TIME.
021200*-----------------------------------------------------------------
021210 2350-WRITE-PURCHASE-HISTORY.
021220     MOVE CUSTOMER-NO-INDEXED      TO PH-CUSTOMER-NO
021250     MOVE CUSTOMER-NAME-INDEXED    TO PH-CUSTOMER-NAME
021260     MOVE AMT-OF-PURCHASE-INDEXED  TO PH-AMT-OF-PURCHASE
021270     MOVE TRANSACTION-CODE-SEQ     TO PH-TRANSACTION-CODE
021280     MOVE WS-STREAM-DATE           TO PH-RUN-DATE
021281     MOVE ZERO                     TO PH-ORIG-SEQUENCE-NO
021290     SET WS-HISTORY-NOT-WRITTEN    TO TRUE
021300     SET WS-SUMMARY-DUE            TO TRUE
021310
021360     IF WS-SUMMARY-DUE
021370         PERFORM 2355-UPDATE-CUSTOMER-SUMMARY
021380             THRU 2355-UPDATE-CUSTOMER-SUMMARY-EXIT
021381         PERFORM 2390-POST-PURCHASE-TO-LEDGER
021382             THRU 2390-POST-PURCHASE-TO-LEDGER-EXIT
021390     END-IF.
021400 2350-WRITE-PURCHASE-HISTORY-EXIT.
021410     EXIT.
021690* ALREADY WROTE THIS PURCHASE TO HISTORY BEFORE IT DIED (A
021700* REPLAY), OR (2) THE SLOT HOLDS A DIFFERENT PURCHASE AND THE
021710* SEQUENCE JUST NEEDS BUMPING.  READ THE OCCUPYING RECORD AND
021711* COMPARE - A MATCH ON NAME, AMOUNT, TRANSACTION CODE AND
021712* ORIGINAL SEQUENCE (ZERO ON A PURCHASE) IS A CONFIRMED REPLAY
021713* AND IS NOT WRITTEN AGAIN.  THE RUN DATE IS
021740* LEFT OUT OF THE COMPARE SINCE THE RERUN MAY FALL ON A LATER
021750* DATE THAN THE ABENDED RUN.
021760*-----------------------------------------------------------------
021780     MOVE PH-CUSTOMER-NAME    TO WS-PH-REPLAY-NAME-SAVE
021790     MOVE PH-AMT-OF-PURCHASE  TO WS-PH-REPLAY-AMT-SAVE
021800     MOVE PH-TRANSACTION-CODE TO WS-PH-REPLAY-TRN-SAVE
021801     MOVE PH-ORIG-SEQUENCE-NO TO WS-PH-REPLAY-ORIG-SAVE
021810
021820     READ PURCHASE-HISTORY-FILE RECORD
021830         INVALID KEY
021870           IF PH-CUSTOMER-NAME = WS-PH-REPLAY-NAME-SAVE
021880             AND PH-AMT-OF-PURCHASE  = WS-PH-REPLAY-AMT-SAVE
021890             AND PH-TRANSACTION-CODE = WS-PH-REPLAY-TRN-SAVE
021891             AND PH-ORIG-SEQUENCE-NO = WS-PH-REPLAY-ORIG-SAVE
021900             DISPLAY "PURCHASE HISTORY REPLAY CONFIRMED - "
021910                 "CUSTOMER " PH-CUSTOMER-NO " NOT REWRITTEN"
021920             SET WS-HISTORY-WRITTEN TO TRUE
021950             MOVE WS-PH-REPLAY-NAME-SAVE TO PH-CUSTOMER-NAME
021960             MOVE WS-PH-REPLAY-AMT-SAVE  TO PH-AMT-OF-PURCHASE
021970             MOVE WS-PH-REPLAY-TRN-SAVE  TO PH-TRANSACTION-CODE
021971             MOVE WS-PH-REPLAY-ORIG-SAVE TO PH-ORIG-SEQUENCE-NO
021980             MOVE WS-STREAM-DATE         TO PH-RUN-DATE
021990             PERFORM 2353-BUMP-HISTORY-SEQUENCE
022000                 THRU 2353-BUMP-HISTORY-SEQUENCE-EXIT
022010           END-IF
023210*-----------------------------------------------------------------
023220* 2360-WRITE-AUDIT-RECORD - ONE AUDIT TRAIL RECORD FOR THE
023230* TRANSACTION JUST APPLIED.  THE CALLER SETS WS-AUDIT-BEFORE-
023231* IMAGE AND WS-AUDIT-AFTER-IMAGE BEFORE PERFORMING THIS.  A
023232* PAYMENT OR RETURN ALSO SETS WS-AUDIT-TRAN-DATE / -AMOUNT, WHICH
023233* ARE CLEARED AGAIN ONCE WRITTEN SO NO OTHER TRANSACTION CARRIES
023234* THEM.
023250*-----------------------------------------------------------------
023260 2360-WRITE-AUDIT-RECORD.
023270     MOVE WS-RUN-DATE           TO AUD-RUN-DATE
023320     MOVE CUSTOMER-NO-INDEXED   TO AUD-CUSTOMER-NO
023330     MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
023340     MOVE WS-AUDIT-AFTER-IMAGE  TO AUD-AFTER-IMAGE
023341     MOVE WS-AUDIT-TRAN-DATE    TO AUD-TRANSACTION-DATE
023342     MOVE WS-AUDIT-TRAN-AMOUNT  TO AUD-TRANSACTION-AMOUNT
023343     MOVE WS-OVERRIDE-OPERATOR-ID TO AUD-OPERATOR-ID
023344     MOVE SOURCE-FEED-SEQ       TO AUD-SOURCE-FEED
023345     MOVE FEED-POSITION-SEQ     TO AUD-FEED-POSITION
023350
023351     PERFORM 2361-WRITE-AUDIT-KEYED-RECORD
023352         THRU 2361-WRITE-AUDIT-KEYED-RECORD-EXIT.
023353
023360     WRITE AUDIT-RECORD.
023361
023362     MOVE SPACES TO WS-AUDIT-TRAN-DATE.
023363     MOVE ZERO   TO WS-AUDIT-TRAN-AMOUNT.
023370 2360-WRITE-AUDIT-RECORD-EXIT.
023371     EXIT.
023372
023373*-----------------------------------------------------------------
023374* 2361-WRITE-AUDIT-KEYED-RECORD - THE AUDIT RECORD 2360 BUILT
023375* IS ABOUT TO APPEND TO AUDITTRL ALSO GOES ON THE KEYED AUDIT
023376* TRAIL AUDITKEY UNDER THE NEXT TRAIL RECORD NUMBER, KEYED BY
023377* CUSTOMER AND BY RUN, AND THE CONTROL RECORD IS REWRITTEN WITH
023378* THAT NUMBER.  A FAILURE IS REPORTED AND THE RUN GOES ON -
023379* AUDITTRL IS STILL THE TRAIL OF RECORD, AND PROGRAM24 VERIFY
023380* SHOWS THE KEYED COPY OUT OF STEP UNTIL IT IS REBUILT.
023381*-----------------------------------------------------------------
023382 2361-WRITE-AUDIT-KEYED-RECORD.
023383     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
023384     ADD 1                       TO AK-CTL-LAST-RECORD-NO.
023385     MOVE AK-CTL-LAST-RECORD-NO  TO WS-AK-TRAIL-RECORD-NO.
023386     MOVE AUD-RUN-DATE           TO AK-CTL-LAST-UPDATE-DATE.
023387     MOVE AUD-RUN-TIME           TO AK-CTL-LAST-UPDATE-TIME.
023388     MOVE AUD-SOURCE-PROGRAM     TO AK-CTL-LAST-UPDATE-BY.
023389     MOVE AUDIT-KEYED-RECORD     TO WS-AK-CONTROL-SAVE.
023390
023391     MOVE AUD-CUSTOMER-NO        TO AK-CUSTOMER-NO.
023392     MOVE AUD-RUN-DATE           TO AK-CUST-RUN-DATE
023393                                    AK-RUN-DATE.
023394     MOVE AUD-RUN-TIME           TO AK-CUST-RUN-TIME
023395                                    AK-RUN-TIME.
023396     MOVE WS-AK-TRAIL-RECORD-NO  TO AK-CUST-TRAIL-RECORD-NO
023397                                    AK-RUN-TRAIL-RECORD-NO.
023398     MOVE AUDIT-RECORD           TO AK-AUDIT-IMAGE.
023399
023400     WRITE AUDIT-KEYED-RECORD
023401         INVALID KEY
023402             DISPLAY "AUDITKEY WRITE FAILED FOR TRAIL RECORD "
023403                 WS-AK-TRAIL-RECORD-NO " - FILE STATUS "
023404                 WS-AUDIT-KEYED-STATUS
023405     END-WRITE.
023406
023407     MOVE WS-AK-CONTROL-SAVE     TO AUDIT-KEYED-RECORD.
023408     REWRITE AUDIT-KEYED-RECORD
023409         INVALID KEY
023410             DISPLAY "AUDITKEY CONTROL RECORD REWRITE FAILED - "
023411                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
023412     END-REWRITE.
023413 2361-WRITE-AUDIT-KEYED-RECORD-EXIT.
023414     EXIT.
023415
023416*-----------------------------------------------------------------
023417* 2370-WRITE-EXTRACT-RECORD - ONE FIXED-FORMAT DELTA RECORD FOR
023420* THE TRANSACTION JUST APPLIED.  THE CALLER SETS WS-EXTRACT-
023430* ACTION AND LEAVES THE CUSTOMER'S VALUES IN INDEXEDFILE-RECORD
023440* (A DELETE RESTORES ITS BEFORE-IMAGE FIRST).  EVERY DETAIL
023450* RECORD COUNTS INTO THE TRAILER COUNT AND ITS AMOUNT INTO THE
023451* TRAILER HASH TOTAL.  A "P" PAYMENT ROW CARRIES THE DATE AND
023452* AMOUNT PAID IN PLACE OF THE MASTER'S PURCHASE DATE AND AMOUNT,
023453* AND AN "R" RETURN ROW THE ORIGINAL PURCHASE DATE AND THE REFUND.
023470*-----------------------------------------------------------------
023480 2370-WRITE-EXTRACT-RECORD.
023490     MOVE WS-EXTRACT-ACTION        TO EXT-DTL-ACTION-CODE
023570     MOVE POSTAL-CODE-INDEXED      TO EXT-DTL-POSTAL-CODE
023580     MOVE PHONE-INDEXED            TO EXT-DTL-PHONE
023590     MOVE STATUS-CODE-INDEXED      TO EXT-DTL-STATUS-CODE
023591
023592     IF WS-EXTRACT-ACTION = "A" AND WS-NUMBER-ASSIGNED
023593         MOVE "Y"                  TO EXT-DTL-NEW-NUMBER-FLAG
023594         MOVE WS-SEQFILE-POSITION  TO EXT-DTL-SOURCE-POSITION
023595         MOVE SOURCE-FEED-SEQ      TO EXT-DTL-SOURCE-FEED
023596         IF SOURCE-FEED-SEQ NOT = SPACES
023597             MOVE FEED-POSITION-SEQ TO EXT-DTL-SOURCE-POSITION
023598         END-IF
023599     ELSE
023600         MOVE SPACE                TO EXT-DTL-NEW-NUMBER-FLAG
023601         MOVE ZERO                 TO EXT-DTL-SOURCE-POSITION
023602         MOVE SPACES               TO EXT-DTL-SOURCE-FEED
023603     END-IF
023604
023605     IF WS-EXTRACT-ACTION = "P" OR WS-EXTRACT-ACTION = "R"
023606         MOVE DATE-OF-PURCHASE-SEQ TO EXT-DTL-DATE-OF-PURCH
023607         MOVE AMT-OF-PURCHASE-SEQ  TO EXT-DTL-AMT-OF-PURCH
023608     END-IF.
023609
023610     WRITE EXTRACT-IO-RECORD FROM WS-EXT-DETAIL-RECORD
023620
023630     ADD 1 TO WS-EXTRACT-RECORD-COUNT
023631     ADD EXT-DTL-AMT-OF-PURCH TO WS-EXTRACT-AMOUNT-HASH.
023650 2370-WRITE-EXTRACT-RECORD-EXIT.
023651     EXIT.
023652
023653*-----------------------------------------------------------------
023654* 2380-APPLY-PAYMENT - A "P" TRANSACTION CREDITS THE CUSTOMER'S
023655* AR LEDGER WITH THE AMOUNT PAID, OLDEST OPEN ITEM FIRST (2381).
023656* THE MASTER ITSELF IS NOT CHANGED, SO THE AUDIT RECORD CARRIES
023657* THE SAME BEFORE- AND AFTER-IMAGE AND THE DATE AND AMOUNT PAID
023658* GO IN AUD-TRANSACTION-DATE / -AMOUNT.  A PAYMENT FOR MORE THAN
023659* THE BALANCE OWED (OR FOR A CUSTOMER WITH NO BALANCE) GOES TO
023660* SUSPENSE RATHER THAN LEAVING AN UNEXPLAINED CREDIT.  ON A
023661* RESTART RUN A BALANCE ALREADY STAMPED BY THIS POSTING RUN AT
023662* OR BEYOND THIS SEQFILE POSITION MEANS THE ABENDED RUN APPLIED
023663* THE PAYMENT BEFORE IT DIED - IT IS NOT APPLIED OR COUNTED AGAIN.
023664*-----------------------------------------------------------------
023665 2380-APPLY-PAYMENT.
023666     MOVE CUSTOMER-NO-SEQ TO CUSTOMER-NO-INDEXED.
023667
023668     READ INDEXEDFILE RECORD
023669         INVALID KEY
023670             MOVE 05 TO WS-REASON-CODE
023671             MOVE "CUSTOMER NOT ON MASTER FOR PAYMENT"
023672                 TO WS-REASON-TEXT
023673             PERFORM 2200-REJECT-CUSTOMER-RECORD
023674                 THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
023675             GO TO 2380-APPLY-PAYMENT-EXIT
023676     END-READ.
023677
023678     MOVE CUSTOMER-NO-SEQ TO AR-CUSTOMER-NO.
023679     MOVE ZERO            TO AR-ITEM-DATE
023680                             AR-ITEM-SEQ.
023681
023682     READ AR-LEDGER-FILE RECORD
023683         INVALID KEY
023684             MOVE 16 TO WS-REASON-CODE
023685             MOVE "PAYMENT EXCEEDS BALANCE OWED" TO WS-REASON-TEXT
023686             PERFORM 2200-REJECT-CUSTOMER-RECORD
023687                 THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
023688             GO TO 2380-APPLY-PAYMENT-EXIT
023689     END-READ.
023690
023691     IF WS-RESTART-RUN
023692         AND AR-BAL-LAST-POST-RUN-DATE = WS-POSTING-RUN-DATE
023693         AND AR-BAL-LAST-POST-RUN-TIME = WS-POSTING-RUN-TIME
023694         AND AR-BAL-LAST-POST-POSITION >= WS-SEQFILE-POSITION
023695             DISPLAY "PAYMENT REPLAY CONFIRMED - CUSTOMER "
023696                 CUSTOMER-NO-SEQ " NOT REAPPLIED"
023697             GO TO 2380-APPLY-PAYMENT-EXIT
023698     END-IF.
023699
023700     IF AMT-OF-PURCHASE-SEQ > AR-BAL-BALANCE-OWED
023701         MOVE 16 TO WS-REASON-CODE
023702         MOVE "PAYMENT EXCEEDS BALANCE OWED" TO WS-REASON-TEXT
023703         PERFORM 2200-REJECT-CUSTOMER-RECORD
023704             THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
023705         GO TO 2380-APPLY-PAYMENT-EXIT
023706     END-IF.
023707
023708     MOVE AR-LEDGER-RECORD    TO WS-AR-BALANCE-SAVE.
023709     MOVE AMT-OF-PURCHASE-SEQ TO WS-AR-PAYMENT-REMAINING.
023710     SET WS-AR-ITEMS-MORE     TO TRUE.
023711
023712     START AR-LEDGER-FILE KEY IS GREATER THAN AR-LEDGER-KEY
023713         INVALID KEY
023714             SET WS-AR-ITEMS-DONE TO TRUE
023715     END-START.
023716
023717     PERFORM 2381-CREDIT-OPEN-ITEM
023718         THRU 2381-CREDIT-OPEN-ITEM-EXIT
023719         UNTIL WS-AR-ITEMS-DONE.
023720
023721     MOVE WS-AR-BALANCE-SAVE    TO AR-LEDGER-RECORD.
023722     SUBTRACT AMT-OF-PURCHASE-SEQ FROM AR-BAL-BALANCE-OWED.
023723     MOVE DATE-OF-PURCHASE-SEQ  TO AR-BAL-LAST-PAYMENT-DATE.
023724     MOVE AMT-OF-PURCHASE-SEQ   TO AR-BAL-LAST-PAYMENT-AMT.
023725     MOVE WS-POSTING-RUN-DATE   TO AR-BAL-LAST-POST-RUN-DATE.
023726     MOVE WS-POSTING-RUN-TIME   TO AR-BAL-LAST-POST-RUN-TIME.
023727     MOVE WS-SEQFILE-POSITION   TO AR-BAL-LAST-POST-POSITION.
023728
023729     REWRITE AR-LEDGER-RECORD
023730         INVALID KEY
023731             DISPLAY "UNABLE TO REWRITE AR BALANCE FOR CUSTOMER "
023732                 AR-CUSTOMER-NO
023733     END-REWRITE.
023734
023735     IF WS-AR-PAYMENT-REMAINING > ZERO
023736         DISPLAY "AR LEDGER OUT OF BALANCE - CUSTOMER "
023737             AR-CUSTOMER-NO " OPEN ITEMS SHORT BY "
023738             WS-AR-PAYMENT-REMAINING
023739     END-IF.
023740
023741     MOVE INDEXEDFILE-RECORD   TO WS-AUDIT-BEFORE-IMAGE.
023742     MOVE INDEXEDFILE-RECORD   TO WS-AUDIT-AFTER-IMAGE.
023743     MOVE DATE-OF-PURCHASE-SEQ TO WS-AUDIT-TRAN-DATE.
023744     MOVE AMT-OF-PURCHASE-SEQ  TO WS-AUDIT-TRAN-AMOUNT.
023745     PERFORM 2360-WRITE-AUDIT-RECORD
023746         THRU 2360-WRITE-AUDIT-RECORD-EXIT.
023747
023748     MOVE "P" TO WS-EXTRACT-ACTION.
023749     PERFORM 2370-WRITE-EXTRACT-RECORD
023750         THRU 2370-WRITE-EXTRACT-RECORD-EXIT.
023751
023752     ADD 1 TO WS-PAYMENTS-APPLIED-COUNT.
023753     ADD AMT-OF-PURCHASE-SEQ TO WS-PAYMENT-AMOUNT-TOTAL.
023754 2380-APPLY-PAYMENT-EXIT.
023755     EXIT.
023756
023757*-----------------------------------------------------------------
023758* 2381-CREDIT-OPEN-ITEM - TAKE WHAT IS LEFT OF THE PAYMENT
023759* AGAINST THE CUSTOMER'S NEXT OPEN ITEM.  AN ITEM PAID TO ZERO IS
023760* DELETED; A PART-PAID ITEM IS REWRITTEN WITH ITS NEW OPEN AMOUNT.
023761* STOPS AT THE END OF THE CUSTOMER'S ITEMS OR OF THE PAYMENT.
023762*-----------------------------------------------------------------
023763 2381-CREDIT-OPEN-ITEM.
023764     READ AR-LEDGER-FILE NEXT RECORD
023765         AT END
023766             SET WS-AR-ITEMS-DONE TO TRUE
023767             GO TO 2381-CREDIT-OPEN-ITEM-EXIT
023768     END-READ.
023769
023770     IF AR-CUSTOMER-NO NOT = CUSTOMER-NO-SEQ
023771         SET WS-AR-ITEMS-DONE TO TRUE
023772         GO TO 2381-CREDIT-OPEN-ITEM-EXIT
023773     END-IF.
023774
023775     IF WS-AR-PAYMENT-REMAINING < AR-ITEM-OPEN-AMT
023776         SUBTRACT WS-AR-PAYMENT-REMAINING FROM AR-ITEM-OPEN-AMT
023777         MOVE ZERO TO WS-AR-PAYMENT-REMAINING
023778         REWRITE AR-LEDGER-RECORD
023779             INVALID KEY
023780                 DISPLAY "UNABLE TO REWRITE AR OPEN ITEM FOR "
023781                     "CUSTOMER " AR-CUSTOMER-NO
023782         END-REWRITE
023783     ELSE
023784         SUBTRACT AR-ITEM-OPEN-AMT FROM WS-AR-PAYMENT-REMAINING
023785         DELETE AR-LEDGER-FILE RECORD
023786             INVALID KEY
023787                 DISPLAY "UNABLE TO DELETE AR OPEN ITEM FOR "
023788                     "CUSTOMER " AR-CUSTOMER-NO
023789         END-DELETE
023790     END-IF.
023791
023792     IF WS-AR-PAYMENT-REMAINING = ZERO
023793         SET WS-AR-ITEMS-DONE TO TRUE
023794     END-IF.
023795 2381-CREDIT-OPEN-ITEM-EXIT.
023796     EXIT.
023797
023798*-----------------------------------------------------------------
023799* 2390-POST-PURCHASE-TO-LEDGER - DEBIT THE CUSTOMER'S AR LEDGER
023800* WITH THE PURCHASE JUST FOLDED INTO CUSTSUMM.  ANY UNAPPLIED
023801* CREDIT IS TAKEN AGAINST THE PURCHASE FIRST AND WHATEVER IS LEFT
023802* BECOMES A NEW OPEN ITEM KEYED BY THE PURCHASE DATE AND THE
023803* PURCHHST SEQUENCE NUMBER, SO THE ITEM TIES BACK TO ITS HISTORY
023804* ROW.  2355 HAS ALREADY LEFT THE DATE KEY IN WS-SUMM-PURCHASE-
023805* DATE-KEY (ZERO FOR AN UNREADABLE DATE, ALREADY DISPLAYED).
023806*-----------------------------------------------------------------
023807 2390-POST-PURCHASE-TO-LEDGER.
023808     IF WS-SUMM-PURCHASE-DATE-KEY = ZERO
023809         GO TO 2390-POST-PURCHASE-TO-LEDGER-EXIT
023810     END-IF.
023811
023812     MOVE AMT-OF-PURCHASE-INDEXED TO WS-AR-ITEM-OPEN-AMT.
023813     MOVE CUSTOMER-NO-INDEXED     TO WS-AR-XFER-TO-NO.
023814     PERFORM 2391-READ-LEDGER-BALANCE
023815         THRU 2391-READ-LEDGER-BALANCE-EXIT.
023816
023817     IF AR-BAL-UNAPPLIED-CREDIT > ZERO
023818         IF AR-BAL-UNAPPLIED-CREDIT < WS-AR-ITEM-OPEN-AMT
023819             SUBTRACT AR-BAL-UNAPPLIED-CREDIT
023820                 FROM WS-AR-ITEM-OPEN-AMT
023821             MOVE ZERO TO AR-BAL-UNAPPLIED-CREDIT
023822         ELSE
023823             SUBTRACT WS-AR-ITEM-OPEN-AMT
023824                 FROM AR-BAL-UNAPPLIED-CREDIT
023825             MOVE ZERO TO WS-AR-ITEM-OPEN-AMT
023826         END-IF
023827     END-IF.
023828
023829     ADD WS-AR-ITEM-OPEN-AMT TO AR-BAL-BALANCE-OWED.
023830
023831     PERFORM 2392-WRITE-LEDGER-BALANCE
023832         THRU 2392-WRITE-LEDGER-BALANCE-EXIT.
023833
023834     IF WS-AR-ITEM-OPEN-AMT = ZERO
023835         GO TO 2390-POST-PURCHASE-TO-LEDGER-EXIT
023836     END-IF.
023837
023838     MOVE SPACES                    TO AR-LEDGER-RECORD.
023839     MOVE CUSTOMER-NO-INDEXED       TO AR-CUSTOMER-NO.
023840     MOVE WS-SUMM-PURCHASE-DATE-KEY TO AR-ITEM-DATE.
023841     MOVE PH-SEQUENCE-NO            TO AR-ITEM-SEQ.
023842     SET AR-OPEN-ITEM               TO TRUE.
023843     MOVE DATE-OF-PURCHASE-INDEXED  TO AR-ITEM-PURCHASE-DATE.
023844     MOVE AMT-OF-PURCHASE-INDEXED   TO AR-ITEM-ORIGINAL-AMT.
023845     MOVE WS-AR-ITEM-OPEN-AMT       TO AR-ITEM-OPEN-AMT.
023846     MOVE WS-RUN-DATE               TO AR-ITEM-RUN-DATE.
023847
023848     WRITE AR-LEDGER-RECORD
023849         INVALID KEY
023850             DISPLAY "AR OPEN ITEM ALREADY ON FILE - CUSTOMER "
023851                 AR-CUSTOMER-NO " DATE " AR-ITEM-DATE
023852                 " SEQUENCE " AR-ITEM-SEQ
023853     END-WRITE.
023854 2390-POST-PURCHASE-TO-LEDGER-EXIT.
023855     EXIT.
023856
023857*-----------------------------------------------------------------
023858* 2391-READ-LEDGER-BALANCE - READ THE BALANCE RECORD FOR THE
023859* CUSTOMER IN WS-AR-XFER-TO-NO, OR BUILD AN EMPTY ONE IF THE
023860* CUSTOMER HAS NEVER BEEN ON THE LEDGER.  WS-AR-BALANCE-SWITCH
023861* TELLS 2392 WHETHER TO REWRITE OR WRITE IT.
023862*-----------------------------------------------------------------
023863 2391-READ-LEDGER-BALANCE.
023864     MOVE WS-AR-XFER-TO-NO TO AR-CUSTOMER-NO.
023865     MOVE ZERO             TO AR-ITEM-DATE
023866                              AR-ITEM-SEQ.
023867
023868     READ AR-LEDGER-FILE RECORD
023869         INVALID KEY
023870             SET WS-AR-BALANCE-NEW TO TRUE
023871             MOVE SPACES           TO AR-LEDGER-RECORD
023872             MOVE WS-AR-XFER-TO-NO TO AR-CUSTOMER-NO
023873             MOVE ZERO             TO AR-ITEM-DATE
023874                                      AR-ITEM-SEQ
023875                                      AR-BAL-BALANCE-OWED
023876                                      AR-BAL-UNAPPLIED-CREDIT
023877                                      AR-BAL-LAST-PAYMENT-AMT
023878                                      AR-BAL-LAST-POST-RUN-DATE
023879                                      AR-BAL-LAST-POST-RUN-TIME
023880                                      AR-BAL-LAST-POST-POSITION
023881             SET AR-BALANCE-RECORD TO TRUE
023882         NOT INVALID KEY
023883             SET WS-AR-BALANCE-ON-FILE TO TRUE
023884     END-READ.
023885 2391-READ-LEDGER-BALANCE-EXIT.
023886     EXIT.
023887
023888*-----------------------------------------------------------------
023889* 2392-WRITE-LEDGER-BALANCE - PUT BACK THE BALANCE RECORD READ OR
023890* BUILT BY 2391.
023891*-----------------------------------------------------------------
023892 2392-WRITE-LEDGER-BALANCE.
023893     IF WS-AR-BALANCE-ON-FILE
023894         REWRITE AR-LEDGER-RECORD
023895             INVALID KEY
023896                 DISPLAY "UNABLE TO REWRITE AR BALANCE FOR "
023897                     "CUSTOMER " AR-CUSTOMER-NO
023898         END-REWRITE
023899     ELSE
023900         WRITE AR-LEDGER-RECORD
023901             INVALID KEY
023902                 DISPLAY "UNABLE TO WRITE AR BALANCE FOR "
023903                     "CUSTOMER " AR-CUSTOMER-NO
023904         END-WRITE
023905     END-IF.
023906 2392-WRITE-LEDGER-BALANCE-EXIT.
023907     EXIT.
023908
023909*-----------------------------------------------------------------
023910* 2395-TRANSFER-LEDGER - A MERGE MOVES THE SOURCE CUSTOMER'S AR
023911* LEDGER TO THE SURVIVOR: EVERY OPEN ITEM IS REKEYED UNDER THE
023912* SURVIVOR (2396) AND THE SOURCE BALANCE OWED AND UNAPPLIED
023913* CREDIT ARE ADDED INTO THE SURVIVOR'S BALANCE RECORD.  A SOURCE
023914* WITH NO LEDGER HAS NOTHING TO MOVE.  A PLAIN DELETE LEAVES THE
023915* LEDGER WHERE IT IS - THE MONEY IS STILL OWED AND KEEPS AGING.
023916*-----------------------------------------------------------------
023917 2395-TRANSFER-LEDGER.
023918     MOVE WS-AR-XFER-FROM-NO TO AR-CUSTOMER-NO.
023919     MOVE ZERO               TO AR-ITEM-DATE
023920                                AR-ITEM-SEQ.
023921
023922     READ AR-LEDGER-FILE RECORD
023923         INVALID KEY
023924             GO TO 2395-TRANSFER-LEDGER-EXIT
023925     END-READ.
023926
023927     MOVE AR-BAL-BALANCE-OWED     TO WS-AR-XFER-OWED.
023928     MOVE AR-BAL-UNAPPLIED-CREDIT TO WS-AR-XFER-CREDIT.
023929
023930     DELETE AR-LEDGER-FILE RECORD
023931         INVALID KEY
023932             DISPLAY "UNABLE TO DELETE AR BALANCE FOR CUSTOMER "
023933                 AR-CUSTOMER-NO
023934     END-DELETE.
023935
023936     SET WS-AR-ITEMS-MORE TO TRUE.
023937     PERFORM 2396-TRANSFER-OPEN-ITEM
023938         THRU 2396-TRANSFER-OPEN-ITEM-EXIT
023939         UNTIL WS-AR-ITEMS-DONE.
023940
023941     PERFORM 2391-READ-LEDGER-BALANCE
023942         THRU 2391-READ-LEDGER-BALANCE-EXIT.
023943     ADD WS-AR-XFER-OWED   TO AR-BAL-BALANCE-OWED.
023944     ADD WS-AR-XFER-CREDIT TO AR-BAL-UNAPPLIED-CREDIT.
023945     PERFORM 2392-WRITE-LEDGER-BALANCE
023946         THRU 2392-WRITE-LEDGER-BALANCE-EXIT.
023947
023948     DISPLAY "AR LEDGER TRANSFERRED - CUSTOMER "
023949         WS-AR-XFER-FROM-NO " INTO " WS-AR-XFER-TO-NO.
023950 2395-TRANSFER-LEDGER-EXIT.
023951     EXIT.
023952
023953*-----------------------------------------------------------------
023954* 2396-TRANSFER-OPEN-ITEM - MOVE THE SOURCE CUSTOMER'S FIRST
023955* REMAINING OPEN ITEM TO THE SURVIVOR.  THE FILE IS RE-STARTED AT
023956* THE SOURCE EACH TIME SINCE THE ITEM JUST MOVED HAS GONE FROM
023957* UNDER IT.  THE ITEM KEEPS ITS DATE; ITS SEQUENCE IS BUMPED IF
023958* THE SURVIVOR ALREADY HAS AN ITEM WITH THE SAME KEY (2397).
023959*-----------------------------------------------------------------
023960 2396-TRANSFER-OPEN-ITEM.
023961     MOVE WS-AR-XFER-FROM-NO TO AR-CUSTOMER-NO.
023962     MOVE ZERO               TO AR-ITEM-DATE
023963                                AR-ITEM-SEQ.
023964
023965     START AR-LEDGER-FILE KEY IS NOT LESS THAN AR-LEDGER-KEY
023966         INVALID KEY
023967             SET WS-AR-ITEMS-DONE TO TRUE
023968             GO TO 2396-TRANSFER-OPEN-ITEM-EXIT
023969     END-START.
023970
023971     READ AR-LEDGER-FILE NEXT RECORD
023972         AT END
023973             SET WS-AR-ITEMS-DONE TO TRUE
023974             GO TO 2396-TRANSFER-OPEN-ITEM-EXIT
023975     END-READ.
023976
023977     IF AR-CUSTOMER-NO NOT = WS-AR-XFER-FROM-NO
023978         SET WS-AR-ITEMS-DONE TO TRUE
023979         GO TO 2396-TRANSFER-OPEN-ITEM-EXIT
023980     END-IF.
023981
023982     MOVE AR-LEDGER-RECORD TO WS-AR-ITEM-SAVE.
023983
023984     DELETE AR-LEDGER-FILE RECORD
023985         INVALID KEY
023986             DISPLAY "UNABLE TO DELETE AR OPEN ITEM FOR CUSTOMER "
023987                 AR-CUSTOMER-NO
023988             SET WS-AR-ITEMS-DONE TO TRUE
023989             GO TO 2396-TRANSFER-OPEN-ITEM-EXIT
023990     END-DELETE.
023991
023992     MOVE WS-AR-ITEM-SAVE  TO AR-LEDGER-RECORD.
023993     MOVE WS-AR-XFER-TO-NO TO AR-CUSTOMER-NO.
023994     SET WS-AR-ITEM-NOT-WRITTEN TO TRUE.
023995
023996     PERFORM 2397-WRITE-TRANSFERRED-ITEM
023997         THRU 2397-WRITE-TRANSFERRED-ITEM-EXIT
023998         UNTIL WS-AR-ITEM-WRITTEN.
023999 2396-TRANSFER-OPEN-ITEM-EXIT.
024000     EXIT.
024001
024002*-----------------------------------------------------------------
024003* 2397-WRITE-TRANSFERRED-ITEM - ONE WRITE ATTEMPT FOR A MOVED
024004* OPEN ITEM AT ITS CURRENT SEQUENCE, OR GIVE UP LOUDLY AT 999.
024005*-----------------------------------------------------------------
024006 2397-WRITE-TRANSFERRED-ITEM.
024007     WRITE AR-LEDGER-RECORD
024008         INVALID KEY
024009             IF AR-ITEM-SEQ < 999
024010                 ADD 1 TO AR-ITEM-SEQ
024011             ELSE
024012                 DISPLAY "AR OPEN ITEM NOT TRANSFERRED - "
024013                     "CUSTOMER "
024014                     WS-AR-XFER-FROM-NO " DATE " AR-ITEM-DATE
024015                 SET WS-AR-ITEM-WRITTEN TO TRUE
024016             END-IF
024017         NOT INVALID KEY
024018             SET WS-AR-ITEM-WRITTEN TO TRUE
024019     END-WRITE.
024020 2397-WRITE-TRANSFERRED-ITEM-EXIT.
024021     EXIT.
024022*-----------------------------------------------------------------
024023* 2410-APPLY-RETURN - AN "R" TRANSACTION REFUNDS PART OR ALL OF
024024* AN ORIGINAL PURCHASE, NAMED BY CUSTOMER, DATE OF PURCHASE AND
024025* PURCHHST SEQUENCE NUMBER.  THE RETURN CREDITS THE AR LEDGER
024026* (2413), POSTS ITS OWN HISTORY ROW UNDER THE ORIGINAL'S CUSTOMER
024027* AND DATE WITH THE REFUND AS A NEGATIVE AMOUNT AND THE ORIGINAL'S
024028* SEQUENCE IN PH-ORIG-SEQUENCE-NO, AND BACKS THE REFUND OUT OF
024029* CUSTSUMM (2412).  THE MASTER IS NOT CHANGED, SO THE AUDIT RECORD
024030* CARRIES THE SAME BEFORE- AND AFTER-IMAGE WITH THE ORIGINAL DATE
024031* AND THE REFUND IN AUD-TRANSACTION-DATE / -AMOUNT.  AN ORIGINAL
024032* NOT ON HISTORY (OR ITSELF A RETURN) GOES TO SUSPENSE UNDER
024033* REASON 17, A REFUND LARGER THAN WHAT EARLIER RETURNS HAVE LEFT
024034* OF IT (2411) UNDER REASON 18.  A RETURN IS TAKEN WHATEVER THE
024035* CUSTOMER'S STATUS.  THE LEDGER IS CREDITED FIRST SO ITS BALANCE
024036* STAMP COVERS EVERY LATER WRITE: ON A RESTART RUN A BALANCE
024037* STAMPED BY THIS POSTING RUN AT OR BEYOND THIS SEQFILE POSITION
024038* MEANS THE ABENDED RUN TOOK THE RETURN BEFORE IT DIED, THE SAME
024039* WAY 2380 TREATS A PAYMENT.
024040*-----------------------------------------------------------------
024041 2410-APPLY-RETURN.
024042     MOVE CUSTOMER-NO-SEQ TO CUSTOMER-NO-INDEXED.
024043
024044     READ INDEXEDFILE RECORD
024045         INVALID KEY
024046             MOVE 05 TO WS-REASON-CODE
024047             MOVE "CUSTOMER NOT ON MASTER FOR RETURN"
024048                 TO WS-REASON-TEXT
024049             PERFORM 2200-REJECT-CUSTOMER-RECORD
024050                 THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
024051             GO TO 2410-APPLY-RETURN-EXIT
024052     END-READ.
024053
024054     IF WS-RESTART-RUN
024055         MOVE CUSTOMER-NO-SEQ TO AR-CUSTOMER-NO
024056         MOVE ZERO            TO AR-ITEM-DATE
024057                                 AR-ITEM-SEQ
024058         READ AR-LEDGER-FILE RECORD
024059             INVALID KEY
024060                 MOVE ZERO TO AR-BAL-LAST-POST-RUN-DATE
024061         END-READ
024062         IF AR-BAL-LAST-POST-RUN-DATE = WS-POSTING-RUN-DATE
024063             AND AR-BAL-LAST-POST-RUN-TIME = WS-POSTING-RUN-TIME
024064             AND AR-BAL-LAST-POST-POSITION >= WS-SEQFILE-POSITION
024065                 DISPLAY "RETURN REPLAY CONFIRMED - CUSTOMER "
024066                     CUSTOMER-NO-SEQ " NOT REAPPLIED"
024067                 GO TO 2410-APPLY-RETURN-EXIT
024068         END-IF
024069     END-IF.
024070
024071     MOVE RETURN-ORIG-SEQUENCE-SEQ TO WS-RET-ORIG-SEQUENCE-NO.
024072     MOVE CUSTOMER-NO-SEQ          TO PH-CUSTOMER-NO.
024073     MOVE DATE-OF-PURCHASE-SEQ     TO PH-DATE-OF-PURCHASE.
024074     MOVE WS-RET-ORIG-SEQUENCE-NO  TO PH-SEQUENCE-NO.
024075
024076     READ PURCHASE-HISTORY-FILE RECORD
024077         INVALID KEY
024078             MOVE "R" TO PH-TRANSACTION-CODE
024079     END-READ.
024080
024081     IF PH-TRANSACTION-CODE = "R"
024082         MOVE 17 TO WS-REASON-CODE
024083         MOVE "ORIGINAL PURCHASE NOT ON HISTORY" TO WS-REASON-TEXT
024084         PERFORM 2200-REJECT-CUSTOMER-RECORD
024085             THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
024086         GO TO 2410-APPLY-RETURN-EXIT
024087     END-IF.
024088
024089     MOVE PH-AMT-OF-PURCHASE TO WS-RET-ORIG-AMOUNT.
024090     MOVE ZERO               TO WS-RET-PRIOR-REFUNDS.
024091     SET WS-RET-SCAN-MORE    TO TRUE.
024092     MOVE ZERO               TO PH-SEQUENCE-NO.
024093
024094     START PURCHASE-HISTORY-FILE
024095         KEY IS GREATER THAN PURCHASE-HISTORY-KEY
024096         INVALID KEY
024097             SET WS-RET-SCAN-DONE TO TRUE
024098     END-START.
024099
024100     PERFORM 2411-SUM-PRIOR-RETURNS
024101         THRU 2411-SUM-PRIOR-RETURNS-EXIT
024102         UNTIL WS-RET-SCAN-DONE.
024103
024104     MOVE WS-RET-ORIG-AMOUNT TO WS-RET-REMAINING.
024105     SUBTRACT WS-RET-PRIOR-REFUNDS FROM WS-RET-REMAINING.
024106
024107     IF AMT-OF-PURCHASE-SEQ > WS-RET-REMAINING
024108         MOVE 18 TO WS-REASON-CODE
024109         MOVE "REFUND EXCEEDS REMAINING PURCHASE"
024110             TO WS-REASON-TEXT
024111         PERFORM 2200-REJECT-CUSTOMER-RECORD
024112             THRU 2200-REJECT-CUSTOMER-RECORD-EXIT
024113         GO TO 2410-APPLY-RETURN-EXIT
024114     END-IF.
024115
024116     PERFORM 2413-CREDIT-RETURN-TO-LEDGER
024117         THRU 2413-CREDIT-RETURN-TO-LEDGER-EXIT.
024118
024119     MOVE CUSTOMER-NO-SEQ          TO PH-CUSTOMER-NO
024120     MOVE DATE-OF-PURCHASE-SEQ     TO PH-DATE-OF-PURCHASE
024121     MOVE 1                        TO PH-SEQUENCE-NO
024122     MOVE CUSTOMER-NAME-INDEXED    TO PH-CUSTOMER-NAME
024123     MOVE AMT-OF-PURCHASE-SEQ      TO PH-AMT-OF-PURCHASE
024124     MULTIPLY -1 BY PH-AMT-OF-PURCHASE
024125     MOVE TRANSACTION-CODE-SEQ     TO PH-TRANSACTION-CODE
024126     MOVE WS-STREAM-DATE           TO PH-RUN-DATE
024127     MOVE WS-RET-ORIG-SEQUENCE-NO  TO PH-ORIG-SEQUENCE-NO
024128     SET WS-HISTORY-NOT-WRITTEN    TO TRUE
024129     SET WS-SUMMARY-DUE            TO TRUE
024130
024131     PERFORM 2351-WRITE-HISTORY-RECORD
024132         THRU 2351-WRITE-HISTORY-RECORD-EXIT
024133         UNTIL WS-HISTORY-WRITTEN.
024134
024135     IF WS-SUMMARY-DUE
024136         PERFORM 2412-BACK-OUT-CUSTOMER-SUMMARY
024137             THRU 2412-BACK-OUT-CUSTOMER-SUMMARY-EXIT
024138     END-IF.
024141
024142     MOVE INDEXEDFILE-RECORD   TO WS-AUDIT-BEFORE-IMAGE.
024143     MOVE INDEXEDFILE-RECORD   TO WS-AUDIT-AFTER-IMAGE.
024144     MOVE DATE-OF-PURCHASE-SEQ TO WS-AUDIT-TRAN-DATE.
024145     MOVE AMT-OF-PURCHASE-SEQ  TO WS-AUDIT-TRAN-AMOUNT.
024146     PERFORM 2360-WRITE-AUDIT-RECORD
024147         THRU 2360-WRITE-AUDIT-RECORD-EXIT.
024148
024149     MOVE "R" TO WS-EXTRACT-ACTION.
024150     PERFORM 2370-WRITE-EXTRACT-RECORD
024151         THRU 2370-WRITE-EXTRACT-RECORD-EXIT.
024152
024153     ADD 1 TO WS-RETURNS-APPLIED-COUNT.
024154     ADD AMT-OF-PURCHASE-SEQ TO WS-RETURN-AMOUNT-TOTAL.
024155
024156     DISPLAY "RETURN APPLIED - CUSTOMER " CUSTOMER-NO-SEQ
024157         " PURCHASE " DATE-OF-PURCHASE-SEQ
024158         " SEQUENCE " WS-RET-ORIG-SEQUENCE-NO.
024159 2410-APPLY-RETURN-EXIT.
024160     EXIT.
024161
024162*-----------------------------------------------------------------
024163* 2411-SUM-PRIOR-RETURNS - WALK THE HISTORY ROWS FOR THE RETURN'S
024164* CUSTOMER AND DATE OF PURCHASE AND ADD UP WHAT EARLIER RETURNS
024165* LINKED TO THE SAME ORIGINAL HAVE ALREADY REFUNDED.  A RETURN
024166* ROW'S AMOUNT IS NEGATIVE, SO IT IS SUBTRACTED TO COUNT UP.
024167*-----------------------------------------------------------------
024168 2411-SUM-PRIOR-RETURNS.
024169     READ PURCHASE-HISTORY-FILE NEXT RECORD
024170         AT END
024171             SET WS-RET-SCAN-DONE TO TRUE
024172             GO TO 2411-SUM-PRIOR-RETURNS-EXIT
024173     END-READ.
024174
024175     IF PH-CUSTOMER-NO NOT = CUSTOMER-NO-SEQ
024176         OR PH-DATE-OF-PURCHASE NOT = DATE-OF-PURCHASE-SEQ
024177         SET WS-RET-SCAN-DONE TO TRUE
024178         GO TO 2411-SUM-PRIOR-RETURNS-EXIT
024179     END-IF.
024180
024181     IF PH-TRANSACTION-CODE = "R"
024182         IF PH-ORIG-SEQUENCE-NO = WS-RET-ORIG-SEQUENCE-NO
024183             SUBTRACT PH-AMT-OF-PURCHASE FROM WS-RET-PRIOR-REFUNDS
024184         END-IF
024185     END-IF.
024186 2411-SUM-PRIOR-RETURNS-EXIT.
024187     EXIT.
024188
024189*-----------------------------------------------------------------
024190* 2412-BACK-OUT-CUSTOMER-SUMMARY - TAKE THE REFUND BACK OUT OF
024191* THE CUSTOMER'S CUSTSUMM LIFETIME AMOUNT, AND OUT OF THE YTD
024192* AMOUNT WHEN THE ORIGINAL PURCHASE FELL IN THE CURRENT YTD YEAR.
024193* THE PURCHASE COUNTS AND DATES ARE LEFT ALONE - THE ORIGINAL
024194* PURCHASE STILL HAPPENED.  A BUCKET NEVER GOES BELOW ZERO.
024195*-----------------------------------------------------------------
024196 2412-BACK-OUT-CUSTOMER-SUMMARY.
024197     MOVE CUSTOMER-NO-SEQ TO CS-CUSTOMER-NO.
024198
024199     READ CUSTOMER-SUMMARY-FILE RECORD
024200         INVALID KEY
024201             DISPLAY "CUSTOMER SUMMARY NOT ON FILE - RETURN NOT "
024202                 "BACKED OUT FOR CUSTOMER " CUSTOMER-NO-SEQ
024203             GO TO 2412-BACK-OUT-CUSTOMER-SUMMARY-EXIT
024204     END-READ.
024205
024206     IF DOPS-YEAR = CS-YTD-YEAR
024207         IF AMT-OF-PURCHASE-SEQ < CS-YTD-AMOUNT
024208             SUBTRACT AMT-OF-PURCHASE-SEQ FROM CS-YTD-AMOUNT
024209         ELSE
024210             MOVE ZERO TO CS-YTD-AMOUNT
024211         END-IF
024212     END-IF.
024213
024214     IF AMT-OF-PURCHASE-SEQ < CS-LIFE-AMOUNT
024215         SUBTRACT AMT-OF-PURCHASE-SEQ FROM CS-LIFE-AMOUNT
024216     ELSE
024217         MOVE ZERO TO CS-LIFE-AMOUNT
024218     END-IF.
024219
024220     REWRITE CUSTOMER-SUMMARY-RECORD
024221         INVALID KEY
024222             DISPLAY "UNABLE TO REWRITE CUSTOMER SUMMARY "
024223                 "FOR CUSTOMER " CS-CUSTOMER-NO
024224     END-REWRITE.
024225 2412-BACK-OUT-CUSTOMER-SUMMARY-EXIT.
024226     EXIT.
024227
024228*-----------------------------------------------------------------
024229* 2413-CREDIT-RETURN-TO-LEDGER - CREDIT THE REFUND TO THE AR
024230* LEDGER.  WHAT IS STILL OPEN ON THE ORIGINAL PURCHASE'S ITEM IS
024231* CREDITED FIRST (AN ITEM CREDITED TO ZERO IS DELETED) AND THE
024232* BALANCE OWED COMES DOWN BY THE SAME AMOUNT; ANY PART OF THE
024233* REFUND THE CUSTOMER HAD ALREADY PAID WAITS IN UNAPPLIED CREDIT
024234* FOR THE NEXT PURCHASE.  THE BALANCE IS STAMPED WITH THE POSTING
024235* RUN AND SEQFILE POSITION AS A PAYMENT'S IS.
024236*-----------------------------------------------------------------
024237 2413-CREDIT-RETURN-TO-LEDGER.
024238     MOVE DATE-OF-PURCHASE-SEQ TO WS-MERGE-DATE-WORK.
024239     PERFORM 2341-BUILD-MERGE-DATE-KEY
024240         THRU 2341-BUILD-MERGE-DATE-KEY-EXIT.
024241
024242     MOVE AMT-OF-PURCHASE-SEQ     TO WS-AR-PAYMENT-REMAINING.
024243     MOVE ZERO                    TO WS-AR-ITEM-OPEN-AMT.
024244     MOVE CUSTOMER-NO-SEQ         TO AR-CUSTOMER-NO.
024245     MOVE WS-MERGE-DATE-KEY-N     TO AR-ITEM-DATE.
024246     MOVE WS-RET-ORIG-SEQUENCE-NO TO AR-ITEM-SEQ.
024247
024248     READ AR-LEDGER-FILE RECORD
024249         INVALID KEY
024250             MOVE ZERO TO WS-AR-ITEM-OPEN-AMT
024251         NOT INVALID KEY
024252             IF WS-AR-PAYMENT-REMAINING < AR-ITEM-OPEN-AMT
024253                 MOVE WS-AR-PAYMENT-REMAINING
024254                     TO WS-AR-ITEM-OPEN-AMT
024255                 SUBTRACT WS-AR-PAYMENT-REMAINING
024256                     FROM AR-ITEM-OPEN-AMT
024257                 REWRITE AR-LEDGER-RECORD
024258                     INVALID KEY
024259                         DISPLAY "UNABLE TO REWRITE AR OPEN ITEM "
024260                             "FOR CUSTOMER " AR-CUSTOMER-NO
024261                 END-REWRITE
024262             ELSE
024263                 MOVE AR-ITEM-OPEN-AMT TO WS-AR-ITEM-OPEN-AMT
024264                 DELETE AR-LEDGER-FILE RECORD
024265                     INVALID KEY
024266                         DISPLAY "UNABLE TO DELETE AR OPEN ITEM "
024267                             "FOR CUSTOMER " AR-CUSTOMER-NO
024268                 END-DELETE
024269             END-IF
024270     END-READ.
024271
024272     SUBTRACT WS-AR-ITEM-OPEN-AMT FROM WS-AR-PAYMENT-REMAINING.
024273
024274     MOVE CUSTOMER-NO-SEQ TO WS-AR-XFER-TO-NO.
024275     PERFORM 2391-READ-LEDGER-BALANCE
024276         THRU 2391-READ-LEDGER-BALANCE-EXIT.
024277
024278     IF WS-AR-ITEM-OPEN-AMT > AR-BAL-BALANCE-OWED
024279         DISPLAY "AR LEDGER OUT OF BALANCE - CUSTOMER "
024280             AR-CUSTOMER-NO " BALANCE SHORT OF OPEN ITEM"
024281         MOVE ZERO TO AR-BAL-BALANCE-OWED
024282     ELSE
024283         SUBTRACT WS-AR-ITEM-OPEN-AMT FROM AR-BAL-BALANCE-OWED
024284     END-IF.
024285
024286     ADD WS-AR-PAYMENT-REMAINING TO AR-BAL-UNAPPLIED-CREDIT.
024287     MOVE WS-POSTING-RUN-DATE    TO AR-BAL-LAST-POST-RUN-DATE.
024288     MOVE WS-POSTING-RUN-TIME    TO AR-BAL-LAST-POST-RUN-TIME.
024289     MOVE WS-SEQFILE-POSITION    TO AR-BAL-LAST-POST-POSITION.
024290
024291     PERFORM 2392-WRITE-LEDGER-BALANCE
024292         THRU 2392-WRITE-LEDGER-BALANCE-EXIT.
024293 2413-CREDIT-RETURN-TO-LEDGER-EXIT.
024294     EXIT.
024295
024296*-----------------------------------------------------------------
024297* 8000-PRODUCE-CONTROL-TOTALS - PRINT THE END-OF-RUN CONTROL
024298* TOTALS SO OPERATIONS CAN BALANCE THE RUN AGAINST THE SOURCE
024299* FILE TOTALS.
024300*-----------------------------------------------------------------
024301 8000-PRODUCE-CONTROL-TOTALS.
024302     ACCEPT WS-RUN-TIME FROM TIME.
024303
024304     WRITE CTL-REPORT-LINE FROM WS-CTL-TITLE-LINE.
024305
024306     MOVE WS-RUN-DATE      TO CTL-RUN-DATE
024307     MOVE WS-RUN-HH        TO CTL-RUN-HH
024308     MOVE WS-RUN-MIN       TO CTL-RUN-MIN
024309     MOVE WS-RUN-SS        TO CTL-RUN-SS
024310     WRITE CTL-REPORT-LINE FROM WS-CTL-DATE-LINE.
024311
024312     MOVE WS-RECORDS-READ-COUNT     TO CTL-READ-COUNT
024313     WRITE CTL-REPORT-LINE FROM WS-CTL-READ-LINE.
024314
024315     MOVE WS-RECORDS-ADDED-COUNT    TO CTL-ADDED-COUNT
024316     WRITE CTL-REPORT-LINE FROM WS-CTL-ADDED-LINE.
024317
024318     MOVE WS-RECORDS-CHANGED-COUNT  TO CTL-CHANGED-COUNT
024319     WRITE CTL-REPORT-LINE FROM WS-CTL-CHANGED-LINE.
024320
024321     MOVE WS-RECORDS-DELETED-COUNT  TO CTL-DELETED-COUNT
024322     WRITE CTL-REPORT-LINE FROM WS-CTL-DELETED-LINE.
024323
024324     MOVE WS-RECORDS-MERGED-COUNT   TO CTL-MERGED-COUNT
024325     WRITE CTL-REPORT-LINE FROM WS-CTL-MERGED-LINE.
024326
024327     MOVE WS-RECORDS-REJECTED-COUNT TO CTL-REJECTED-COUNT
024328     WRITE CTL-REPORT-LINE FROM WS-CTL-REJECTED-LINE.
024329
024330     MOVE WS-RECORDS-HELD-COUNT     TO CTL-HELD-COUNT
024331     WRITE CTL-REPORT-LINE FROM WS-CTL-HELD-LINE.
024332
024333     MOVE WS-AMOUNT-WRITTEN-TOTAL   TO CTL-AMOUNT-TOTAL
024334     WRITE CTL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE.
024335
024336     MOVE WS-PAYMENTS-APPLIED-COUNT TO CTL-PAYMENTS-COUNT
024337     WRITE CTL-REPORT-LINE FROM WS-CTL-PAYMENTS-LINE.
024338
024339     MOVE WS-PAYMENT-AMOUNT-TOTAL   TO CTL-PAYMENT-AMOUNT-TOTAL
024340     WRITE CTL-REPORT-LINE FROM WS-CTL-PAYMENT-AMOUNT-LINE.
024341
024342     MOVE WS-RETURNS-APPLIED-COUNT  TO CTL-RETURNS-COUNT
024343     WRITE CTL-REPORT-LINE FROM WS-CTL-RETURNS-LINE.
024344
024345     MOVE WS-RETURN-AMOUNT-TOTAL    TO CTL-RETURN-AMOUNT-TOTAL
024346     WRITE CTL-REPORT-LINE FROM WS-CTL-RETURN-AMOUNT-LINE.
024347
024348     MOVE WS-NUMBERS-ASSIGNED-COUNT TO CTL-ASSIGNED-COUNT
024349     WRITE CTL-REPORT-LINE FROM WS-CTL-ASSIGNED-LINE.
024350
024351     MOVE WS-PROBABLE-DUP-COUNT     TO CTL-REVIEW-COUNT
024352     WRITE CTL-REPORT-LINE FROM WS-CTL-REVIEW-LINE.
024353
024354     WRITE NEW-ACCOUNTS-LINE FROM WS-NEWA-BLANK-LINE.
024355     WRITE NEW-ACCOUNTS-LINE FROM WS-CTL-ASSIGNED-LINE.
024356     WRITE NEW-ACCOUNTS-LINE FROM WS-CTL-REVIEW-LINE.
024357 8000-PRODUCE-CONTROL-TOTALS-EXIT.
024358     EXIT.
024359
024360*-----------------------------------------------------------------
024361* 9000-TERMINATE - CLOSE ALL FILES AND END THE RUN.
024362*-----------------------------------------------------------------
024363 9000-TERMINATE.
024364     PERFORM 1400-CLEAR-CHECKPOINT
024365         THRU 1400-CLEAR-CHECKPOINT-EXIT.
024366
024367     PERFORM 9100-FOLD-PENDING-DELTAS
024368         THRU 9100-FOLD-PENDING-DELTAS-EXIT.
024369
024370     MOVE WS-EXTRACT-RECORD-COUNT TO EXT-TRL-RECORD-COUNT.
024371     MOVE WS-EXTRACT-AMOUNT-HASH  TO EXT-TRL-AMOUNT-HASH.
024372     WRITE EXTRACT-IO-RECORD FROM WS-EXT-TRAILER-RECORD.
024373
024374     MOVE "E"             TO RH-RECORD-TYPE.
024375     MOVE "PROGRAM1"      TO RH-JOB-NAME.
024376     MOVE WS-SEQFILE-NAME TO RH-SEQFILE-NAME.
024377     MOVE WS-RUN-DATE     TO RH-RUN-DATE.
024378     ACCEPT WS-RUN-TIME FROM TIME.
024379     MOVE WS-RUN-TIME     TO RH-RUN-TIME.
024380     MOVE "C"             TO RH-COMPLETION-STATUS.
024381     MOVE WS-RECORDS-READ-COUNT     TO RH-RECORDS-READ-COUNT.
024382     MOVE WS-RECORDS-ADDED-COUNT    TO RH-RECORDS-ADDED-COUNT.
024383     MOVE WS-RECORDS-CHANGED-COUNT  TO RH-RECORDS-CHANGED-COUNT.
024384     MOVE WS-RECORDS-DELETED-COUNT  TO RH-RECORDS-DELETED-COUNT.
024385     MOVE WS-RECORDS-MERGED-COUNT   TO RH-RECORDS-MERGED-COUNT.
024386     MOVE WS-RECORDS-REJECTED-COUNT
024387         TO RH-RECORDS-REJECTED-COUNT.
024388     MOVE WS-AMOUNT-WRITTEN-TOTAL   TO RH-AMOUNT-WRITTEN-TOTAL.
024389     MOVE WS-PAYMENTS-APPLIED-COUNT
024390         TO RH-PAYMENTS-APPLIED-COUNT.
024391     MOVE WS-PAYMENT-AMOUNT-TOTAL   TO RH-PAYMENT-AMOUNT-TOTAL.
024392     MOVE WS-RETURNS-APPLIED-COUNT
024393         TO RH-RETURNS-APPLIED-COUNT.
024394     MOVE WS-RETURN-AMOUNT-TOTAL    TO RH-RETURN-AMOUNT-TOTAL.
024395
024400     PERFORM 1700-APPEND-RUN-HISTORY
024410         THRU 1700-APPEND-RUN-HISTORY-EXIT.
024420
024450           SUSPENSE-FILE
024460           PURCHASE-HISTORY-FILE
024470           AUDIT-FILE
024471           AUDIT-KEYED-FILE
024480           EXTRACT-FILE
024490           CONTROL-TOTALS-FILE
024500           HELD-REPORT-FILE
024501           CUSTOMER-SUMMARY-FILE
024502           AR-LEDGER-FILE
024503           CUSTNO-CONTROL-FILE
024504           NEW-ACCOUNTS-FILE.
024520 9000-TERMINATE-EXIT.
024530     EXIT.
024540
024960             GO TO 9110-FOLD-ONE-PENDING-EXIT
024970     END-READ.
024980
024981*    ROWS QUEUED BY THE DESK PROGRAMS CARRY NO SEQFILE POSITION.
024982     IF EXT-DTL-SOURCE-POSITION IS NOT NUMERIC
024983         MOVE ZERO TO EXT-DTL-SOURCE-POSITION
024984     END-IF.
024985
024990     WRITE EXTRACT-IO-RECORD FROM WS-EXT-DETAIL-RECORD.
025000
025010     ADD 1 TO WS-EXTRACT-RECORD-COUNT.
