000100*-----------------------------------------------------------------
000110* PROGRAM24
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   PROGRAM24 AS "INDEXEDFILECREATION.PROGRAM24".
000150 AUTHOR.       J. HARLOW.
000160 INSTALLATION. MERIDIAN DATA SERVICES.
000170 DATE-WRITTEN. 2026-10-01.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* ------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ------------------------------------------------------------
000240* 2026-10-01 JWH   ORIGINAL PROGRAM.  KEYED AUDIT TRAIL BUILD AND
000250*                  VERIFY - BUILDS THE KEYED COMPANION
000260*                  AUDITKEY FROM THE SEQUENTIAL TRAIL AUDITTRL,
000270*                  WIDENING THE OLD 42-BYTE-IMAGE RECORDS AS IT
000280*                  GOES, AND PROVES AN EXISTING AUDITKEY AGAINST
000290*                  AUDITTRL RECORD FOR RECORD.
000300* 2026-10-09 JWH   AUDITREC GAINS THE SOURCE FEED FIELDS AND
000310*                  THE KEYED IMAGE GROWS TO 311 BYTES - THE OLD-
000320*                  LAYOUT FILLER IS WIDENED TO MATCH.  A BUILD
000330*                  RELOADS AN AUDITKEY MADE AT THE OLD LENGTH;
000340*                  TRAIL RECORDS WRITTEN BEFORE THE CHANGE CARRY
000350*                  SPACES IN THE NEW FIELDS.
000360* ------------------------------------------------------------
000370*
000380*-----------------------------------------------------------------
000390* PROGRAM24 RUNS IN ONE OF TWO MODES, FROM THE AUDKMODE
000400* ENVIRONMENT NAME (CONSOLE PROMPT FALLBACK).
000410*
000420* BUILD READS AUDITTRL FROM THE TOP AND WRITES A NEW AUDITKEY -
000430* ONE KEYED RECORD PER TRAIL RECORD, NUMBERED BY ITS POSITION ON
000440* THE TRAIL (FIRST RECORD = 1), THEN THE CONTROL RECORD CARRYING
000450* THE LAST NUMBER USED.  ANY AUDITKEY ALREADY ON FILE IS REPLACED.
000460* IT IS RUN ONCE TO CONVERT THE EXISTING TRAIL BEFORE THE FIRST
000470* RUN OF ANY PROGRAM THAT WRITES AUDITKEY, AND AGAIN WHENEVER
000480* VERIFY SHOWS THE TWO OUT OF STEP.  NOTHING ELSE MAY WRITE THE
000490* TRAIL WHILE IT RUNS.
000500*
000510* VERIFY READS AUDITTRL FROM THE TOP AND READS EACH RECORD'S
000520* KEYED COPY BY RUN DATE / RUN TIME / TRAIL RECORD NUMBER.  THE
000530* KEYED COPY MUST BE ON FILE, MUST CARRY THE SAME CUSTOMER KEY AND
000540* MUST HOLD THE SAME AUDIT RECORD BYTE FOR BYTE.  THE CONTROL
000550* RECORD MUST CARRY THE TRAIL'S RECORD COUNT, AND AUDITKEY MUST
000560* HOLD NO RECORD THE TRAIL DOES NOT.  EVERY DIFFERENCE IS LISTED
000570* AND THE RUN ENDS WITH RETURN-CODE 8.  VERIFY CHANGES NOTHING.
000580*
000590* RECORDS WRITTEN BEFORE 2026-08-28 CARRY 42-BYTE IMAGES - READ
000600* INTO THE CURRENT LAYOUT THE OLD AFTER-IMAGE LIES INSIDE THE NEW
000610* BEFORE-IMAGE AND THE NEW AFTER-IMAGE IS SPACES.  SUCH A RECORD
000620* IS WIDENED (2100) - EACH OLD IMAGE MOVED INTO ITS OWN 116-BYTE
000630* FIELD, SPACE FILLED - BEFORE IT IS WRITTEN OR COMPARED, SO THE
000640* KEYED COPY READS THE SAME WAY AS EVERY LATER RECORD.  THE
000650* FIELDS ADDED SINCE ARE LEFT AS THE TRAIL HOLDS THEM.
000660*-----------------------------------------------------------------
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT OPTIONAL AUDIT-FILE
000710         ASSIGN TO AUDITTRL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUDIT-STATUS.
000740
000750     SELECT AUDIT-KEYED-FILE
000760         ASSIGN TO AUDITKEY
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS AK-CUSTOMER-KEY
000800         ALTERNATE RECORD KEY IS AK-RUN-KEY
000810         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000820
000830     SELECT AUDIT-KEYED-REPORT-FILE
000840         ASSIGN TO AUDKRPT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-AUDIT-KEYED-REPORT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  AUDIT-FILE.
000910     COPY AUDITREC.
000920
000930*-----------------------------------------------------------------
000940* A RECORD WRITTEN BEFORE 2026-08-28, WITH ITS TWO 42-BYTE IMAGES.
000950*-----------------------------------------------------------------
000960 01  OLD-AUDIT-RECORD.
000970     05  FILLER                        PIC X(37).
000980     05  OLD-AUD-BEFORE-IMAGE          PIC X(42).
000990     05  OLD-AUD-AFTER-IMAGE           PIC X(42).
001000     05  OLD-AUD-UNUSED                PIC X(32).
001010     05  FILLER                        PIC X(158).
001020
001030 FD  AUDIT-KEYED-FILE.
001040     COPY AUDITKEY.
001050
001060 FD  AUDIT-KEYED-REPORT-FILE.
001070 01  AUDIT-KEYED-REPORT-LINE           PIC X(80).
001080
001090 WORKING-STORAGE SECTION.
001100 77  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001110 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
001120 77  WS-AUDIT-KEYED-REPORT-STATUS PIC X(02) VALUE "00".
001130
001140 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001150     88  WS-EOF                 VALUE "Y".
001160     88  WS-NOT-EOF             VALUE "N".
001170
001180 77  WS-KEYED-EOF-SWITCH        PIC X(01) VALUE "N".
001190     88  WS-KEYED-EOF           VALUE "Y".
001200     88  WS-KEYED-MORE          VALUE "N".
001210
001220 77  WS-MODE                    PIC X(06) VALUE SPACES.
001230     88  WS-BUILD-MODE          VALUE "BUILD".
001240     88  WS-VERIFY-MODE         VALUE "VERIFY".
001250
001260*-----------------------------------------------------------------
001270* THE DATE THE AUDIT IMAGES WERE WIDENED - A RECORD STAMPED
001280* EARLIER MAY CARRY THE OLD 42-BYTE IMAGES.
001290*-----------------------------------------------------------------
001300 77  WS-WIDE-IMAGE-DATE         PIC 9(08) VALUE 20260828.
001310 77  WS-OLD-BEFORE-IMAGE        PIC X(42) VALUE SPACES.
001320 77  WS-OLD-AFTER-IMAGE         PIC X(42) VALUE SPACES.
001330
001340*-----------------------------------------------------------------
001350* THE TRAIL RECORD BEING BUILT OR VERIFIED, AND ITS KEYED COPY AS
001360* IT SHOULD STAND.
001370*-----------------------------------------------------------------
001380 77  WS-TRAIL-RECORD-NO         PIC 9(09) VALUE ZERO.
001390 77  WS-EXPECTED-CUSTOMER-KEY   PIC X(30) VALUE SPACES.
001400 77  WS-MISMATCH-TEXT           PIC X(35) VALUE SPACES.
001410
001420*-----------------------------------------------------------------
001430* COUNTERS
001440*-----------------------------------------------------------------
001450 77  WS-TRAIL-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
001460 77  WS-WIDENED-COUNT           PIC 9(09) COMP VALUE ZERO.
001470 77  WS-KEYED-WRITTEN-COUNT     PIC 9(09) COMP VALUE ZERO.
001480 77  WS-WRITE-FAILED-COUNT      PIC 9(09) COMP VALUE ZERO.
001490 77  WS-MATCHED-COUNT           PIC 9(09) COMP VALUE ZERO.
001500 77  WS-MISSING-COUNT           PIC 9(09) COMP VALUE ZERO.
001510 77  WS-DIFFERS-COUNT           PIC 9(09) COMP VALUE ZERO.
001520 77  WS-KEYED-ON-FILE-COUNT     PIC 9(09) COMP VALUE ZERO.
001530 77  WS-CONTROL-LAST-NO         PIC 9(09) COMP VALUE ZERO.
001540 77  WS-MISMATCH-COUNT          PIC 9(09) COMP VALUE ZERO.
001550
001560 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001570 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(08).
001580 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001590
001600*-----------------------------------------------------------------
001610* REPORT LINE LAYOUTS
001620*-----------------------------------------------------------------
001630 01  WS-RPT-TITLE-LINE.
001640     05  FILLER PIC X(80) VALUE
001650         "KEYED AUDIT TRAIL BUILD AND VERIFY - PROGRAM24".
001660
001670 01  WS-RPT-MODE-LINE.
001680     05  FILLER PIC X(06) VALUE "MODE: ".
001690     05  RPT-MODE PIC X(06).
001700     05  FILLER PIC X(12) VALUE "  RUN DATE: ".
001710     05  RPT-RUN-DATE PIC X(08).
001720     05  FILLER PIC X(48) VALUE SPACES.
001730
001740 01  WS-RPT-COLUMN-LINE.
001750     05  FILLER PIC X(80) VALUE
001760         "  TRAIL REC RUN DATE RUN TIME CUST  DIFFERENCE".
001770
001780 01  WS-RPT-DETAIL-LINE.
001790     05  FILLER PIC X(01) VALUE SPACES.
001800     05  RPT-DTL-TRAIL-RECORD-NO PIC Z(08)9.
001810     05  FILLER PIC X(01) VALUE SPACES.
001820     05  RPT-DTL-RUN-DATE PIC X(08).
001830     05  FILLER PIC X(01) VALUE SPACES.
001840     05  RPT-DTL-RUN-TIME PIC X(08).
001850     05  FILLER PIC X(01) VALUE SPACES.
001860     05  RPT-DTL-CUSTOMER-NO PIC X(05).
001870     05  FILLER PIC X(01) VALUE SPACES.
001880     05  RPT-DTL-TEXT PIC X(35).
001890     05  FILLER PIC X(10) VALUE SPACES.
001900
001910 01  WS-RPT-COUNT-LINE.
001920     05  RPT-CNT-LABEL PIC X(50).
001930     05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
001940     05  FILLER PIC X(19) VALUE SPACES.
001950
001960 01  WS-RPT-BALANCE-LINE.
001970     05  RPT-BALANCE-TEXT PIC X(80).
001980
001990 PROCEDURE DIVISION.
002000*-----------------------------------------------------------------
002010* 0000-MAINLINE
002020*-----------------------------------------------------------------
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE
002050         THRU 1000-INITIALIZE-EXIT.
002060
002070     IF WS-BUILD-MODE
002080         PERFORM 3000-BUILD-ONE-RECORD
002090             THRU 3000-BUILD-ONE-RECORD-EXIT
002100             UNTIL WS-EOF
002110         PERFORM 3500-WRITE-CONTROL-RECORD
002120             THRU 3500-WRITE-CONTROL-RECORD-EXIT
002130     ELSE
002140         PERFORM 4000-VERIFY-ONE-RECORD
002150             THRU 4000-VERIFY-ONE-RECORD-EXIT
002160             UNTIL WS-EOF
002170         PERFORM 4500-VERIFY-CONTROL-RECORD
002180             THRU 4500-VERIFY-CONTROL-RECORD-EXIT
002190         PERFORM 4600-COUNT-KEYED-RECORDS
002200             THRU 4600-COUNT-KEYED-RECORDS-EXIT
002210     END-IF.
002220
002230     PERFORM 8000-PRODUCE-REPORT
002240         THRU 8000-PRODUCE-REPORT-EXIT.
002250
002260     PERFORM 9000-TERMINATE
002270         THRU 9000-TERMINATE-EXIT.
002280
002290     STOP RUN.
002300 0000-MAINLINE-EXIT.
002310     EXIT.
002320
002330*-----------------------------------------------------------------
002340* 1000-INITIALIZE - RESOLVE THE MODE, OPEN THE FILES AND WRITE
002350* THE REPORT HEADINGS.  BUILD OPENS AUDITKEY OUTPUT, REPLACING
002360* WHATEVER WAS THERE; VERIFY OPENS IT INPUT AND NEEDS IT ON FILE.
002370*-----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002400     ACCEPT WS-RUN-TIME FROM TIME.
002410
002420     DISPLAY "AUDKMODE" UPON ENVIRONMENT-NAME.
002430     ACCEPT WS-MODE FROM ENVIRONMENT-VALUE.
002440
002450     IF WS-MODE = SPACES
002460         DISPLAY "ENTER BUILD OR VERIFY: "
002470         ACCEPT WS-MODE
002480     END-IF.
002490
002500     IF NOT WS-BUILD-MODE
002510         AND NOT WS-VERIFY-MODE
002520         DISPLAY "INVALID AUDKMODE - " WS-MODE
002530             " - MUST BE BUILD OR VERIFY"
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570
002580     OPEN INPUT AUDIT-FILE.
002590     IF WS-AUDIT-STATUS NOT = "00"
002600         AND WS-AUDIT-STATUS NOT = "05"
002610         DISPLAY "UNABLE TO OPEN AUDIT-FILE - FILE STATUS "
002620             WS-AUDIT-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660
002670     IF WS-BUILD-MODE
002680         OPEN OUTPUT AUDIT-KEYED-FILE
002690     ELSE
002700         OPEN INPUT AUDIT-KEYED-FILE
002710     END-IF.
002720     IF WS-AUDIT-KEYED-STATUS = "35"
002730         DISPLAY "AUDITKEY NOT ON FILE - RUN PROGRAM24 BUILD "
002740             "FIRST"
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     IF WS-AUDIT-KEYED-STATUS NOT = "00"
002790         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
002800             WS-AUDIT-KEYED-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840
002850     OPEN OUTPUT AUDIT-KEYED-REPORT-FILE.
002860     IF WS-AUDIT-KEYED-REPORT-STATUS NOT = "00"
002870         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-REPORT-FILE - "
002880             "FILE STATUS "
002890             WS-AUDIT-KEYED-REPORT-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930
002940     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-TITLE-LINE.
002950     MOVE WS-MODE       TO RPT-MODE.
002960     MOVE WS-RUN-DATE-X TO RPT-RUN-DATE.
002970     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-MODE-LINE.
002980     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------------
003030* 2000-READ-TRAIL-RECORD - THE NEXT AUDITTRL RECORD, NUMBERED BY
003040* ITS POSITION ON THE TRAIL AND WIDENED IF IT IS AN OLD ONE.
003050*-----------------------------------------------------------------
003060 2000-READ-TRAIL-RECORD.
003070     READ AUDIT-FILE
003080         AT END
003090             SET WS-EOF TO TRUE
003100             GO TO 2000-READ-TRAIL-RECORD-EXIT
003110     END-READ.
003120
003130     ADD 1 TO WS-TRAIL-READ-COUNT.
003140     MOVE WS-TRAIL-READ-COUNT TO WS-TRAIL-RECORD-NO.
003150
003160     IF AUD-RUN-DATE < WS-WIDE-IMAGE-DATE
003170         AND AUD-AFTER-IMAGE = SPACES
003180         AND OLD-AUD-UNUSED = SPACES
003190         PERFORM 2100-WIDEN-OLD-RECORD
003200             THRU 2100-WIDEN-OLD-RECORD-EXIT
003210     END-IF.
003220
003230     MOVE AUD-CUSTOMER-NO       TO AK-CUSTOMER-NO.
003240     MOVE AUD-RUN-DATE          TO AK-CUST-RUN-DATE.
003250     MOVE AUD-RUN-TIME          TO AK-CUST-RUN-TIME.
003260     MOVE WS-TRAIL-RECORD-NO    TO AK-CUST-TRAIL-RECORD-NO.
003270     MOVE AK-CUSTOMER-KEY       TO WS-EXPECTED-CUSTOMER-KEY.
003280 2000-READ-TRAIL-RECORD-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------------
003320* 2100-WIDEN-OLD-RECORD - MOVE THE TWO 42-BYTE IMAGES INTO THE
003330* 116-BYTE IMAGE FIELDS.  THE OLD IMAGES OVERLAP THE NEW BEFORE-
003340* IMAGE, SO BOTH ARE TAKEN OUT FIRST.
003350*-----------------------------------------------------------------
003360 2100-WIDEN-OLD-RECORD.
003370     MOVE OLD-AUD-BEFORE-IMAGE TO WS-OLD-BEFORE-IMAGE.
003380     MOVE OLD-AUD-AFTER-IMAGE  TO WS-OLD-AFTER-IMAGE.
003390     MOVE WS-OLD-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
003400     MOVE WS-OLD-AFTER-IMAGE   TO AUD-AFTER-IMAGE.
003410     ADD 1 TO WS-WIDENED-COUNT.
003420 2100-WIDEN-OLD-RECORD-EXIT.
003430     EXIT.
003440
003450*-----------------------------------------------------------------
003460* 3000-BUILD-ONE-RECORD - WRITE ONE TRAIL RECORD TO AUDITKEY
003470* UNDER BOTH KEYS.  A RECORD THAT WILL NOT WRITE IS LISTED AND
003480* COUNTED AND THE BUILD GOES ON.
003490*-----------------------------------------------------------------
003500 3000-BUILD-ONE-RECORD.
003510     PERFORM 2000-READ-TRAIL-RECORD
003520         THRU 2000-READ-TRAIL-RECORD-EXIT.
003530     IF WS-EOF
003540         GO TO 3000-BUILD-ONE-RECORD-EXIT
003550     END-IF.
003560
003570     MOVE AUD-RUN-DATE          TO AK-RUN-DATE.
003580     MOVE AUD-RUN-TIME          TO AK-RUN-TIME.
003590     MOVE WS-TRAIL-RECORD-NO    TO AK-RUN-TRAIL-RECORD-NO.
003600     MOVE AUDIT-RECORD          TO AK-AUDIT-IMAGE.
003610
003620     WRITE AUDIT-KEYED-RECORD
003630         INVALID KEY
003640             ADD 1 TO WS-WRITE-FAILED-COUNT
003650             MOVE "AUDITKEY WRITE FAILED"
003660                 TO WS-MISMATCH-TEXT
003670             PERFORM 4900-WRITE-MISMATCH-LINE
003680                 THRU 4900-WRITE-MISMATCH-LINE-EXIT
003690             GO TO 3000-BUILD-ONE-RECORD-EXIT
003700     END-WRITE.
003710
003720     ADD 1 TO WS-KEYED-WRITTEN-COUNT.
003730 3000-BUILD-ONE-RECORD-EXIT.
003740     EXIT.
003750
003760*-----------------------------------------------------------------
003770* 3500-WRITE-CONTROL-RECORD - THE CONTROL RECORD CARRIES THE
003780* NUMBER OF THE LAST TRAIL RECORD, SO THE NEXT PROGRAM TO APPEND
003790* TO AUDITTRL NUMBERS ITS FIRST RECORD ONE HIGHER.
003800*-----------------------------------------------------------------
003810 3500-WRITE-CONTROL-RECORD.
003820     MOVE HIGH-VALUES           TO AK-CUSTOMER-KEY.
003830     MOVE ZERO                  TO AK-RUN-KEY.
003840     MOVE SPACES                TO AK-CONTROL-DATA.
003850     MOVE WS-TRAIL-READ-COUNT   TO AK-CTL-LAST-RECORD-NO.
003860     MOVE WS-RUN-DATE           TO AK-CTL-LAST-UPDATE-DATE
003870                                   AK-CTL-BUILD-DATE.
003880     MOVE WS-RUN-TIME           TO AK-CTL-LAST-UPDATE-TIME.
003890     MOVE "AUDKBLD"             TO AK-CTL-LAST-UPDATE-BY.
003900
003910     WRITE AUDIT-KEYED-RECORD
003920         INVALID KEY
003930             DISPLAY "UNABLE TO WRITE AUDITKEY CONTROL RECORD - "
003940                 "FILE STATUS " WS-AUDIT-KEYED-STATUS
003950             MOVE 16 TO RETURN-CODE
003960             STOP RUN
003970     END-WRITE.
003980
003990     MOVE WS-TRAIL-READ-COUNT   TO WS-CONTROL-LAST-NO.
004000 3500-WRITE-CONTROL-RECORD-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040* 4000-VERIFY-ONE-RECORD - READ THE TRAIL RECORD'S KEYED COPY BY
004050* RUN KEY AND PROVE THE CUSTOMER KEY AND THE AUDIT RECORD.
004060*-----------------------------------------------------------------
004070 4000-VERIFY-ONE-RECORD.
004080     PERFORM 2000-READ-TRAIL-RECORD
004090         THRU 2000-READ-TRAIL-RECORD-EXIT.
004100     IF WS-EOF
004110         GO TO 4000-VERIFY-ONE-RECORD-EXIT
004120     END-IF.
004130
004140     MOVE AUD-RUN-DATE          TO AK-RUN-DATE.
004150     MOVE AUD-RUN-TIME          TO AK-RUN-TIME.
004160     MOVE WS-TRAIL-RECORD-NO    TO AK-RUN-TRAIL-RECORD-NO.
004170
004180     READ AUDIT-KEYED-FILE RECORD
004190         KEY IS AK-RUN-KEY
004200         INVALID KEY
004210             ADD 1 TO WS-MISSING-COUNT
004220             MOVE "NOT ON AUDITKEY" TO WS-MISMATCH-TEXT
004230             PERFORM 4900-WRITE-MISMATCH-LINE
004240                 THRU 4900-WRITE-MISMATCH-LINE-EXIT
004250             GO TO 4000-VERIFY-ONE-RECORD-EXIT
004260     END-READ.
004270
004280     IF AK-CUSTOMER-KEY NOT = WS-EXPECTED-CUSTOMER-KEY
004290         ADD 1 TO WS-DIFFERS-COUNT
004300         MOVE "CUSTOMER KEY DIFFERS" TO WS-MISMATCH-TEXT
004310         PERFORM 4900-WRITE-MISMATCH-LINE
004320             THRU 4900-WRITE-MISMATCH-LINE-EXIT
004330         GO TO 4000-VERIFY-ONE-RECORD-EXIT
004340     END-IF.
004350
004360     IF AK-AUDIT-IMAGE NOT = AUDIT-RECORD
004370         ADD 1 TO WS-DIFFERS-COUNT
004380         MOVE "AUDIT RECORD DIFFERS" TO WS-MISMATCH-TEXT
004390         PERFORM 4900-WRITE-MISMATCH-LINE
004400             THRU 4900-WRITE-MISMATCH-LINE-EXIT
004410         GO TO 4000-VERIFY-ONE-RECORD-EXIT
004420     END-IF.
004430
004440     ADD 1 TO WS-MATCHED-COUNT.
004450 4000-VERIFY-ONE-RECORD-EXIT.
004460     EXIT.
004470
004480*-----------------------------------------------------------------
004490* 4500-VERIFY-CONTROL-RECORD - THE CONTROL RECORD MUST CARRY THE
004500* NUMBER OF THE LAST RECORD ON THE TRAIL.
004510*-----------------------------------------------------------------
004520 4500-VERIFY-CONTROL-RECORD.
004530     MOVE HIGH-VALUES TO AK-CUSTOMER-KEY.
004540     READ AUDIT-KEYED-FILE RECORD
004550         INVALID KEY
004560             ADD 1 TO WS-MISMATCH-COUNT
004570             MOVE "*** AUDITKEY HAS NO CONTROL RECORD ***"
004580                 TO RPT-BALANCE-TEXT
004590             WRITE AUDIT-KEYED-REPORT-LINE
004600                 FROM WS-RPT-BALANCE-LINE
004610             GO TO 4500-VERIFY-CONTROL-RECORD-EXIT
004620     END-READ.
004630
004640     MOVE AK-CTL-LAST-RECORD-NO TO WS-CONTROL-LAST-NO.
004650     IF WS-CONTROL-LAST-NO NOT = WS-TRAIL-READ-COUNT
004660         ADD 1 TO WS-MISMATCH-COUNT
004670         MOVE "*** CONTROL RECORD NUMBER IS NOT THE TRAIL COUNT"
004680             TO RPT-BALANCE-TEXT
004690         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-BALANCE-LINE
004700     END-IF.
004710 4500-VERIFY-CONTROL-RECORD-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750* 4600-COUNT-KEYED-RECORDS - WALK AUDITKEY FROM THE TOP AND COUNT
004760* ITS AUDIT RECORDS.  WITH EVERY TRAIL RECORD MATCHED, A HIGHER
004770* COUNT MEANS AUDITKEY HOLDS RECORDS THE TRAIL DOES NOT.
004780*-----------------------------------------------------------------
004790 4600-COUNT-KEYED-RECORDS.
004800     MOVE LOW-VALUES TO AK-CUSTOMER-KEY.
004810     START AUDIT-KEYED-FILE
004820         KEY IS NOT LESS THAN AK-CUSTOMER-KEY
004830         INVALID KEY
004840             SET WS-KEYED-EOF TO TRUE
004850     END-START.
004860
004870     PERFORM 4610-COUNT-ONE-KEYED-RECORD
004880         THRU 4610-COUNT-ONE-KEYED-RECORD-EXIT
004890         UNTIL WS-KEYED-EOF.
004900
004910     IF WS-KEYED-ON-FILE-COUNT NOT = WS-TRAIL-READ-COUNT
004920         ADD 1 TO WS-MISMATCH-COUNT
004930         MOVE "*** AUDITKEY COUNT IS NOT THE TRAIL COUNT ***"
004940             TO RPT-BALANCE-TEXT
004950         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-BALANCE-LINE
004960     END-IF.
004970 4600-COUNT-KEYED-RECORDS-EXIT.
004980     EXIT.
004990
005000 4610-COUNT-ONE-KEYED-RECORD.
005010     READ AUDIT-KEYED-FILE NEXT RECORD
005020         AT END
005030             SET WS-KEYED-EOF TO TRUE
005040             GO TO 4610-COUNT-ONE-KEYED-RECORD-EXIT
005050     END-READ.
005060
005070     IF NOT AK-CONTROL-RECORD
005080         ADD 1 TO WS-KEYED-ON-FILE-COUNT
005090     END-IF.
005100 4610-COUNT-ONE-KEYED-RECORD-EXIT.
005110     EXIT.
005120
005130*-----------------------------------------------------------------
005140* 4900-WRITE-MISMATCH-LINE - LIST ONE TRAIL RECORD THAT FAILED,
005150* WITH THE REASON IN WS-MISMATCH-TEXT.
005160*-----------------------------------------------------------------
005170 4900-WRITE-MISMATCH-LINE.
005180     ADD 1 TO WS-MISMATCH-COUNT.
005190     MOVE WS-TRAIL-RECORD-NO    TO RPT-DTL-TRAIL-RECORD-NO.
005200     MOVE AUD-RUN-DATE          TO RPT-DTL-RUN-DATE.
005210     MOVE AUD-RUN-TIME          TO RPT-DTL-RUN-TIME.
005220     MOVE AUD-CUSTOMER-NO       TO RPT-DTL-CUSTOMER-NO.
005230     MOVE WS-MISMATCH-TEXT      TO RPT-DTL-TEXT.
005240     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
005250 4900-WRITE-MISMATCH-LINE-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------------
005290* 8000-PRODUCE-REPORT - CONTROL TOTALS FOR THE MODE RUN AND THE
005300* RESULT.  ANY RECORD LISTED ENDS THE RUN WITH RETURN-CODE 8.
005310*-----------------------------------------------------------------
005320 8000-PRODUCE-REPORT.
005330     MOVE "AUDITTRL RECORDS READ. . . . . . . . . . . . . :"
005340         TO RPT-CNT-LABEL.
005350     MOVE WS-TRAIL-READ-COUNT TO RPT-CNT-VALUE.
005360     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE.
005370
005380     MOVE "  OLD 42-BYTE-IMAGE RECORDS WIDENED. . . . . . :"
005390         TO RPT-CNT-LABEL.
005400     MOVE WS-WIDENED-COUNT TO RPT-CNT-VALUE.
005410     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE.
005420
005430     IF WS-BUILD-MODE
005440         MOVE "AUDITKEY RECORDS WRITTEN . . . . . . . . . . . :"
005450             TO RPT-CNT-LABEL
005460         MOVE WS-KEYED-WRITTEN-COUNT TO RPT-CNT-VALUE
005470         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE
005480         MOVE "AUDITKEY WRITES FAILED . . . . . . . . . . . . :"
005490             TO RPT-CNT-LABEL
005500         MOVE WS-WRITE-FAILED-COUNT TO RPT-CNT-VALUE
005510         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE
005520     ELSE
005530         MOVE "TRAIL RECORDS MATCHED ON AUDITKEY. . . . . . . :"
005540             TO RPT-CNT-LABEL
005550         MOVE WS-MATCHED-COUNT TO RPT-CNT-VALUE
005560         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE
005570         MOVE "TRAIL RECORDS NOT ON AUDITKEY. . . . . . . . . :"
005580             TO RPT-CNT-LABEL
005590         MOVE WS-MISSING-COUNT TO RPT-CNT-VALUE
005600         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE
005610         MOVE "TRAIL RECORDS DIFFERING ON AUDITKEY. . . . . . :"
005620             TO RPT-CNT-LABEL
005630         MOVE WS-DIFFERS-COUNT TO RPT-CNT-VALUE
005640         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE
005650         MOVE "AUDIT RECORDS ON AUDITKEY. . . . . . . . . . . :"
005660             TO RPT-CNT-LABEL
005670         MOVE WS-KEYED-ON-FILE-COUNT TO RPT-CNT-VALUE
005680         WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE
005690     END-IF.
005700
005710     MOVE "CONTROL RECORD LAST TRAIL RECORD NUMBER. . . . :"
005720         TO RPT-CNT-LABEL.
005730     MOVE WS-CONTROL-LAST-NO TO RPT-CNT-VALUE.
005740     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-COUNT-LINE.
005750
005760     IF WS-MISMATCH-COUNT = ZERO
005770         IF WS-BUILD-MODE
005780             MOVE "AUDITKEY BUILT FROM AUDITTRL RECORD FOR RECORD"
005790                 TO RPT-BALANCE-TEXT
005800         ELSE
005810             MOVE "AUDITKEY MATCHES AUDITTRL RECORD FOR RECORD"
005820                 TO RPT-BALANCE-TEXT
005830         END-IF
005840     ELSE
005850         MOVE "*** AUDITKEY NOT IN STEP WITH AUDITTRL ***"
005860             TO RPT-BALANCE-TEXT
005870         MOVE 8 TO RETURN-CODE
005880     END-IF.
005890     WRITE AUDIT-KEYED-REPORT-LINE FROM WS-RPT-BALANCE-LINE.
005900
005910     DISPLAY "PROGRAM24 " WS-MODE " COMPLETE - "
005920         WS-TRAIL-READ-COUNT " TRAIL RECORDS, "
005930         WS-MISMATCH-COUNT " DIFFERENCES".
005940 8000-PRODUCE-REPORT-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------------
005980* 9000-TERMINATE - CLOSE ALL FILES AND END THE RUN.
005990*-----------------------------------------------------------------
006000 9000-TERMINATE.
006010     CLOSE AUDIT-FILE
006020           AUDIT-KEYED-FILE
006030           AUDIT-KEYED-REPORT-FILE.
006040 9000-TERMINATE-EXIT.
006050     EXIT.
