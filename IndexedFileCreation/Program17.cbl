000340*                  TO ASK FOR A REGENERATED EXTRACT - THIS IS
000350*                  THAT REGENERATION, REPLACING THE MANUAL
000360*                  APOLOGY AND THE HAND-BUILT FILE.
000361* 2026-09-14 JWH   "P" PAYMENT AUDIT RECORDS REGENERATE AS "P"
000362*                  ROWS CARRYING THE DATE AND AMOUNT PAID, AND
000363*                  THE RUNHIST EXPECTATION INCLUDES THE PAYMENTS
000364*                  APPLIED.
000365* 2026-09-21 JWH   "R" RETURN AUDIT RECORDS REGENERATE AS "R"
000366*                  ROWS CARRYING THE ORIGINAL PURCHASE DATE AND
000367*                  THE AMOUNT REFUNDED, AND THE RUNHIST
000368*                  EXPECTATION INCLUDES THE RETURNS APPLIED.
000369* 2026-10-01 JWH   THE TARGET DATE'S RECORDS ARE READ STRAIGHT OFF
000370*                  THE KEYED AUDIT TRAIL AUDITKEY BY RUN DATE
000371*                  INSTEAD OF READING AUDITTRL END TO END.
000372* 2026-10-05 JWH   DORMANT-SWEEP ("DORMSWP") ROWS COME OFF
000373*                  DELTAPND LIKE THE DESK ROWS AND ARE COUNTED
000374*                  WITH THEM.
000375* 2026-10-07 JWH   AN "A" ROW FOR A CUSTOMER PROGRAM1 NUMBERED
000376*                  CARRIES THE NEW-NUMBER FLAG AND SEQFILE
000377*                  POSITION OFF ITS CUSTNOCT ASSIGNMENT RECORD,
000378*                  AS THE OVERNIGHT EXTRACT DID (2100).
000379* 2026-10-09 JWH   A FLAGGED "A" ROW WHOSE ADD CAME THROUGH THE
000380*                  FEED CONSOLIDATION CARRIES THE FEED ID AND THE
000381*                  FEED'S OWN POSITION OFF THE AUDIT RECORD, AS
000382*                  THE OVERNIGHT EXTRACT NOW DOES.
000383* 2026-10-15 JWH   THE RUNHIST EXPECTATION LINE ON THE REPORT
000384*                  NAMES THE RETURNS IT INCLUDES.
000385* ------------------------------------------------------------
000386*
000390*-----------------------------------------------------------------
000400* PROGRAM17 READS THE RECORDS FOR THE TARGET RUN DATE OFF THE
000410* KEYED AUDIT TRAIL AUDITKEY, OLDEST FIRST (REGNDATE ENVIRONMENT
000420* NAME, CCYYMMDD, OR THE CONSOLE).  THE ACTION CODE COMES FROM
000430* THE IMAGES, NOT THE TRANSACTION CODE - A SPACE BEFORE-IMAGE
000440* WAS AN ADD, A SPACE AFTER-IMAGE A DELETE, BOTH PRESENT A
000460* ITS SOURCE "D" ROW, EXACTLY AS THE ORIGINAL EXTRACT CARRIED
000470* IT.  ONLY THE SOURCES THAT FED THE ORIGINAL EXTRACT
000480* REGENERATE - PROGRAM1 LOAD APPLIES AND THE DESK MAINTENANCE
000490* ("SVCMAINT") AND DORMANT-SWEEP ("DORMSWP") ROWS PROGRAM1 FOLDS
000491* IN FROM DELTAPND.  SUSPENSE
000500* RELEASES ("PROGRAM5") WRITE NO EXTRACT ROWS AND ARE EXCLUDED
000510* LIKE BACK-OUTS, COUNTED ON THEIR OWN REPORT LINE.  A DESK
000520* CHANGE KEYED AFTER THAT DAY'S LOAD REGENERATES UNDER THE DAY
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000611     SELECT AUDIT-KEYED-FILE
000612         ASSIGN TO AUDITKEY
000613         ORGANIZATION IS INDEXED
000614         ACCESS MODE IS DYNAMIC
000615         RECORD KEY IS AK-CUSTOMER-KEY
000616         ALTERNATE RECORD KEY IS AK-RUN-KEY
000617         FILE STATUS IS WS-AUDIT-KEYED-STATUS.
000660
000661     SELECT OPTIONAL CUSTNO-CONTROL-FILE
000662         ASSIGN TO CUSTNOCT
000663         ORGANIZATION IS INDEXED
000664         ACCESS MODE IS RANDOM
000665         RECORD KEY IS CN-KEY
000666         ALTERNATE RECORD KEY IS CN-CUSTOMER-NO
000667             WITH DUPLICATES
000668         FILE STATUS IS WS-CUSTNO-CONTROL-STATUS.
000669
000670     SELECT OPTIONAL RUN-HISTORY-FILE
000680         ASSIGN TO RUNHIST
000690         ORGANIZATION IS LINE SEQUENTIAL
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  AUDIT-KEYED-FILE.
000850     COPY AUDITKEY.
000860
000861 FD  CUSTNO-CONTROL-FILE.
000862     COPY CUSTNOCT.
000863
000870 FD  RUN-HISTORY-FILE.
000880     COPY RUNHIST.
000890
000940 01  REGEN-REPORT-LINE                 PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 77  WS-AUDIT-KEYED-STATUS      PIC X(02) VALUE "00".
000980 77  WS-RUN-HIST-STATUS         PIC X(02) VALUE "00".
000990 77  WS-REGEN-EXTRACT-STATUS    PIC X(02) VALUE "00".
001000 77  WS-REGEN-REPORT-STATUS     PIC X(02) VALUE "00".
001001 77  WS-CUSTNO-CONTROL-STATUS   PIC X(02) VALUE "00".
001010
001020 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001030     88  WS-EOF                 VALUE "Y".
001230* PROGRAM6 DOES, SO THE EXTRACT FIELDS CAN BE PICKED UP BY NAME.
001240*-----------------------------------------------------------------
001250     COPY CUSTMAST.
001251
001252*-----------------------------------------------------------------
001253* THE AUDIT RECORD CARRIED IN THE KEYED RECORD.
001254*-----------------------------------------------------------------
001255     COPY AUDITREC.
001260
001270*-----------------------------------------------------------------
001280* EXTRACT RECORD LAYOUTS - AS PROGRAM1 WRITES THEM.  THE HEADER
001480     05  EXT-DTL-POSTAL-CODE    PIC X(05).
001490     05  EXT-DTL-PHONE          PIC X(10).
001500     05  EXT-DTL-STATUS-CODE    PIC X(01).
001501     05  EXT-DTL-NEW-NUMBER-FLAG PIC X(01).
001502     05  EXT-DTL-SOURCE-POSITION PIC 9(07).
001503     05  EXT-DTL-SOURCE-FEED    PIC X(08).
001504     05  FILLER                 PIC X(02) VALUE SPACES.
001520
001530 01  WS-EXT-TRAILER-RECORD.
001540     05  EXT-TRL-RECORD-TYPE    PIC X(01) VALUE "T".
001680 77  WS-DELETE-ROWS-COUNT       PIC 9(07) COMP VALUE ZERO.
001690 77  WS-DESK-ROWS-COUNT         PIC 9(07) COMP VALUE ZERO.
001700 77  WS-SUSP-REL-EXCLUDED-COUNT PIC 9(07) COMP VALUE ZERO.
001701 77  WS-PAYMENT-ROWS-COUNT      PIC 9(07) COMP VALUE ZERO.
001702 77  WS-RETURN-ROWS-COUNT       PIC 9(07) COMP VALUE ZERO.
001710 77  WS-UNREADABLE-COUNT        PIC 9(07) COMP VALUE ZERO.
001720
001730 77  WS-RH-EXPECTED-COUNT       PIC 9(09) COMP VALUE ZERO.
002040     05  RPT-DELETES-COUNT PIC ZZZ,ZZZ,ZZ9.
002050     05  FILLER PIC X(19) VALUE SPACES.
002060
002061 01  WS-RPT-PAYMENTS-LINE.
002062     05  FILLER PIC X(50) VALUE
002063         "PAYMENT ROWS REGENERATED . . . . . . . . . . . :".
002064     05  RPT-PAYMENTS-COUNT PIC ZZZ,ZZZ,ZZ9.
002065     05  FILLER PIC X(19) VALUE SPACES.
002066
002067 01  WS-RPT-RETURNS-LINE.
002068     05  FILLER PIC X(50) VALUE
002069         "RETURN ROWS REGENERATED . . . . . . . . . . . . :".
002070     05  RPT-RETURNS-COUNT PIC ZZZ,ZZZ,ZZ9.
002071     05  FILLER PIC X(19) VALUE SPACES.
002072
002073 01  WS-RPT-DESK-LINE.
002080     05  FILLER PIC X(50) VALUE
002090         "OF WHICH DELTAPND (SVCMAINT/DORMSWP) ROWS. . . :".
002100     05  RPT-DESK-COUNT PIC ZZZ,ZZZ,ZZ9.
002110     05  FILLER PIC X(19) VALUE SPACES.
002120
002360
002370 01  WS-RPT-EXPECTED-LINE.
002380     05  FILLER PIC X(50) VALUE
002381         "RUNHIST EXPECTS (ADD+CHG+DEL+PAY+RET+2/MERGE). :".
002400     05  RPT-EXPECTED-COUNT PIC ZZZ,ZZZ,ZZ9.
002410     05  FILLER PIC X(19) VALUE SPACES.
002420
002770     EXIT.
002780
002790*-----------------------------------------------------------------
002791* 1000-INITIALIZE - RESOLVE THE TARGET DATE, OPEN THE KEYED TRAIL
002792* AND POSITION IT ON THE DATE, OPEN THE CUSTOMER NUMBER CONTROL
002793* FILE, THE REGENERATED EXTRACT AND THE REPORT, AND WRITE THE
002794* HEADER.
002820*-----------------------------------------------------------------
002830 1000-INITIALIZE.
002840     DISPLAY "REGNDATE" UPON ENVIRONMENT-NAME.
002970         STOP RUN
002980     END-IF.
002990
003000     OPEN INPUT AUDIT-KEYED-FILE.
003010     IF WS-AUDIT-KEYED-STATUS = "35"
003020         DISPLAY "NO AUDIT TRAIL ON FILE - NOTHING TO REGENERATE"
003030         STOP RUN
003040     END-IF.
003050     IF WS-AUDIT-KEYED-STATUS NOT = "00"
003060         DISPLAY "UNABLE TO OPEN AUDIT-KEYED-FILE - FILE STATUS "
003070             WS-AUDIT-KEYED-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003101
003102     MOVE WS-TARGET-DATE TO AK-RUN-DATE.
003103     MOVE ZERO           TO AK-RUN-TIME
003104                            AK-RUN-TRAIL-RECORD-NO.
003105     START AUDIT-KEYED-FILE
003106         KEY IS NOT LESS THAN AK-RUN-KEY
003107         INVALID KEY
003108             SET WS-EOF TO TRUE
003109     END-START.
003110
003111     OPEN INPUT CUSTNO-CONTROL-FILE.
003112     IF WS-CUSTNO-CONTROL-STATUS NOT = "00"
003113         AND WS-CUSTNO-CONTROL-STATUS NOT = "05"
003114         DISPLAY "UNABLE TO OPEN CUSTNO-CONTROL-FILE - STATUS "
003115             WS-CUSTNO-CONTROL-STATUS
003116         MOVE 16 TO RETURN-CODE
003117         STOP RUN
003118     END-IF.
003119
003120     OPEN OUTPUT REGEN-EXTRACT-FILE.
003130     IF WS-REGEN-EXTRACT-STATUS NOT = "00"
003140         DISPLAY "UNABLE TO OPEN REGEN-EXTRACT-FILE - STATUS "
003310     EXIT.
003320
003330*-----------------------------------------------------------------
003331* 2000-REGENERATE-ONE-RECORD - THE NEXT AUDITKEY RECORD IN RUN
003332* ORDER.  ONE ON THE TARGET DATE BECOMES ONE DETAIL ROW, AND THE
003333* FIRST ONE PAST THE DATE ENDS THE PASS; THE ACTION AND THE FIELDS
003360* COME FROM THE IMAGES.  BACK-OUT RECORDS ("BACKOUT") NEVER
003370* REGENERATE - THE EXTRACT CARRIED THE RUN, NOT ITS REVERSAL -
003380* AND NEITHER DO SUSPENSE RELEASES ("PROGRAM5"), WHICH WRITE
003381* NO EXTRACT ROWS AND SO WERE NEVER ON THE ORIGINAL FILE.  A
003382* PAYMENT ("P") LEAVES THE MASTER UNCHANGED, SO ITS IMAGES ARE
003383* THE SAME - IT REGENERATES AS A "P" ROW WITH THE DATE AND
003384* AMOUNT PAID FROM THE AUDIT RECORD, AS PROGRAM1 WROTE IT.
003385* A RETURN ("R") IS THE SAME - AN "R" ROW WITH THE ORIGINAL
003386* PURCHASE DATE AND THE AMOUNT REFUNDED.
003400*-----------------------------------------------------------------
003410 2000-REGENERATE-ONE-RECORD.
003420     READ AUDIT-KEYED-FILE NEXT RECORD
003430         AT END
003440             SET WS-EOF TO TRUE
003450             GO TO 2000-REGENERATE-ONE-RECORD-EXIT
003460     END-READ.
003470
003471     IF AK-RUN-DATE NOT = WS-TARGET-DATE
003472         SET WS-EOF TO TRUE
003490         GO TO 2000-REGENERATE-ONE-RECORD-EXIT
003500     END-IF.
003501
003502     MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD.
003510
003520     IF AUD-SOURCE-PROGRAM = "BACKOUT"
003530         GO TO 2000-REGENERATE-ONE-RECORD-EXIT
003630             AND AUD-AFTER-IMAGE = SPACES
003640             ADD 1 TO WS-UNREADABLE-COUNT
003650             GO TO 2000-REGENERATE-ONE-RECORD-EXIT
003651         WHEN AUD-TRANSACTION-CODE = "P"
003652             MOVE "P" TO EXT-DTL-ACTION-CODE
003653             MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD
003654             MOVE AUD-TRANSACTION-DATE TO DATE-OF-PURCHASE-INDEXED
003655             MOVE AUD-TRANSACTION-AMOUNT
003656                 TO AMT-OF-PURCHASE-INDEXED
003657             ADD 1 TO WS-PAYMENT-ROWS-COUNT
003658         WHEN AUD-TRANSACTION-CODE = "R"
003659             MOVE "R" TO EXT-DTL-ACTION-CODE
003660             MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD
003661             MOVE AUD-TRANSACTION-DATE TO DATE-OF-PURCHASE-INDEXED
003662             MOVE AUD-TRANSACTION-AMOUNT
003663                 TO AMT-OF-PURCHASE-INDEXED
003664             ADD 1 TO WS-RETURN-ROWS-COUNT
003665         WHEN AUD-BEFORE-IMAGE = SPACES
003670             MOVE "A" TO EXT-DTL-ACTION-CODE
003680             MOVE AUD-AFTER-IMAGE TO INDEXEDFILE-RECORD
003690             ADD 1 TO WS-ADD-ROWS-COUNT
003770             ADD 1 TO WS-CHANGE-ROWS-COUNT
003780     END-EVALUATE.
003790
003800     IF AUD-SOURCE-PROGRAM = "SVCMAINT" OR "DORMSWP"
003810         ADD 1 TO WS-DESK-ROWS-COUNT
003820     END-IF.
003830
003960     MOVE POSTAL-CODE-INDEXED      TO EXT-DTL-POSTAL-CODE.
003970     MOVE PHONE-INDEXED            TO EXT-DTL-PHONE.
003980     MOVE STATUS-CODE-INDEXED      TO EXT-DTL-STATUS-CODE.
003981     MOVE SPACE                    TO EXT-DTL-NEW-NUMBER-FLAG.
003982     MOVE ZERO                     TO EXT-DTL-SOURCE-POSITION.
003983     MOVE SPACES                   TO EXT-DTL-SOURCE-FEED.
003984     IF EXT-DTL-ACTION-CODE = "A"
003985         AND AUD-SOURCE-PROGRAM = "PROGRAM1"
003986         PERFORM 2100-FIND-NUMBER-ASSIGNMENT
003987             THRU 2100-FIND-NUMBER-ASSIGNMENT-EXIT
003988     END-IF.
003990
004000     WRITE REGEN-IO-RECORD FROM WS-EXT-DETAIL-RECORD.
004010
004020     ADD 1 TO WS-EXTRACT-RECORD-COUNT.
004030 2000-REGENERATE-ONE-RECORD-EXIT.
004031     EXIT.
004032
004033*-----------------------------------------------------------------
004034* 2100-FIND-NUMBER-ASSIGNMENT - A CUSTOMER PROGRAM1 ADDED WITH A
004035* NUMBER IT ASSIGNED HAS A CUSTNOCT ASSIGNMENT RECORD UNDER THAT
004036* NUMBER, AND ITS EXTRACT ROW CARRIED THE NEW-NUMBER FLAG AND THE
004037* SEQFILE POSITION OF THE ADD.  A NUMBER THE SENDING SYSTEM CHOSE
004038* HAS NO ASSIGNMENT RECORD AND REGENERATES UNFLAGGED.  AN ADD
004039* THAT CAME THROUGH THE FEED CONSOLIDATION CARRIED ITS FEED AND
004040* ITS POSITION ON THAT FEED INSTEAD, AS THE AUDIT RECORD SHOWS.
004041*-----------------------------------------------------------------
004042 2100-FIND-NUMBER-ASSIGNMENT.
004043     MOVE CUSTOMER-NO-INDEXED TO CN-CUSTOMER-NO.
004044     READ CUSTNO-CONTROL-FILE RECORD
004045         KEY IS CN-CUSTOMER-NO
004046         INVALID KEY
004047             GO TO 2100-FIND-NUMBER-ASSIGNMENT-EXIT
004048     END-READ.
004049
004050     IF CN-ASSIGNMENT-RECORD
004051         AND CN-ASG-SOURCE-PROGRAM = "PROGRAM1"
004052         MOVE "Y"               TO EXT-DTL-NEW-NUMBER-FLAG
004053         MOVE CN-INPUT-POSITION TO EXT-DTL-SOURCE-POSITION
004054         IF AUD-SOURCE-FEED NOT = SPACES
004055             MOVE AUD-SOURCE-FEED   TO EXT-DTL-SOURCE-FEED
004056             MOVE AUD-FEED-POSITION TO EXT-DTL-SOURCE-POSITION
004057         END-IF
004058     END-IF.
004059 2100-FIND-NUMBER-ASSIGNMENT-EXIT.
004060     EXIT.
004061
004062*-----------------------------------------------------------------
004070* 3000-WRITE-TRAILER - THE RECOMPUTED COUNT AND AMOUNT HASH, SO
004080* THE RECEIVER PROVES THE REGENERATED FILE THE SAME WAY IT
004090* PROVES THE OVERNIGHT ONE.
004200* ON THE TARGET DATE AND KEEP ITS COUNTS - AN OVERRIDDEN RERUN
004210* OVERWROTE THE EARLIER EXTRACT, SO THE LAST RUN IS THE ONE THE
004220* RECEIVER GOT.  EACH MERGE CARRIED TWO ROWS (SURVIVOR "C" AND
004221* SOURCE "D"), SO THE EXPECTED COUNT IS ADD+CHG+DEL+2 PER MERGE,
004222* PLUS ONE "P" ROW PER PAYMENT APPLIED AND ONE "R" ROW PER
004223* RETURN APPLIED (ZERO ON OLDER RECORDS).
004240*-----------------------------------------------------------------
004250 4000-READ-RUN-HISTORY.
004260     SET WS-RUN-NOT-FOUND TO TRUE.
004660             + RH-RECORDS-MERGED-COUNT
004670             + RH-RECORDS-MERGED-COUNT
004680         MOVE RH-RECORDS-MERGED-COUNT TO WS-RH-MERGED-SAVE
004681         IF RH-PAYMENTS-APPLIED-COUNT IS NUMERIC
004682             ADD RH-PAYMENTS-APPLIED-COUNT TO WS-RH-EXPECTED-COUNT
004683         END-IF
004684         IF RH-RETURNS-APPLIED-COUNT IS NUMERIC
004685             ADD RH-RETURNS-APPLIED-COUNT TO WS-RH-EXPECTED-COUNT
004686         END-IF
004690     END-IF.
004700 4100-SCAN-ONE-RUN-RECORD-EXIT.
004710     EXIT.
004900
004910     MOVE WS-DELETE-ROWS-COUNT TO RPT-DELETES-COUNT.
004920     WRITE REGEN-REPORT-LINE FROM WS-RPT-DELETES-LINE.
004921
004922     MOVE WS-PAYMENT-ROWS-COUNT TO RPT-PAYMENTS-COUNT.
004923     WRITE REGEN-REPORT-LINE FROM WS-RPT-PAYMENTS-LINE.
004924     MOVE WS-RETURN-ROWS-COUNT TO RPT-RETURNS-COUNT.
004925     WRITE REGEN-REPORT-LINE FROM WS-RPT-RETURNS-LINE.
004930
004940     MOVE WS-DESK-ROWS-COUNT TO RPT-DESK-COUNT.
004950     WRITE REGEN-REPORT-LINE FROM WS-RPT-DESK-LINE.
005340* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
005350*-----------------------------------------------------------------
005360 9000-TERMINATE.
005370     CLOSE AUDIT-KEYED-FILE
005371           CUSTNO-CONTROL-FILE
005380           REGEN-EXTRACT-FILE
005390           REGEN-REPORT-FILE.
005400 9000-TERMINATE-EXIT.
