000350*                  THE STATEMENT (PROGRAM12) AND INQUIRY
000360*                  (PROGRAM2) SIDE CAN BE POINTED AT IT ON
000370*                  REQUEST.
000371* 2026-09-21 JWH   RETURNS - THE ARCHIVE LAYOUT FOLLOWS PURCHHST:
000372*                  THE AMOUNT IS SIGNED (A RETURN ROW IS NEGATIVE)
000373*                  AND THE ORIGINAL PURCHASE SEQUENCE IS CARRIED.
000374*                  THE MOVED/KEPT AMOUNT LINES ARE NOW NET OF
000375*                  RETURNS.  A RETURN SHARES ITS ORIGINAL'S
000376*                  DATE, SO THE TWO ARE ALWAYS ARCHIVED
000377*                  TOGETHER.
000380* ------------------------------------------------------------
000390*
000400*-----------------------------------------------------------------
000880         10  ARC-DATE-OF-PURCHASE      PIC X(10).
000890         10  ARC-SEQUENCE-NO           PIC 9(03).
000900     05  ARC-CUSTOMER-NAME             PIC X(20).
000910     05  ARC-AMT-OF-PURCHASE           PIC S9(05)V99.
000920     05  ARC-TRANSACTION-CODE          PIC X(01).
000930     05  ARC-RUN-DATE                  PIC 9(08).
000931     05  ARC-ORIG-SEQUENCE-NO          PIC 9(03).
000940
000950 FD  ARCHIVE-CTL-FILE.
000960 01  ARCH-REPORT-LINE                  PIC X(80).
001410 77  WS-ROWS-MOVED-COUNT        PIC 9(07) COMP VALUE ZERO.
001420 77  WS-ROWS-KEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
001430 77  WS-ROWS-BAD-DATE-COUNT     PIC 9(07) COMP VALUE ZERO.
001440 77  WS-AMOUNT-MOVED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
001450 77  WS-AMOUNT-KEPT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001460
001470 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001480
002060 01  WS-CTL-AMT-MOVED-LINE.
002070     05  FILLER PIC X(50) VALUE
002080         "AMOUNT MOVED TO ARCHIVE. . . . . . . . . . . . :".
002090     05  CTL-AMT-MOVED PIC Z,ZZZ,ZZZ,ZZ9.99-.
002100     05  FILLER PIC X(08) VALUE SPACES.
002110
002120 01  WS-CTL-AMT-KEPT-LINE.
002130     05  FILLER PIC X(50) VALUE
002140         "AMOUNT KEPT ON LIVE FILE . . . . . . . . . . . :".
002150     05  CTL-AMT-KEPT PIC Z,ZZZ,ZZZ,ZZ9.99-.
002160     05  FILLER PIC X(08) VALUE SPACES.
002170
002180 PROCEDURE DIVISION.
002190*-----------------------------------------------------------------
003700     MOVE PH-AMT-OF-PURCHASE   TO ARC-AMT-OF-PURCHASE.
003710     MOVE PH-TRANSACTION-CODE  TO ARC-TRANSACTION-CODE.
003720     MOVE PH-RUN-DATE          TO ARC-RUN-DATE.
003721     MOVE PH-ORIG-SEQUENCE-NO  TO ARC-ORIG-SEQUENCE-NO.
003730
003740     WRITE ARCHIVE-HISTORY-RECORD
003750         INVALID KEY
