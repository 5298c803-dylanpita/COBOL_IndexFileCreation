000192* HEADER AND "T" TRAILER NOW.  A FILE THAT FAILS PROGRAM1'S
000193* COUNT/AMOUNT-HASH PROOF WRITES AN "E" RECORD WITH STATUS "B"
000194* (OUT OF BALANCE) AND THE RUN APPLIES NOTHING.
000195* 2026-09-14 - PAYMENTS APPLIED COUNT AND AMOUNT ADDED AT THE END.
000196* RECORDS WRITTEN BEFORE THAT DATE CARRY SPACES THERE.
000197* 2026-09-21 - RETURNS APPLIED COUNT AND AMOUNT REFUNDED ADDED AT
000198* THE END.  RECORDS WRITTEN BEFORE THAT DATE CARRY SPACES THERE.
000200*-----------------------------------------------------------------
000210 01  RUN-HISTORY-RECORD.
000220     05  RH-RECORD-TYPE                PIC X(01).
000370     05  RH-RECORDS-MERGED-COUNT       PIC 9(07).
000380     05  RH-RECORDS-REJECTED-COUNT     PIC 9(07).
000390     05  RH-AMOUNT-WRITTEN-TOTAL       PIC 9(09)V99.
000400     05  RH-PAYMENTS-APPLIED-COUNT     PIC 9(07).
000410     05  RH-PAYMENT-AMOUNT-TOTAL       PIC 9(09)V99.
000420     05  RH-RETURNS-APPLIED-COUNT      PIC 9(07).
000430     05  RH-RETURN-AMOUNT-TOTAL        PIC 9(09)V99.
