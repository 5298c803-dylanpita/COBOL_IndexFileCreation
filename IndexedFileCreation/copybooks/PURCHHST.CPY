000140* PURCHASE AND A SEQUENCE NUMBER SO A CUSTOMER'S EARLIER
000150* PURCHASES SURVIVE THE NEXT DAY'S LOAD INSTEAD OF BEING
000160* OVERWRITTEN ON INDEXEDMASTER.
000161* 2026-09-21 - A RETURN ("R") POSTS ITS OWN ROW UNDER THE
000162* ORIGINAL PURCHASE'S CUSTOMER AND DATE, NEXT FREE SEQUENCE,
000163* WITH THE REFUND AS A NEGATIVE AMOUNT AND THE ORIGINAL ROW'S
000164* SEQUENCE NUMBER IN PH-ORIG-SEQUENCE-NO.  THE AMOUNT IS SIGNED
000165* NOW AND PH-ORIG-SEQUENCE-NO IS ADDED AT THE END, ZERO ON A
000166* PURCHASE ROW.  THE RECORD GREW FROM 54 TO 57 BYTES, SO PURCHHST
000167* AND ITS ARCHIVE WERE UNLOADED AND RELOADED IN THIS LAYOUT - THE
000168* RELOAD ZERO-FILLED PH-ORIG-SEQUENCE-NO ON EVERY EXISTING ROW.
000170*-----------------------------------------------------------------
000180 01  PURCHASE-HISTORY-RECORD.
000190     05  PURCHASE-HISTORY-KEY.
000210         10  PH-DATE-OF-PURCHASE       PIC X(10).
000220         10  PH-SEQUENCE-NO            PIC 9(03).
000230     05  PH-CUSTOMER-NAME              PIC X(20).
000240     05  PH-AMT-OF-PURCHASE            PIC S9(05)V99.
000250     05  PH-TRANSACTION-CODE           PIC X(01).
000260     05  PH-RUN-DATE                   PIC 9(08).
000270     05  PH-ORIG-SEQUENCE-NO           PIC 9(03).
