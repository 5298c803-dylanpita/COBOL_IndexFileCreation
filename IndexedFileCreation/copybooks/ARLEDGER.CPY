000100*-----------------------------------------------------------------
000110* ARLEDGER.CPY
000120* ACCOUNTS RECEIVABLE LEDGER RECORD LAYOUT - ARLEDGR.  ONE
000130* BALANCE RECORD PER CUSTOMER (ITEM DATE AND SEQUENCE ZERO, SO
000140* IT SORTS AHEAD OF THAT CUSTOMER'S ITEMS) FOLLOWED BY ONE OPEN
000150* ITEM PER UNPAID PURCHASE, KEYED BY THE PURCHASE DATE (CCYYMMDD)
000160* AND THE PURCHHST SEQUENCE NUMBER OF THE PURCHASE.  A PURCHASE
000170* DEBITS THE LEDGER WITH A NEW OPEN ITEM; A PAYMENT CREDITS IT
000180* OLDEST ITEM FIRST AND AN ITEM PAID TO ZERO IS DELETED, SO THE
000190* BALANCE OWED ALWAYS EQUALS THE SUM OF THE OPEN ITEMS - THE
000200* AGED TRIAL BALANCE (PROGRAM20) PROVES THAT FOR EVERY CUSTOMER.
000210* A CREDIT NOT YET TAKEN AGAINST AN ITEM WAITS IN UNAPPLIED
000220* CREDIT AND IS TAKEN AGAINST THE CUSTOMER'S NEXT PURCHASE.  THE
000230* LAST-POST FIELDS IDENTIFY THE LOAD RUN AND SEQFILE POSITION OF
000240* THE LAST PAYMENT APPLIED, SO A CHECKPOINT RESTART DOES NOT
000250* APPLY THE SAME PAYMENT TWICE.
000251* 2026-09-21 - A RETURN ("R") CREDITS THE OPEN ITEM OF THE
000252* PURCHASE IT REFUNDS AND PUTS ANY PART ALREADY PAID INTO
000253* UNAPPLIED CREDIT.  IT STAMPS THE LAST-POST FIELDS THE SAME WAY
000254* A PAYMENT DOES, SO A RESTART DOES NOT APPLY IT TWICE EITHER.
000260*-----------------------------------------------------------------
000270 01  AR-LEDGER-RECORD.
000280     05  AR-LEDGER-KEY.
000290         10  AR-CUSTOMER-NO            PIC X(05).
000300         10  AR-ITEM-DATE              PIC 9(08).
000310         10  AR-ITEM-SEQ               PIC 9(03).
000320     05  AR-RECORD-TYPE                PIC X(01).
000330         88  AR-BALANCE-RECORD         VALUE "B".
000340         88  AR-OPEN-ITEM              VALUE "I".
000350     05  AR-BALANCE-DATA.
000360         10  AR-BAL-BALANCE-OWED       PIC 9(09)V99.
000370         10  AR-BAL-UNAPPLIED-CREDIT   PIC 9(09)V99.
000380         10  AR-BAL-LAST-PAYMENT-DATE  PIC X(10).
000390         10  AR-BAL-LAST-PAYMENT-AMT   PIC 9(07)V99.
000400         10  AR-BAL-LAST-POST-RUN-DATE PIC 9(08).
000410         10  AR-BAL-LAST-POST-RUN-TIME PIC 9(08).
000420         10  AR-BAL-LAST-POST-POSITION PIC 9(07).
000430     05  AR-ITEM-DATA REDEFINES AR-BALANCE-DATA.
000440         10  AR-ITEM-PURCHASE-DATE     PIC X(10).
000450         10  AR-ITEM-ORIGINAL-AMT      PIC 9(07)V99.
000460         10  AR-ITEM-OPEN-AMT          PIC 9(07)V99.
000470         10  AR-ITEM-RUN-DATE          PIC 9(08).
000480         10  FILLER                    PIC X(28).
