000171* 2026-08-28 - IMAGES WIDENED TO THE EXTENDED MASTER RECORD
000172* (ADDRESS/CONTACT/STATUS FIELDS).  RECORDS WRITTEN BEFORE THAT
000173* DATE CARRY THE OLD 42-BYTE IMAGES, SPACE FILLED ON THE RIGHT.
000174* 2026-09-14 - TRANSACTION DATE AND AMOUNT ADDED AT THE END FOR
000175* TRANSACTIONS THE IMAGES CANNOT SHOW - A "P" PAYMENT LEAVES THE
000176* MASTER UNCHANGED (BEFORE = AFTER) AND CARRIES ITS PAYMENT DATE
000177* AND AMOUNT HERE.  OTHER TRANSACTIONS AND OLDER RECORDS CARRY
000178* SPACES/ZERO.
000179* 2026-09-28 - OPERATOR ID ADDED AT THE END - THE OPERAUTH ID OF
000180* THE OPERATOR WHOSE ACTION PRODUCED THE RECORD (DESK MAINTENANCE,
000181* SUSPENSE RELEASE, BACK-OUT, OR A LOAD RUN FORCED THROUGH THE
000182* DUPLICATE-RUN CHECK).  AN ORDINARY LOAD RUN AND OLDER RECORDS
000183* CARRY SPACES.
000184* 2026-10-01 - EVERY RECORD APPENDED HERE IS ALSO WRITTEN TO THE
000185* KEYED COMPANION AUDITKEY (AUDITKEY.CPY) SO A CUSTOMER'S OR A
000186* RUN'S RECORDS CAN BE READ WITHOUT SCANNING THE WHOLE TRAIL.
000187* 2026-10-09 - SOURCE FEED ID AND FEED RECORD POSITION ADDED AT
000188* THE END - THE FEED THE CONSOLIDATION (PROGRAM26) TOOK A LOADED
000189* OR RELEASED TRANSACTION FROM, AND ITS POSITION ON THAT FEED.
000190* DESK, SWEEP AND BACK-OUT RECORDS, RECORDS FROM AN UNCONSOLIDATED
000191* SEQFILE, AND OLDER RECORDS CARRY SPACES/ZERO.
000192*-----------------------------------------------------------------
000193 01  AUDIT-RECORD.
000200     05  AUD-RUN-DATE                  PIC 9(08).
000210     05  AUD-RUN-TIME                  PIC 9(08).
000220     05  AUD-SOURCE-PROGRAM            PIC X(08).
000250     05  AUD-CUSTOMER-NO               PIC X(05).
000260     05  AUD-BEFORE-IMAGE              PIC X(116).
000270     05  AUD-AFTER-IMAGE               PIC X(116).
000280     05  AUD-TRANSACTION-DATE          PIC X(10).
000290     05  AUD-TRANSACTION-AMOUNT        PIC 9(07)V99.
000291     05  AUD-OPERATOR-ID               PIC X(08).
000292     05  AUD-SOURCE-FEED               PIC X(08).
000293     05  AUD-FEED-POSITION             PIC 9(07).
