000181* 2026-08-31 - ON A MERGE ("M") TRANSACTION THE NAME FIELD
000182* CARRIES THE SURVIVING CUSTOMER NUMBER IN ITS FIRST FIVE
000183* BYTES, AS ON SEQFILE-RECORD - SEE THE REDEFINES BELOW.
000184* 2026-09-14 - ON A PAYMENT ("P") THE DATE AND AMOUNT FIELDS
000185* CARRY THE DATE AND AMOUNT PAID.
000186* 2026-09-21 - ON A RETURN ("R") THE DATE IS THE ORIGINAL
000187* PURCHASE DATE, THE AMOUNT IS THE REFUND, AND THE FIRST THREE
000188* BYTES OF THE NAME FIELD CARRY THE ORIGINAL PURCHASE'S PURCHHST
000189* SEQUENCE NUMBER, AS ON SEQFILE-RECORD.
000190* 2026-10-09 - SOURCE FEED ID AND FEED RECORD POSITION ADDED AT
000191* THE END, COPIED FROM SEQFILE-RECORD, SO A REJECT TRACES BACK TO
000192* THE FEED THE CONSOLIDATION (PROGRAM26) TOOK IT FROM.  A REJECT
000193* FROM AN UNCONSOLIDATED SEQFILE, AND OLDER RECORDS, CARRY SPACES
000194* IN SUSP-SOURCE-FEED AND ZERO IN SUSP-FEED-POSITION - PROGRAM5
000195* 1100 ZERO-FILLS AN OLDER RECORD'S POSITION AS IT LOADS.
000196*-----------------------------------------------------------------
000200 01  SUSPENSE-RECORD.
000210     05  SUSP-CUSTOMER-NO              PIC X(05).
000220     05  SUSP-CUSTOMER-NAME            PIC X(20).
000221     05  SUSP-MERGE-R REDEFINES SUSP-CUSTOMER-NAME.
000222         10  SUSP-MERGE-SURVIVOR-NO    PIC X(05).
000223         10  FILLER                    PIC X(15).
000224     05  SUSP-RETURN-R REDEFINES SUSP-CUSTOMER-NAME.
000225         10  SUSP-RETURN-ORIG-SEQ      PIC X(03).
000226         10  FILLER                    PIC X(17).
000230     05  SUSP-DATE-OF-PURCHASE         PIC 99/99/9999.
000240     05  SUSP-AMT-OF-PURCHASE          PIC 9(05)V99.
000250     05  SUSP-TRANSACTION-CODE         PIC X(01).
000320     05  SUSP-REASON-CODE              PIC 9(02).
000330     05  SUSP-REASON-TEXT              PIC X(36).
000340     05  SUSP-DATE-WRITTEN             PIC 9(08).
000341     05  SUSP-SOURCE-FEED              PIC X(08).
000342     05  SUSP-FEED-POSITION            PIC 9(07).
