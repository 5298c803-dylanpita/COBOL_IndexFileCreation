000100*-----------------------------------------------------------------
000110* AUDITKEY.CPY
000120* KEYED AUDIT TRAIL RECORD LAYOUT - AUDITKEY.  A KEYED COMPANION
000130* TO THE SEQUENTIAL TRAIL (AUDITTRL), HOLDING ONE RECORD PER TRAIL
000140* RECORD WITH THE FULL AUDITREC IMAGE.  THE PRIME KEY IS CUSTOMER
000150* NUMBER / RUN DATE / RUN TIME / TRAIL RECORD NUMBER, SO ONE
000160* CUSTOMER'S HISTORY IS READ IN THE ORDER IT HAPPENED WITHOUT
000170* SCANNING THE TRAIL.  THE ALTERNATE KEY IS RUN DATE / RUN TIME /
000180* TRAIL RECORD NUMBER, SO ONE RUN'S RECORDS ARE READ THE SAME WAY.
000190* THE TRAIL RECORD NUMBER IS THE RECORD'S POSITION ON AUDITTRL
000200* (FIRST RECORD = 1); IT KEEPS BOTH KEYS UNIQUE AND TIES EVERY
000210* KEYED RECORD BACK TO THE SEQUENTIAL TRAIL.
000220* ONE CONTROL RECORD (CUSTOMER KEY HIGH-VALUES, RUN KEY ZERO)
000230* HOLDS THE LAST TRAIL RECORD NUMBER USED.  EVERY PROGRAM THAT
000240* APPENDS TO AUDITTRL WRITES THE KEYED RECORD WITH THE NEXT NUMBER
000250* AND REWRITES THE CONTROL RECORD.  PROGRAM24 BUILDS THE FILE
000260* FROM THE TRAIL (WIDENING RECORDS WRITTEN BEFORE 2026-08-28,
000270* WHICH CARRY 42-BYTE IMAGES) AND VERIFIES IT AGAINST THE TRAIL
000280* RECORD FOR RECORD.  AUDITTRL REMAINS THE TRAIL OF RECORD.
000281* 2026-10-09 - IMAGE WIDENED TO 311 BYTES FOR THE SOURCE FEED
000282* FIELDS ADDED TO AUDITREC.  A FILE BUILT AT THE OLD LENGTH IS
000283* RELOADED WITH PROGRAM24 BUILD.
000290*-----------------------------------------------------------------
000300 01  AUDIT-KEYED-RECORD.
000310     05  AK-CUSTOMER-KEY.
000320         10  AK-CUSTOMER-NO            PIC X(05).
000330             88  AK-CONTROL-RECORD     VALUE HIGH-VALUES.
000340         10  AK-CUST-RUN-DATE          PIC 9(08).
000350         10  AK-CUST-RUN-TIME          PIC 9(08).
000360         10  AK-CUST-TRAIL-RECORD-NO   PIC 9(09).
000370     05  AK-RUN-KEY.
000380         10  AK-RUN-DATE               PIC 9(08).
000390         10  AK-RUN-TIME               PIC 9(08).
000400         10  AK-RUN-TRAIL-RECORD-NO    PIC 9(09).
000410     05  AK-AUDIT-IMAGE                PIC X(311).
000420     05  AK-CONTROL-DATA REDEFINES AK-AUDIT-IMAGE.
000430         10  AK-CTL-LAST-RECORD-NO     PIC 9(09).
000440         10  AK-CTL-LAST-UPDATE-DATE   PIC 9(08).
000450         10  AK-CTL-LAST-UPDATE-TIME   PIC 9(08).
000460         10  AK-CTL-LAST-UPDATE-BY     PIC X(08).
000470         10  AK-CTL-BUILD-DATE         PIC 9(08).
000480         10  FILLER                    PIC X(270).
