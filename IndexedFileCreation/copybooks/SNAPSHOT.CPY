000100*-----------------------------------------------------------------
000110* SNAPSHOT.CPY
000120* MONTH-END CUSTOMER SNAPSHOT RECORD LAYOUT - SNAPSHOT.  ONE
000130* RECORD PER CUSTOMER PER MONTH, KEYED BY PERIOD (CCYYMM) AND
000140* CUSTOMER NUMBER, WRITTEN BY THE MONTH-END CLOSE (PROGRAM28) AS
000150* THE MASTER, CUSTSUMM AND ARLEDGR STOOD AT THE END OF THE MONTH,
000160* SO THE TREND REPORT (PROGRAM29) CAN COMPARE ONE MONTH WITH THE
000170* NEXT.  A CUSTOMER RECORD ("C") CARRIES THE STATUS, STATE, YTD
000180* AND LIFETIME AMOUNTS, LAST PURCHASE DATE (CCYYMMDD), NET
000190* BALANCE (OWED LESS UNAPPLIED CREDIT) AND THE NET AMOUNT POSTED
000200* TO PURCHHST IN THE MONTH, WITH THE STATUS THE CUSTOMER HAD ON
000210* THE PRIOR MONTH'S SNAPSHOT (SPACE WHEN NOT ON IT).  A CUSTOMER
000220* ON THE PRIOR MONTH'S SNAPSHOT BUT NO LONGER ON THE MASTER GETS
000230* A LOST RECORD ("L") CARRYING THE PRIOR MONTH'S FIGURES AND
000240* WHETHER THE AUDIT TRAIL SHOWS THE CUSTOMER DELETED OR MERGED
000250* AWAY.
000260* ONE PERIOD CONTROL RECORD (CUSTOMER KEY HIGH-VALUES, SO IT
000270* SORTS LAST IN ITS PERIOD) IS WRITTEN "B" (BUILDING) BEFORE THE
000280* FIRST CUSTOMER RECORD AND REWRITTEN "C" (COMPLETE) WITH THE
000285* COUNTS AFTER THE LAST.  A COMPLETE PERIOD IS NOT TAKEN AGAIN,
000290* EXCEPT THAT ONE CLOSED WHILE ITS PRIOR MONTH WAS MISSING
000295* (SN-CTL-PRIOR-PERIOD ZERO) IS RETAKEN BY REBUILD ONCE THAT MONTH
000300* IS COMPLETE.  A PERIOD LEFT BUILDING BY A FAILED RUN IS CLEARED
000305* AND TAKEN AGAIN.
000320*-----------------------------------------------------------------
000330 01  CUSTOMER-SNAPSHOT-RECORD.
000340     05  SN-KEY.
000350         10  SN-PERIOD                 PIC 9(06).
000360         10  SN-PERIOD-R REDEFINES SN-PERIOD.
000370             15  SN-PERIOD-YEAR        PIC 9(04).
000380             15  SN-PERIOD-MONTH       PIC 9(02).
000390         10  SN-CUSTOMER-NO            PIC X(05).
000400             88  SN-CONTROL-RECORD     VALUE HIGH-VALUES.
000410     05  SN-RECORD-TYPE                PIC X(01).
000420         88  SN-PERIOD-CONTROL         VALUE "P".
000430         88  SN-CUSTOMER-ON-FILE       VALUE "C".
000440         88  SN-CUSTOMER-LOST          VALUE "L".
000450     05  SN-CUSTOMER-DATA.
000460         10  SN-STATUS-CODE            PIC X(01).
000470         10  SN-PRIOR-STATUS-CODE      PIC X(01).
000480         10  SN-EVENT-CODE             PIC X(01).
000490             88  SN-NEW-CUSTOMER       VALUE "N".
000500             88  SN-LOST-DELETED       VALUE "D".
000510             88  SN-LOST-MERGED        VALUE "M".
000520             88  SN-LOST-NOT-TRACED    VALUE "U".
000530         10  SN-STATE                  PIC X(02).
000540         10  SN-DATE-ADDED             PIC 9(08).
000550         10  SN-YTD-YEAR               PIC 9(04).
000560         10  SN-YTD-AMOUNT             PIC 9(09)V99.
000570         10  SN-LIFE-AMOUNT            PIC 9(11)V99.
000580         10  SN-LAST-PURCHASE-DATE     PIC 9(08).
000590         10  SN-BALANCE-FLAG           PIC X(01).
000600             88  SN-BALANCE-ON-LEDGER  VALUE "Y".
000610             88  SN-NO-LEDGER          VALUE "N".
000620         10  SN-NET-BALANCE            PIC S9(09)V99.
000630         10  SN-MONTH-SPEND            PIC S9(09)V99.
000640         10  SN-LOST-RUN-DATE          PIC 9(08).
000650         10  FILLER                    PIC X(10).
000660     05  SN-CONTROL-DATA REDEFINES SN-CUSTOMER-DATA.
000670         10  SN-CTL-STATUS             PIC X(01).
000680             88  SN-CTL-BUILDING       VALUE "B".
000690             88  SN-CTL-COMPLETE       VALUE "C".
000700         10  SN-CTL-MODE               PIC X(07).
000710         10  SN-CTL-MONTH-END-DATE     PIC 9(08).
000720         10  SN-CTL-RUN-DATE           PIC 9(08).
000730         10  SN-CTL-RUN-TIME           PIC 9(08).
000740         10  SN-CTL-PRIOR-PERIOD       PIC 9(06).
000750         10  SN-CTL-CUSTOMER-COUNT     PIC 9(07).
000760         10  SN-CTL-LOST-COUNT         PIC 9(07).
000770         10  SN-CTL-MONTH-SPEND        PIC S9(11)V99.
000780         10  FILLER                    PIC X(25).
