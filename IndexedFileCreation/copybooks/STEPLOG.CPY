000100*-----------------------------------------------------------------
000110* STEPLOG.CPY
000120* NIGHTLY STREAM STEP LOG LAYOUT - STEPLOG.  PROGRAM27 APPENDS A
000130* "B" RECORD WHEN A STREAM RUN BEGINS (STATUS "S" FOR A FRESH
000140* START, "R" FOR A RESTART OF THE SAME STREAM DATE), AN "S" RECORD
000150* AS EACH STEP IS STARTED, AN "E" RECORD WITH THE STEP'S OUTCOME
000160* AND RETURN CODE WHEN IT ENDS OR IS PASSED BY, AND AN "F" RECORD
000170* WHEN THE RUN FINISHES (STATUS "C" WHEN EVERY STEP IS DONE, "X"
000180* WHEN THE STREAM STOPPED SHORT).  A STEP START WITH NO MATCHING
000190* END IS A STEP THAT NEVER FINISHED.  A RESTART READS THIS FILE TO
000200* PASS BY THE STEPS ALREADY COMPLETED FOR THE STREAM DATE.
000210* STEP END STATUSES -
000220*   C  COMPLETED - RETURN CODE WITHIN THE STEP'S LIMIT
000230*   F  FAILED    - RETURN CODE ABOVE THE STEP'S LIMIT
000240*   A  ABENDED   - THE STEP DID NOT END WITH A RETURN CODE
000250*   N  NOT DUE   - CONDITIONAL STEP NOT DUE ON THE STREAM DATE
000260*   H  HELD      - NOT RUN, A PREDECESSOR FAILED OR WAS HELD
000270*   P  PASSED    - COMPLETED BY AN EARLIER RUN OF THE STREAM DATE
000280*-----------------------------------------------------------------
000290 01  STREAM-STEP-RECORD.
000300     05  STP-RECORD-TYPE               PIC X(01).
000310         88  STP-STREAM-BEGIN-RECORD   VALUE "B".
000320         88  STP-STEP-START-RECORD     VALUE "S".
000330         88  STP-STEP-END-RECORD       VALUE "E".
000340         88  STP-STREAM-FINISH-RECORD  VALUE "F".
000350     05  STP-STREAM-DATE               PIC 9(08).
000360     05  STP-STREAM-RUN-DATE           PIC 9(08).
000370     05  STP-STREAM-RUN-TIME           PIC 9(08).
000380     05  STP-STEP-NAME                 PIC X(08).
000390     05  STP-PROGRAM-NAME              PIC X(09).
000400     05  STP-EVENT-DATE                PIC 9(08).
000410     05  STP-EVENT-TIME                PIC 9(08).
000420     05  STP-STATUS                    PIC X(01).
000430         88  STP-FRESH-START           VALUE "S".
000440         88  STP-RESTART-START         VALUE "R".
000450         88  STP-STEP-COMPLETED        VALUE "C".
000460         88  STP-STEP-FAILED           VALUE "F".
000470         88  STP-STEP-ABENDED          VALUE "A".
000480         88  STP-STEP-NOT-DUE          VALUE "N".
000490         88  STP-STEP-HELD             VALUE "H".
000500         88  STP-STEP-PASSED           VALUE "P".
000510         88  STP-STREAM-COMPLETE       VALUE "C".
000520         88  STP-STREAM-STOPPED        VALUE "X".
000530     05  STP-RETURN-CODE               PIC 9(04).
000540     05  STP-MAX-RETURN-CODE           PIC 9(02).
000550     05  STP-REPORT-NAME               PIC X(08).
000560     05  STP-MESSAGE                   PIC X(40).
