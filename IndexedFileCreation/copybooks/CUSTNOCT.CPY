000100*-----------------------------------------------------------------
000110* CUSTNOCT.CPY
000120* CUSTOMER NUMBER CONTROL FILE LAYOUT - CUSTNOCT.  A NEW-CUSTOMER
000130* ADD THAT ARRIVES WITH A BLANK CUSTOMER NUMBER IS GIVEN THE NEXT
000140* FREE NUMBER FROM THE ONE CONTROL RECORD ON THIS FILE (KEY ALL
000150* ZERO, SO IT SORTS FIRST), WHICH CARRIES THE LAST NUMBER HANDED
000160* OUT AND THE HIGHEST NUMBER THAT MAY BE HANDED OUT.  A NUMBER
000170* ALREADY ON THE MASTER IS PASSED OVER, AND THE CONTROL RECORD IS
000180* REWRITTEN BEFORE THE NEW CUSTOMER IS WRITTEN, SO A FAILURE IN
000190* BETWEEN LEAVES A GAP IN THE NUMBERS, NEVER A NUMBER GIVEN OUT
000200* TWICE.  EVERY NUMBER GIVEN OUT ALSO WRITES AN ASSIGNMENT RECORD
000210* KEYED BY THE POSTING RUN (DATE AND TIME) AND THE POSITION OF
000220* THE TRANSACTION IN THAT RUN'S INPUT - PROGRAM1'S SEQFILE
000230* POSITION, PROGRAM5'S SUSPENSE ENTRY NUMBER - SO A CHECKPOINT
000240* RESTART THAT REPLAYS THE ADD FINDS THE NUMBER IT WAS ALREADY
000250* GIVEN INSTEAD OF TAKING ANOTHER.  THE NUMBER GIVEN IS ALSO AN
000260* ALTERNATE KEY (SPACES ON THE CONTROL RECORD), SO PROGRAM17 CAN
000270* TELL AN ASSIGNED NUMBER FROM ONE THE SENDING SYSTEM CHOSE.
000280*-----------------------------------------------------------------
000290 01  CUSTNO-CONTROL-RECORD.
000300     05  CN-KEY.
000310         10  CN-POSTING-RUN-DATE       PIC 9(08).
000320         10  CN-POSTING-RUN-TIME       PIC 9(08).
000330         10  CN-INPUT-POSITION         PIC 9(07).
000340     05  CN-RECORD-TYPE                PIC X(01).
000350         88  CN-CONTROL-RECORD         VALUE "C".
000360         88  CN-ASSIGNMENT-RECORD      VALUE "N".
000370     05  CN-CUSTOMER-NO                PIC X(05).
000380     05  CN-CONTROL-DATA.
000390         10  CN-CTL-LAST-NUMBER        PIC 9(05).
000400         10  CN-CTL-HIGHEST-NUMBER     PIC 9(05).
000410         10  CN-CTL-ASSIGNED-COUNT     PIC 9(07).
000420         10  CN-CTL-LAST-UPDATE-DATE   PIC 9(08).
000430         10  CN-CTL-LAST-UPDATE-TIME   PIC 9(08).
000440         10  CN-CTL-LAST-UPDATE-BY     PIC X(08).
000450         10  FILLER                    PIC X(05).
000460     05  CN-ASSIGNMENT-DATA REDEFINES CN-CONTROL-DATA.
000470         10  CN-ASG-CUSTOMER-NAME      PIC X(20).
000480         10  CN-ASG-POSTAL-CODE        PIC X(05).
000490         10  CN-ASG-SOURCE-PROGRAM     PIC X(08).
000500         10  FILLER                    PIC X(13).
