000100*-----------------------------------------------------------------
000110* SECLOG.CPY
000120* SECURITY LOG RECORD LAYOUT - SECLOG.  EVERY PROGRAM THAT CHECKS
000130* OPERAUTH APPENDS ONE RECORD WHEN AN OPERATOR SIGNS ON TO A
000140* FUNCTION ("S") AND ONE WHEN AN ACTION IS REFUSED ("R"), WITH THE
000150* FUNCTION CODE ASKED FOR AND, WHERE THERE IS ONE, THE CUSTOMER.
000160* THE SOURCE IS THE SAME EIGHT-BYTE NAME THE PROGRAM PUTS ON THE
000170* AUDIT TRAIL (SVCMAINT, PROGRAM5, BACKOUT, PROGRAM1, DORMSWP) OR
000171* SECADMIN.
000172* PROGRAM22 ALSO LOGS EACH OPERATOR IT ADDS, CHANGES OR REVOKES
000174* ("M"), WITH THE OPERATOR, FLAGS AND STATUS IN THE REASON TEXT.
000180* THE FILE OPENS EXTEND SO EVERY RUN APPENDS TO THE LOG; PROGRAM23
000190* READS IT FOR THE WEEKLY SECURITY REPORT.  FUNCTION CODES -
000200*   DM  DESK MAINTENANCE (PROGRAM16, PROGRAM25 DORMANT SWEEP)
000210*   CH  STATUS CHANGE TO OR FROM CREDIT HOLD (PROGRAM16/PROGRAM5)
000220*   SC  SUSPENSE CORRECT/RELEASE (PROGRAM5)
000230*   SP  SUSPENSE PURGE (PROGRAM5)
000240*   BO  RUN BACK-OUT (PROGRAM13)
000250*   RO  DUPLICATE-RUN OVERRIDE (PROGRAM1)
000260*   SA  SECURITY ADMINISTRATION (PROGRAM22)
000270*-----------------------------------------------------------------
000280 01  SECURITY-LOG-RECORD.
000290     05  SL-RUN-DATE                   PIC 9(08).
000300     05  SL-RUN-TIME                   PIC 9(08).
000310     05  SL-SOURCE-PROGRAM             PIC X(08).
000320     05  SL-OPERATOR-ID                PIC X(08).
000330     05  SL-EVENT-CODE                 PIC X(01).
000340         88  SL-SIGN-ON                VALUE "S".
000350         88  SL-REFUSAL                VALUE "R".
000355         88  SL-AUTHORITY-MAINT        VALUE "M".
000360     05  SL-FUNCTION-CODE              PIC X(02).
000370     05  SL-CUSTOMER-NO                PIC X(05).
000380     05  SL-REASON-TEXT                PIC X(40).
