000100*-----------------------------------------------------------------
000110* OPERAUTH.CPY
000120* OPERATOR AUTHORIZATION RECORD LAYOUT - OPERAUTH.  ONE RECORD PER
000130* OPERATOR ID, KEYED BY THE ID THE OPERATOR SIGNS ON WITH (THE
000140* MAINTOPR ENVIRONMENT NAME OR THE CONSOLE PROMPT).  EACH FLAG IS
000150* "Y" WHEN THE OPERATOR MAY PERFORM THAT FUNCTION - A PROGRAM THAT
000160* ACTS FOR AN OPERATOR READS THIS RECORD FIRST AND REFUSES AN
000170* UNKNOWN ID, A REVOKED ID OR A FLAG THAT IS NOT "Y".  A REVOKED
000180* OPERATOR IS KEPT ON FILE (STATUS "R") SO THE SECURITY REPORT
000190* AND THE AUDIT TRAIL STILL RESOLVE THE ID.  MAINTAINED BY
000200* PROGRAM22 ONLY, UNDER THE SECURITY ADMINISTRATION FLAG.
000210*-----------------------------------------------------------------
000220 01  OPERATOR-AUTH-RECORD.
000230     05  OA-OPERATOR-ID                PIC X(08).
000240     05  OA-OPERATOR-NAME              PIC X(30).
000250     05  OA-STATUS                     PIC X(01).
000260         88  OA-OPERATOR-ACTIVE        VALUE "A".
000270         88  OA-OPERATOR-REVOKED       VALUE "R".
000280     05  OA-AUTHORITY-FLAGS.
000290         10  OA-DESK-MAINT-AUTH        PIC X(01).
000300             88  OA-CAN-DESK-MAINT     VALUE "Y".
000310         10  OA-CREDIT-HOLD-AUTH       PIC X(01).
000320             88  OA-CAN-CHANGE-HOLD    VALUE "Y".
000330         10  OA-SUSP-CORRECT-AUTH      PIC X(01).
000340             88  OA-CAN-CORRECT-SUSP   VALUE "Y".
000350         10  OA-SUSP-PURGE-AUTH        PIC X(01).
000360             88  OA-CAN-PURGE-SUSP     VALUE "Y".
000370         10  OA-BACKOUT-AUTH           PIC X(01).
000380             88  OA-CAN-BACK-OUT       VALUE "Y".
000390         10  OA-RUN-OVERRIDE-AUTH      PIC X(01).
000400             88  OA-CAN-OVERRIDE-RUN   VALUE "Y".
000410         10  OA-SECURITY-ADMIN-AUTH    PIC X(01).
000420             88  OA-CAN-ADMINISTER     VALUE "Y".
000430         10  FILLER                    PIC X(05).
000440     05  OA-DATE-ADDED                 PIC 9(08).
000450     05  OA-DATE-LAST-MAINT            PIC 9(08).
000460     05  OA-LAST-MAINT-BY              PIC X(08).
000470     05  FILLER                        PIC X(13).
