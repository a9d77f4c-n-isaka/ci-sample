000100******************************************************************
000110*  OPERREC
000120*
000130*  OPERATOR SECURITY RECORD -- ONE PER OPERATOR ON THE INDEXED
000140*  OPERSEC FILE, KEYED BY OPERATOR ID.
000150*
000160*  THE INTERACTIVE PROGRAMS SIGN THE OPERATOR ON THROUGH THE
000170*  OPERSGN SUBPROGRAM BEFORE TAKING ANY CONSOLE WORK, AND EACH
000180*  ACTION IS ALLOWED ONLY AT OR BELOW THE OPERATOR'S AUTHORITY
000190*  LEVEL:
000200*    1  INQUIRY                  LOOK-UPS AND REPORTS
000210*    2  OPERATIONS               CTLFILE SET-UP, BUSCAL CALENDAR
000215*                                MAINTENANCE, RESTORE, RESEND
000220*    3  MASTER-FILE MAINTENANCE  ACCTMST UPDATES, OPERATOR
000230*                                SECURITY ADMINISTRATION
000240*
000250*  SEQ-OPR-PW-HASH HOLDS A ONE-WAY SCRAMBLE OF THE PASSWORD
000260*  SEEDED WITH THE OPERATOR ID (OPERSGN FUNCTION "H"); THE
000270*  PASSWORD ITSELF IS NEVER STORED.  SEQ-OPR-FAIL-COUNT COUNTS
000280*  CONSECUTIVE FAILED SIGN-ONS AND IS CLEARED BY A GOOD ONE;
000290*  WHEN IT REACHES THE OPERSGN LIMIT THE ID IS LOCKED UNTIL
000300*  OPERMNT REINSTATES IT.  A DISABLED ID IS REFUSED OUTRIGHT.
000310*  OPERMNT MAINTAINS THE FILE.
000320*
000330*  MODIFICATION HISTORY
000340*  2026-10-15 TSH  INITIAL VERSION.
000350******************************************************************
000360 01  SEQ-OPR-REC.
000370     03  SEQ-OPR-ID              PIC  X(08).
000380     03  SEQ-OPR-NAME            PIC  X(30).
000390     03  SEQ-OPR-PW-HASH         PIC  9(12).
000400     03  SEQ-OPR-LEVEL           PIC  9(01).
000410         88  SEQ-OPR-INQUIRY         VALUE 1.
000420         88  SEQ-OPR-OPERATIONS      VALUE 2.
000430         88  SEQ-OPR-MAINTENANCE     VALUE 3.
000440         88  SEQ-OPR-LEVEL-VALID     VALUE 1 THRU 3.
000450     03  SEQ-OPR-DISABLED-FLAG   PIC  X(01).
000460         88  SEQ-OPR-DISABLED        VALUE "Y".
000470     03  SEQ-OPR-LOCKED-FLAG     PIC  X(01).
000480         88  SEQ-OPR-LOCKED          VALUE "Y".
000490     03  SEQ-OPR-FAIL-COUNT      PIC  9(02).
000500     03  SEQ-OPR-LAST-DATE       PIC  9(08).
000510     03  SEQ-OPR-LAST-TIME       PIC  9(08).
000520     03  FILLER                  PIC  X(09).
