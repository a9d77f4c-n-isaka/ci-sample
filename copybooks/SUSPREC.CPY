000100******************************************************************
000110*  SUSPREC
000120*
000130*  SHARED RECORD LAYOUT FOR THE ACCTSUSP REJECT SUSPENSE FILE.
000140*
000150*  ACCTEDIT ADDS ONE OF THESE RECORDS FOR EVERY ACCTRAW RECORD
000160*  IT REJECTS, AND EACH NIGHT RE-PRESENTS EVERY PENDING ITEM TO
000170*  THE SAME EDITS AHEAD OF THE FRESH ACCTRAW RECORDS.  AN ITEM
000180*  THAT NOW PASSES (THE ACCOUNT WAS ADDED OR REOPENED ON
000190*  ACCTMST, THE LIMIT WAS RAISED) IS WRITTEN TO ACCTIN WITH ITS
000200*  BRANCH OF ORIGIN AND MARKED RELEASED; AN ITEM THAT STILL
000210*  FAILS STAYS PENDING WITH ITS NIGHTS COUNT ADVANCED AND THE
000220*  LATEST REASON CODE.  SUSPAGE PRINTS THE AGING REPORT AND
000230*  APPLIES DELIBERATE WRITE-OFFS.
000240*
000250*  SEQ-SUS-IMAGE IS THE ORIGINAL ACCTRAW RECORD (ACCTEDIT
000260*  RAW-REC LAYOUT), UNCHANGED.
000270*
000280*  SEQ-SUS-ORIG-RUN-ID / -ORIG-DATE ARE THE RUN THAT FIRST
000290*  REJECTED THE ITEM.  SEQ-SUS-LAST-RUN-ID IS THE LAST RUN
000300*  THAT EDITED IT -- THE NIGHTS COUNT ONLY ADVANCES WHEN THE
000310*  RUN-ID CHANGES, SO A RERUN OF THE SAME NIGHT DOES NOT AGE
000320*  THE SUSPENSE.  A RELEASED ITEM IS KEPT UNTIL THE NEXT
000330*  NIGHT'S RUN FOR THE SAME REASON:  A RERUN OF THE RELEASING
000340*  RUN REBUILDS ACCTIN AND MUST RELEASE THE ITEM AGAIN.
000350*
000360*  MODIFICATION HISTORY
000370*  2026-10-15 TSH  INITIAL VERSION.
000380******************************************************************
000390 01  SEQ-SUS-REC.
000400     03  SEQ-SUS-IMAGE           PIC  X(32).
000410     03  SEQ-SUS-IMAGE-R REDEFINES SEQ-SUS-IMAGE.
000420         05  SEQ-SUS-ACCT-ID         PIC  X(10).
000430         05  FILLER                  PIC  X(01).
000440         05  SEQ-SUS-AMOUNT          PIC  X(12).
000450         05  FILLER                  PIC  X(01).
000460         05  SEQ-SUS-BRANCH          PIC  X(08).
000470     03  SEQ-SUS-REASON          PIC  X(02).
000480     03  SEQ-SUS-ORIG-RUN-ID     PIC  X(08).
000490     03  SEQ-SUS-ORIG-DATE       PIC  9(08).
000500     03  SEQ-SUS-NIGHTS          PIC  9(03).
000510     03  SEQ-SUS-LAST-RUN-ID     PIC  X(08).
000520     03  SEQ-SUS-STATUS          PIC  X(01).
000530         88  SEQ-SUS-PENDING         VALUE SPACE.
000540         88  SEQ-SUS-RELEASED        VALUE "R".
