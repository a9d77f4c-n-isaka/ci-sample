000100******************************************************************
000110*  ACCLOG
000120*
000130*  SHARED RECORD LAYOUT FOR THE CUMULATIVE OPERLOG OPERATOR
000140*  ACCESS LOG.
000150*
000160*  THE OPERSGN SUBPROGRAM APPENDS ONE OF THESE FOR EVERY
000170*  SIGN-ON, FAILED SIGN-ON, LOCK-OUT, REFUSED ACTION, ACTION
000180*  TAKEN AND SIGN-OFF IN THE INTERACTIVE PROGRAMS, SO THE
000190*  AUDIT QUESTION "WHO DID WHAT, FROM WHICH PROGRAM, AND WHEN"
000200*  IS ANSWERED FROM ONE FILE.  THE OPERAUD PROGRAM PRINTS THE
000210*  QUARTERLY REPORT FOR THE AUDITORS FROM IT.
000220*
000230*  EVENTS (SEQ-ACC-EVENT)
000240*    S  SIGNED ON
000250*    F  FAILED SIGN-ON (UNKNOWN ID OR WRONG PASSWORD)
000260*    L  ID LOCKED BY REPEATED FAILED SIGN-ONS
000270*    R  REFUSED -- ID DISABLED OR LOCKED, OR THE PROGRAM OR
000280*       ACTION NEEDS A HIGHER AUTHORITY LEVEL
000290*    A  ACTION TAKEN
000300*    E  SIGNED OFF
000310*
000320*  SEQ-ACC-LEVEL IS THE OPERATOR'S AUTHORITY LEVEL (ZERO WHEN
000330*  THE ID IS UNKNOWN); SEQ-ACC-REQ-LEVEL IS THE LEVEL THE
000340*  PROGRAM OR ACTION NEEDED.  OPERLOG IS APPEND-FOREVER:  A
000350*  FIELD ADDED LATER GOES ON THE END SO EARLIER RECORDS STILL
000360*  READ.
000370*
000380*  MODIFICATION HISTORY
000390*  2026-10-15 TSH  INITIAL VERSION.
000400******************************************************************
000410 01  SEQ-ACC-REC.
000420     03  SEQ-ACC-DATE            PIC  9(08).
000430     03  SEQ-ACC-TIME            PIC  9(08).
000440     03  SEQ-ACC-OPER-ID         PIC  X(08).
000450     03  SEQ-ACC-PGM             PIC  X(08).
000460     03  SEQ-ACC-EVENT           PIC  X(01).
000470         88  SEQ-ACC-SIGNON          VALUE "S".
000480         88  SEQ-ACC-FAILED          VALUE "F".
000490         88  SEQ-ACC-LOCKOUT         VALUE "L".
000500         88  SEQ-ACC-REFUSED         VALUE "R".
000510         88  SEQ-ACC-ACTION          VALUE "A".
000520         88  SEQ-ACC-SIGNOFF         VALUE "E".
000530     03  SEQ-ACC-LEVEL           PIC  9(01).
000540     03  SEQ-ACC-REQ-LEVEL       PIC  9(01).
000550     03  SEQ-ACC-DETAIL          PIC  X(40).
