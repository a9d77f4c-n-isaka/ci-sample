000100******************************************************************
000110*  ACCTCHG
000120*
000130*  SHARED RECORD LAYOUT FOR THE CUMULATIVE ACCTCHG ACCOUNT
000140*  MASTER CHANGE LOG.
000150*
000160*  EVERY ADD, CHANGE, CLOSE AND REOPEN APPLIED TO ACCTMST --
000170*  FROM THE ACCTMNT OPERATOR PROGRAM OR THE ACCTLOAD BATCH
000180*  MAINTENANCE STEP -- APPENDS ONE OF THESE RECORDS BY
000190*  CALLING THE ACCTCHGW SUBPROGRAM, SO THE AUDIT QUESTION
000200*  "WHO CLOSED THIS ACCOUNT AND WHEN" IS ANSWERED FROM ONE
000210*  FILE.  ACCTCHGW STAMPS THE DATE AND TIME; THE CALLER FILLS
000220*  THE REST.
000230*
000240*  ACCT-CHG-BEFORE AND ACCT-CHG-AFTER ARE WHOLE ACCT-MST-REC
000250*  IMAGES (ACCTMST COPYBOOK).  THE BEFORE IMAGE IS BLANK ON AN
000260*  ADD.  ACCTCHG IS APPEND-FOREVER:  A FIELD ADDED LATER GOES
000270*  ON THE END SO EARLIER RECORDS STILL READ.
000280*
000290*  MODIFICATION HISTORY
000300*  2026-10-15 TSH  INITIAL VERSION.
000310******************************************************************
000320 01  ACCT-CHG-REC.
000330     03  ACCT-CHG-DATE           PIC  9(08).
000340     03  ACCT-CHG-TIME           PIC  9(08).
000350     03  ACCT-CHG-PGM            PIC  X(08).
000360     03  ACCT-CHG-ACTION         PIC  X(01).
000370         88  ACCT-CHG-ADD            VALUE "A".
000380         88  ACCT-CHG-CHANGE         VALUE "C".
000390         88  ACCT-CHG-CLOSE          VALUE "X".
000400         88  ACCT-CHG-REOPEN         VALUE "R".
000410     03  ACCT-CHG-ID             PIC  X(10).
000420     03  ACCT-CHG-BEFORE         PIC  X(54).
000430     03  ACCT-CHG-AFTER          PIC  X(54).
