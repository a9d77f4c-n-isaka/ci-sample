000100******************************************************************
000110*  OPENREC
000120*
000130*  SHARED RECORD LAYOUT FOR THE OPENITEM SETTLEMENT OPEN-ITEMS
000140*  LEDGER.
000150*
000160*  OPENITEM IS A CUMULATIVE INDEXED FILE KEYED BY ACCOUNT AND
000170*  RUN-ID (SEQ-OPN-KEY).  UNLIKE SEQ001 IT IS NEVER REBUILT --
000180*  SEQRET RAISES AN ITEM FOR EVERY SETTLEMENT EXCEPTION (PARTNER
000190*  REJECT, SHORT OR OVER SETTLEMENT, DETAIL NEVER RETURNED) AND
000200*  CLEARS OR PART-CLEARS IT WHEN A LATER RETFILE RETURN SETTLES
000210*  THE ACCOUNT FOR THAT RUN.  OPENAGE PRINTS THE AGING REPORT
000220*  AND THE MONTH-END OPEN-ITEMS TOTAL.
000230*
000240*  SEQ-OPN-DIFF-AMT IS ALWAYS SEQ-OPN-SENT-AMT LESS
000250*  SEQ-OPN-SETL-AMT -- THE AMOUNT STILL OUTSTANDING.  AN ITEM
000260*  WHOSE DIFFERENCE REACHES ZERO IS MARKED CLEARED AND KEPT FOR
000270*  THE RECORD.
000280*
000290*  SEQ-OPN-PRIOR-SETL-AMT IS THE AMOUNT SETTLED BEFORE THE RUN
000300*  IN SEQ-OPN-LAST-RUN-ID, SO A RERUN OF SEQRET AGAINST THE SAME
000310*  RETFILE RE-APPLIES A LATE SETTLEMENT INSTEAD OF ADDING IT
000320*  TWICE.
000330*
000340*  MODIFICATION HISTORY
000350*  2026-10-15 TSH  INITIAL VERSION.
000360******************************************************************
000370 01  SEQ-OPN-REC.
000380     03  SEQ-OPN-KEY.
000390         05  SEQ-OPN-ACCT-ID         PIC  X(10).
000400         05  SEQ-OPN-RUN-ID          PIC  X(08).
000410     03  SEQ-OPN-RUN-DATE            PIC  9(08).
000420     03  SEQ-OPN-BRANCH              PIC  X(08).
000430     03  SEQ-OPN-REASON              PIC  X(01).
000440         88  SEQ-OPN-REJECTED            VALUE "R".
000450         88  SEQ-OPN-DIFFERS             VALUE "D".
000460         88  SEQ-OPN-UNRETURNED          VALUE "U".
000470     03  SEQ-OPN-SENT-AMT            PIC  S9(09)V99
000480                                      SIGN LEADING SEPARATE.
000490     03  SEQ-OPN-SETL-AMT            PIC  S9(09)V99
000500                                      SIGN LEADING SEPARATE.
000510     03  SEQ-OPN-DIFF-AMT            PIC  S9(09)V99
000520                                      SIGN LEADING SEPARATE.
000530     03  SEQ-OPN-PRIOR-SETL-AMT      PIC  S9(09)V99
000540                                      SIGN LEADING SEPARATE.
000550     03  SEQ-OPN-STATUS              PIC  X(01).
000560         88  SEQ-OPN-OPEN                VALUE SPACE.
000570         88  SEQ-OPN-CLEARED             VALUE "C".
000580     03  SEQ-OPN-LAST-RUN-ID         PIC  X(08).
000590     03  SEQ-OPN-CLEAR-DATE          PIC  9(08).
000600     03  FILLER                      PIC  X(10).
