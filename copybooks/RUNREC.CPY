000257*  POSITIVE, THE SAME CONVENTION SEQREC AND SEQCTL USE FOR
000258*  FIELDS ADDED AFTER THE FIRST RECORDS WERE WRITTEN.
000259*
000260*  SEQ-RUN-RESTART-FLAG IS "Y" FOR A CHECKPOINT RESTART AND
000261*  "N" FOR A NORMAL RUN.  SEQREST RECORDS CARRY "R" UNDER THE
000262*  RUN-ID WHOSE SNAPSHOT WAS RESTORED TO SEQ001, AND "S" UNDER
000263*  THE RUN-ID WHOSE SEQ001 BUILD THE RESTORE REPLACED
000264*  (SUPERSEDED) -- BOTH MEAN WHAT THEY SAY ONLY WITH A RETURN
000265*  CODE BELOW 08 AND NO ABEND MESSAGE.
000266*
000267*  MODIFICATION HISTORY
000270*  2026-08-22 TSH  INITIAL VERSION.
000272*  2026-09-02 TSH  APPENDED SEQ-RUN-CTRL-SIGN SO CREDIT
000274*                  ADJUSTMENT TOTALS CARRY THEIR SIGN WITHOUT
000276*                  DISTURBING RECORDS ALREADY ON RUNLOG.
000277*  2026-10-15 TSH  RESTART FLAG VALUES "R" AND "S" FOR THE
000278*                  SEQREST SNAPSHOT RESTORE RECORDS.
000280******************************************************************
000290 01  SEQ-RUN-REC.
000300     03  SEQ-RUN-PGM             PIC  X(08).
000360     03  SEQ-RUN-CTRL-TOTAL      PIC  9(09)V99.
000370     03  SEQ-RUN-RETURN-CODE     PIC  9(04).
000380     03  SEQ-RUN-RESTART-FLAG    PIC  X(01).
000382         88  SEQ-RUN-RESTORED        VALUE "R".
000384         88  SEQ-RUN-SUPERSEDED      VALUE "S".
000390     03  SEQ-RUN-ABEND-MSG       PIC  X(60).
000400     03  SEQ-RUN-CTRL-SIGN       PIC  X(01).
000410         88  SEQ-RUN-CTRL-NEG        VALUE "-".
