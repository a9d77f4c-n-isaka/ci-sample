000212*  BLANKS IN AN OLDER CONTROL RECORD) MEANS THE DEFAULT OF 90
000213*  DAYS.
000214*
000215*  SEQ-CTL-RETAIN-BASIS SAYS HOW THE TWO RETENTION FIELDS ARE
000216*  COUNTED.  "B" COUNTS THEM IN BUSINESS DAYS BY THE BUSCAL
000217*  CALENDAR:  SEQSNAP KEEPS THE GENERATIONS OF THE LAST
000218*  RETAIN-GENS BUSINESS DAYS AND LOGARCH KEEPS RETAIN-DAYS
000219*  BUSINESS DAYS OF HISTORY.  A BLANK (OR ANYTHING ELSE)
000220*  KEEPS THE ORIGINAL COUNTING -- GENERATIONS AND CALENDAR
000221*  DAYS.
000222*
000223*  MODIFICATION HISTORY
000224*  2026-08-09 TSH  INITIAL VERSION.
000225*  2026-08-22 TSH  ADDED SEQ-CTL-AMT-LIMIT FOR THE ACCTEDIT
000226*                  EDIT STEP.
000227*  2026-08-22 TSH  ADDED SEQ-CTL-RETAIN-GENS FOR THE SEQSNAP
000228*                  SNAPSHOT STEP.
000229*  2026-09-02 TSH  ADDED SEQ-CTL-RETAIN-DAYS FOR THE LOGARCH
000230*                  AUDIT ARCHIVE STEP.
000231*  2026-10-15 TSH  ADDED SEQ-CTL-RETAIN-BASIS FOR BUSINESS-DAY
000232*                  RETENTION COUNTING.
000233******************************************************************
000234 01  SEQ-CTL-REC.
000240     03  SEQ-CTL-RUN-DATE        PIC  9(08).
000250     03  SEQ-CTL-RUN-ID          PIC  X(08).
000260     03  SEQ-CTL-EXPECT-CNT      PIC  9(08).
000265     03  SEQ-CTL-AMT-LIMIT       PIC  9(09)V99.
000266     03  SEQ-CTL-RETAIN-GENS     PIC  9(03).
000267     03  SEQ-CTL-RETAIN-DAYS     PIC  9(03).
000268     03  SEQ-CTL-RETAIN-BASIS    PIC  X(01).
000269         88  SEQ-CTL-BUSINESS-BASIS  VALUE "B".
000270     03  FILLER                  PIC  X(01).
