000470*  THE PREVIOUS GENERATION TO ANSWER "WHAT CHANGED SINCE
000480*  YESTERDAY".
000490*
000491*  EACH GENERATION IS LABELLED WITH THE PRIOR BUSINESS DAY
000492*  (BUSCALC SUBPROGRAM, BUSCAL CALENDAR) -- THE DAY SEQDIFF
000493*  SHOULD COMPARE IT WITH.  WHEN CTLFILE ASKS FOR THE BUSINESS
000494*  BASIS (SEQ-CTL-RETAIN-BASIS "B") THE RETENTION COUNT IS IN
000495*  BUSINESS DAYS: GENERATIONS DATED BEFORE THE RUN-DATE LESS
000496*  (RETAIN-GENS - 1) BUSINESS DAYS ARE PURGED, HOWEVER MANY
000497*  GENERATIONS THAT LEAVES.
000498*
000500*  SNAPCAT RECORD:  GENERATION DATE 9(08), ONE BLANK, HISTORY
000505*  FILE NAME X(12), ONE BLANK, PRIOR BUSINESS DAY 9(08)
000510*  (BLANK ON ENTRIES CATALOGUED BEFORE THE LABEL WAS KEPT).
000520*
000530*  RETURN CODES
000540*    00  SNAPSHOT TAKEN
000580*  2026-08-22 TSH  INITIAL VERSION.
000581*  2026-09-02 TSH  END WITH GOBACK SO THE SEQDRIVE DRIVER
000582*                  REGAINS CONTROL AFTER A CALLED STEP.
000583*  2026-10-15 TSH  LABEL EACH GENERATION WITH THE PRIOR BUSINESS
000584*                  DAY IN SNAPCAT; RETENTION IN BUSINESS DAYS
000585*                  WHEN CTLFILE ASKS FOR IT.
000586*  2026-10-15 TSH  KEEP THE STEP'S RETURN CODE ACROSS BUSCALC.
000590******************************************************************
000600 ENVIRONMENT                 DIVISION.
000610******************************************************************
000970     03   CAT-GEN-DATE       PIC  9(08).
000980     03   FILLER             PIC  X(01).
000990     03   CAT-GEN-NAME       PIC  X(12).
000992     03   FILLER             PIC  X(01).
000994     03   CAT-BUS-PRIOR      PIC  X(08).

001000 FD  PURGE-FILE.
001010 01  PURGE-REC               PIC  X(51).
001320*    COUNTERS AND RUN CONTROL VALUES.
001330 77  WS-COPY-COUNT             PIC  9(08)       COMP  VALUE ZERO.
001340 77  WS-RETAIN-GENS            PIC  9(03)       VALUE ZERO.
001342 77  WS-RETAIN-BASIS           PIC  X(01)       VALUE SPACE.
001344     88  WS-BUSINESS-BASIS           VALUE "B".
001346 77  WS-CUTOFF-DATE            PIC  9(08)       VALUE ZERO.
001348 77  WS-PRIOR-BUS-DATE         PIC  9(08)       VALUE ZERO.
001350 77  WS-RUN-ID                 PIC  X(08)       VALUE SPACES.
001360 77  WS-RUN-DATE               PIC  9(08)       VALUE ZERO.
001370 77  WS-ABEND-MSG              PIC  X(60)       VALUE SPACES.
001375 77  WS-SAVE-RC                PIC  S9(04)      COMP  VALUE ZERO.
001380 77  WS-LOG-START-TIME         PIC  9(08)       VALUE ZERO.
001390*
001400*    DATED HISTORY FILE NAMES.
001480     03  WS-CAT-ENTRY          OCCURS 400.
001490         05  WS-CATT-DATE          PIC  9(08).
001500         05  WS-CATT-NAME          PIC  X(12).
001502         05  WS-CATT-PRIOR         PIC  X(08).
001504*
001506*    BUSCALC CALL AREA.
001508     COPY BUSDAY.
001510*
001520*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001530     COPY RUNREC.
001870     ELSE
001880         MOVE 7 TO WS-RETAIN-GENS
001890     END-IF.
001895     MOVE SEQ-CTL-RETAIN-BASIS TO WS-RETAIN-BASIS.
001900     CLOSE CTL-FILE.
001910     IF NOT CTL-STATUS-OK
001920         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
002080     IF NOT HIST-STATUS-OK
002090         MOVE "HISTORY FILE OPEN FAILED" TO WS-ABEND-MSG
002100         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002101     END-IF.
002102     MOVE "P"         TO SEQ-BUS-FUNCTION.
002103     MOVE WS-RUN-DATE TO SEQ-BUS-DATE.
002104     MOVE ZERO        TO SEQ-BUS-DAYS.
002105     PERFORM 1400-CALL-BUSCALC THRU 1400-EXIT.
002106     MOVE SEQ-BUS-RESULT-DATE TO WS-PRIOR-BUS-DATE.
002107     IF WS-BUSINESS-BASIS
002108         MOVE "B"         TO SEQ-BUS-FUNCTION
002109         MOVE WS-RUN-DATE TO SEQ-BUS-DATE
002110         COMPUTE SEQ-BUS-DAYS = WS-RETAIN-GENS - 1
002111         PERFORM 1400-CALL-BUSCALC THRU 1400-EXIT
002112         MOVE SEQ-BUS-RESULT-DATE TO WS-CUTOFF-DATE
002113     END-IF.
002120 1000-EXIT.
002121     EXIT.
002122*
002123******************************************************************
002124*    1400-CALL-BUSCALC -- ASK THE BUSINESS-DAY CALENDAR.
002125*    WITHOUT IT NEITHER THE LABEL NOR A BUSINESS-DAY CUTOFF
002126*    CAN BE TRUSTED, SO THE STEP STOPS.
002127******************************************************************
002128 1400-CALL-BUSCALC.
002129     MOVE RETURN-CODE TO WS-SAVE-RC.
002130     CALL "BUSCALC" USING SEQ-BUS-AREA
002131         ON EXCEPTION
002132             MOVE "BUSCALC NOT AVAILABLE" TO WS-ABEND-MSG
002133             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002134     END-CALL.
002135*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
002136*    STEP'S OWN CODE BACK.
002137     MOVE WS-SAVE-RC TO RETURN-CODE.
002138     IF NOT SEQ-BUS-RESULT-OK
002139         MOVE "BUSCALC FAILED -- SEE BUSCAL MESSAGES ABOVE"
002140             TO WS-ABEND-MSG
002141         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002142     END-IF.
002143 1400-EXIT.
002144     EXIT.
002145*
002150******************************************************************
002160*    2000-COPY-ONE-RECORD -- COPY SEQ001 TO THE HISTORY FILE
002170*    IN KEY ORDER, HEADER AND TRAILER INCLUDED.
002380******************************************************************
002390*    3000-UPDATE-CATALOG -- LOAD SNAPCAT, ADD THIS GENERATION,
002400*    PURGE THE OLDEST GENERATIONS BEYOND THE RETENTION COUNT
002405*    (OR, ON THE BUSINESS BASIS, DATED BEFORE THE CUTOFF) AND
002410*    REWRITE THE CATALOG WITH THE SURVIVORS.
002420******************************************************************
002430 3000-UPDATE-CATALOG.
002440     OPEN INPUT CAT-FILE.
002660         MOVE WS-RUN-DATE  TO WS-CATT-DATE (WS-CAT-COUNT)
002670         MOVE WS-HIST-NAME TO WS-CATT-NAME (WS-CAT-COUNT)
002680     END-IF.
002681     MOVE WS-PRIOR-BUS-DATE TO WS-CATT-PRIOR (WS-CAT-COUNT).
002685     IF WS-BUSINESS-BASIS
002690         MOVE ZERO TO WS-PURGE-COUNT
002710         PERFORM 3050-COUNT-EXPIRED THRU 3050-EXIT
002720             VARYING WS-CAT-SUB FROM 1 BY 1
002730             UNTIL WS-CAT-SUB > WS-CAT-COUNT
002735             OR WS-CATT-DATE (WS-CAT-SUB) NOT < WS-CUTOFF-DATE
002740     ELSE
002742         IF WS-CAT-COUNT > WS-RETAIN-GENS
002744             COMPUTE WS-PURGE-COUNT =
002746                 WS-CAT-COUNT - WS-RETAIN-GENS
002748         ELSE
002750             MOVE ZERO TO WS-PURGE-COUNT
002755         END-IF
002760     END-IF.
002762     PERFORM 3200-PURGE-ONE-GEN THRU 3200-EXIT
002764         VARYING WS-CAT-SUB FROM 1 BY 1
002766         UNTIL WS-CAT-SUB > WS-PURGE-COUNT.
002770     COMPUTE WS-KEEP-FROM = WS-PURGE-COUNT + 1.
002780     OPEN OUTPUT CAT-FILE.
002790     IF NOT CAT-STATUS-OK
002910 3000-EXIT.
002920     EXIT.
002930*
002931*    THE CATALOG IS IN DATE ORDER, SO THE EXPIRED GENERATIONS
002932*    ARE THE ONES AHEAD OF THE FIRST DATED ON OR AFTER THE
002933*    CUTOFF.
002934 3050-COUNT-EXPIRED.
002935     ADD 1 TO WS-PURGE-COUNT.
002936 3050-EXIT.
002937     EXIT.
002938*
002940 3100-LOAD-ONE-CAT-ENTRY.
002950     READ CAT-FILE.
002960     IF CAT-STATUS-EOF
003090     ADD 1 TO WS-CAT-COUNT.
003100     MOVE CAT-GEN-DATE TO WS-CATT-DATE (WS-CAT-COUNT).
003110     MOVE CAT-GEN-NAME TO WS-CATT-NAME (WS-CAT-COUNT).
003115     MOVE CAT-BUS-PRIOR TO WS-CATT-PRIOR (WS-CAT-COUNT).
003120 3100-EXIT.
003130     EXIT.
003140*
003300     MOVE WS-CATT-DATE (WS-CAT-SUB) TO CAT-GEN-DATE.
003310     MOVE SPACE                     TO CAT-REC (9:1).
003320     MOVE WS-CATT-NAME (WS-CAT-SUB) TO CAT-GEN-NAME.
003322     MOVE SPACE                     TO CAT-REC (22:1).
003324     MOVE WS-CATT-PRIOR (WS-CAT-SUB) TO CAT-BUS-PRIOR.
003330     WRITE CAT-REC.
003340     IF NOT CAT-STATUS-OK
003350         MOVE "SNAPCAT WRITE FAILED" TO WS-ABEND-MSG
003520     DISPLAY "SEQSNAP -- " WS-COPY-COUNT " RECORDS COPIED TO "
003530             WS-HIST-NAME ", " WS-PURGE-COUNT
003540             " GENERATIONS PURGED".
003542     DISPLAY "SEQSNAP -- GENERATION " WS-RUN-DATE
003544             " FOLLOWS BUSINESS DAY " WS-PRIOR-BUS-DATE.
003550 4000-EXIT.
003560     EXIT.
003570*
