000430*
000440*  ARCHIVE MODE (A) -- MOVES RECORDS OLDER THAN THE CTLFILE
000450*  RETENTION PERIOD (SEQ-CTL-RETAIN-DAYS, DEFAULT 90, COUNTED
000455*  BACK FROM THE CTLFILE RUN-DATE IN CALENDAR DAYS, OR IN
000460*  BUSINESS DAYS BY THE BUSCAL CALENDAR WHEN CTLFILE ASKS FOR
000465*  THE BUSINESS BASIS) OFF THE LIVE FILES INTO
000470*  DATED ARCHIVE FILES -- ARCR + RUN-DATE FOR RUNLOG RECORDS,
000480*  ARCM + RUN-DATE FOR MANIFEST RECORDS -- AND RECORDS EACH
000490*  ARCHIVE IN THE ARCHCAT CATALOG, THE WAY SNAPCAT CATALOGS
000550*  RECORDS ON RETRRPT, SO A RUNHIST-STYLE QUESTION ABOUT A
000560*  PRIOR QUARTER CAN STILL BE ANSWERED FROM THE ARCHIVES.
000570*
000571*  RETRIEVAL MODE ONLY: THE OPERATOR SIGNS ON FIRST THROUGH
000572*  OPERSGN (OPERSEC SECURITY FILE) AT LEVEL 1 OR ABOVE.  THE
000573*  SIGN-ON, THE TYPE AND DATES RETRIEVED AND THE SIGN-OFF GO TO
000574*  THE OPERLOG ACCESS LOG.  ARCHIVE MODE IS THE BATCH STEP AND
000575*  NEEDS NO SIGN-ON.
000576*
000580*  INPUT (SYSIN / CONSOLE, ONE VALUE PER LINE)
000590*    1.  MODE A OR R
000600*    FOR MODE R ONLY:
000605*        OPERATOR ID AND PASSWORD   (OPERSGN SIGN-ON), THEN
000610*    2.  RECORD TYPE R (RUNLOG) OR M (MANIFEST)
000620*    3.  FROM DATE YYYYMMDD OR ZERO (ZERO = OPEN START)
000630*    4.  TO   DATE YYYYMMDD OR ZERO (ZERO = OPEN END)
000680*  RETURN CODES
000690*    00  ARCHIVED (OR RETRIEVED AT LEAST ONE RECORD)
000700*    04  NOTHING OLD ENOUGH TO ARCHIVE / NOTHING RETRIEVED
000710*    16  ABEND (INCLUDING A REFUSED SIGN-ON)
000720*
000730*  MODIFICATION HISTORY
000740*  2026-09-02 TSH  INITIAL VERSION.
000742*  2026-09-02 TSH  APPEND TO DATED ARCHIVES (EXTEND) AND SCAN
000744*                  THE WHOLE CATALOG FOR DUPLICATES, FOR A
000746*                  SAFE SAME-DATE RERUN.
000747*  2026-10-15 TSH  MANIFEST RECORDS CARRY THE SEQRESND RESEND
000748*                  FLAG AND SEQUENCE -- KEEPER ENTRIES WIDENED,
000749*                  RESENDS MARKED ON RETRIEVAL.
000750*  2026-10-15 TSH  RETENTION COUNTED IN BUSINESS DAYS WHEN
000751*                  CTLFILE ASKS FOR IT.
000752*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 1) AND ACCESS LOG
000753*                  FOR RETRIEVAL MODE.
000754*  2026-10-15 TSH  KEEP THE STEP'S RETURN CODE ACROSS BUSCALC.
000755******************************************************************
000760 ENVIRONMENT                 DIVISION.
000770******************************************************************
000780 CONFIGURATION               SECTION.
001760*    RETENTION CONTROL AND THE COMPUTED CUTOFF DATE --
001770*    EVERYTHING DATED BEFORE THE CUTOFF LEAVES THE LIVE FILE.
001780 77  WS-RETAIN-DAYS            PIC  9(03)  VALUE ZERO.
001782 77  WS-RETAIN-BASIS           PIC  X(01)  VALUE SPACE.
001784     88  WS-BUSINESS-BASIS         VALUE "B".
001790 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001800 77  WS-CUTOFF-DATE            PIC  9(08)  VALUE ZERO.
001802*
001804*    BUSCALC CALL AREA.
001806     COPY BUSDAY.
001808*
001810 01  WS-DATE-PARTS.
001820     03  WS-DATE-YEAR          PIC  9(04).
001830     03  WS-DATE-MONTH         PIC  9(02).
002070 77  WS-KMAN-MAX               PIC  9(04)  COMP  VALUE 1000.
002080 01  WS-KMAN-TABLE.
002090     03  WS-KMAN-ENTRY         OCCURS 1000
002100                               PIC  X(39).
002110 77  WS-KEEP-SUB               PIC  9(04)  COMP  VALUE ZERO.
002120*
002130*    ARCHIVE CATALOG TABLE, OLDEST FIRST.
002410     03  WS-AM-HASH            PIC  9(09)V99.
002420     03  WS-AM-SIGN            PIC  X(01).
002422         88  WS-AM-NEG             VALUE "-".
002423     03  WS-AM-RESEND-FLAG     PIC  X(01).
002424         88  WS-AM-RESEND          VALUE "R".
002425     03  WS-AM-RESEND-SEQ      PIC  X(02).
002426 77  WS-AM-HASH-WORK           PIC  S9(09)V99 COMP-3 VALUE ZERO.
002430*
002440*    COUNTERS.
002450 77  WS-LOG-ARCH-COUNT         PIC  9(08)  COMP  VALUE ZERO.
002470 77  WS-PRINT-COUNT            PIC  9(08)  COMP  VALUE ZERO.
002480*
002490 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
002492 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
002500 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
002510*
002512*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
002514     COPY SIGNON.
002516*
002520*    PRINT REPORT LINE LAYOUTS (RETRIEVAL MODE).
002530 01  WS-RPT-HEADING.
002540     03  FILLER            PIC X(24)
002830     03  WS-RPTM-COUNT     PIC ZZZZZZZ9.
002840     03  FILLER            PIC X(08) VALUE "  HASH  ".
002850     03  WS-RPTM-HASH      PIC --------9.99.
002860     03  FILLER            PIC X(02) VALUE SPACES.
002862     03  WS-RPTM-RESEND    PIC X(09).
002864     03  FILLER            PIC X(36) VALUE SPACES.

002870 01  WS-RPT-SUMMARY.
002880     03  FILLER            PIC X(20) VALUE "RECORDS RETRIEVED: ".
002970     IF WS-MODE-ARCHIVE
002980         PERFORM 2000-ARCHIVE-MODE THRU 2000-EXIT
002990     ELSE
002995         PERFORM 0100-SIGN-ON THRU 0100-EXIT
003000         PERFORM 5000-RETRIEVE-MODE THRU 5000-EXIT
003001         MOVE SPACES TO SEQ-SGN-ACTION
003002         STRING "RETRIEVE " WS-IN-TYPE " " WS-SEL-FROM-DATE
003003                "-" WS-SEL-TO-DATE
003004                DELIMITED BY SIZE
003005             INTO SEQ-SGN-ACTION
003006         PERFORM 0300-LOG-ACTION THRU 0300-EXIT
003007         PERFORM 0400-SIGN-OFF THRU 0400-EXIT
003008     END-IF.
003009     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
003010     GO TO 9999-MAIN-EXIT.
003011*
003012******************************************************************
003013*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 1 (INQUIRY)
003014*    TO RETRIEVE FROM THE ARCHIVES.
003015******************************************************************
003016 0100-SIGN-ON.
003017     MOVE "S" TO SEQ-SGN-FUNCTION.
003018     MOVE 1   TO SEQ-SGN-REQ-LEVEL.
003019     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
003020     IF NOT SEQ-SGN-OK
003021         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
003022         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003023     END-IF.
003024 0100-EXIT.
003025     EXIT.
003026*
003027******************************************************************
003028*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
003029*    THE OPERLOG ACCESS LOG.
003030******************************************************************
003031 0300-LOG-ACTION.
003032     MOVE "L" TO SEQ-SGN-FUNCTION.
003033     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
003034 0300-EXIT.
003035     EXIT.
003036*
003037 0400-SIGN-OFF.
003038     MOVE "E" TO SEQ-SGN-FUNCTION.
003039     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
003040 0400-EXIT.
003041     EXIT.
003042*
003043******************************************************************
003044*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
003045*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
003046******************************************************************
003047 0500-CALL-OPERSGN.
003048     MOVE "LOGARCH" TO SEQ-SGN-PGM.
003049     MOVE RETURN-CODE TO WS-SAVE-RC.
003050     CALL "OPERSGN" USING SEQ-SGN-AREA
003051         ON EXCEPTION
003052             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
003053             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003054     END-CALL.
003055     MOVE WS-SAVE-RC TO RETURN-CODE.
003056 0500-EXIT.
003057     EXIT.
003058*
003059******************************************************************
003060*    1000-GET-MODE -- A (ARCHIVE) OR R (RETRIEVE).
003070******************************************************************
003080 1000-GET-MODE.
003700     ELSE
003710         MOVE 90 TO WS-RETAIN-DAYS
003720     END-IF.
003725     MOVE SEQ-CTL-RETAIN-BASIS TO WS-RETAIN-BASIS.
003730     CLOSE CTL-FILE.
003740     IF NOT CTL-STATUS-OK
003750         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
003810******************************************************************
003820*    2200-COMPUTE-CUTOFF -- WALK THE RUN-DATE BACK ONE DAY AT
003830*    A TIME, RETENTION-DAYS TIMES, BY THE CALENDAR (FEBRUARY
003840*    BY THE LEAP-YEAR RULE, THE SAME AS CTLMAINT USES).  ON THE
003845*    BUSINESS BASIS BUSCALC COUNTS BACK BUSINESS DAYS INSTEAD.
003850******************************************************************
003860 2200-COMPUTE-CUTOFF.
003862     IF WS-BUSINESS-BASIS
003864         PERFORM 2300-BUSINESS-CUTOFF THRU 2300-EXIT
003866         GO TO 2200-EXIT
003868     END-IF.
003870     MOVE WS-RUN-DATE TO WS-DATE-PARTS.
003880     PERFORM 2250-BACK-ONE-DAY THRU 2250-EXIT
003890         WS-RETAIN-DAYS TIMES.
004420         END-IF
004430     END-IF.
004440 2280-EXIT.
004441     EXIT.
004442*
004443*    A CALENDAR THAT CANNOT BE READ MUST NOT MOVE RECORDS
004444*    OFF THE LIVE FILES ON A GUESSED CUTOFF.
004445 2300-BUSINESS-CUTOFF.
004446     MOVE "B"            TO SEQ-BUS-FUNCTION.
004447     MOVE WS-RUN-DATE    TO SEQ-BUS-DATE.
004448     MOVE WS-RETAIN-DAYS TO SEQ-BUS-DAYS.
004449     MOVE RETURN-CODE TO WS-SAVE-RC.
004450     CALL "BUSCALC" USING SEQ-BUS-AREA
004451         ON EXCEPTION
004452             MOVE "BUSCALC NOT AVAILABLE" TO WS-ABEND-MSG
004453             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004454     END-CALL.
004455*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
004456*    STEP'S OWN CODE BACK.
004457     MOVE WS-SAVE-RC TO RETURN-CODE.
004458     IF NOT SEQ-BUS-RESULT-OK
004459         MOVE "BUSCALC FAILED -- SEE BUSCAL MESSAGES ABOVE"
004460             TO WS-ABEND-MSG
004461         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004462     END-IF.
004463     MOVE SEQ-BUS-RESULT-DATE TO WS-CUTOFF-DATE.
004464 2300-EXIT.
004465     EXIT.
004466*
004470******************************************************************
004480*    3000-ARCHIVE-RUNLOG -- ONE PASS SPLITTING RUNLOG:  OLD
004490*    RECORDS GO TO THE DATED ARCR FILE (OPENED ON THE FIRST
009324         COMPUTE WS-AM-HASH-WORK = ZERO - WS-AM-HASH-WORK
009326     END-IF.
009328     MOVE WS-AM-HASH-WORK TO WS-RPTM-HASH.
009329     MOVE SPACES TO WS-RPTM-RESEND.
009330     IF WS-AM-RESEND
009331         STRING "RESEND " WS-AM-RESEND-SEQ DELIMITED BY SIZE
009332             INTO WS-RPTM-RESEND
009333     END-IF.
009334     WRITE RPT-LINE FROM WS-RPT-MAN-LINE.
009340     IF NOT RPT-STATUS-OK
009350         MOVE "RETRRPT DETAIL WRITE FAILED" TO WS-ABEND-MSG
009360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
