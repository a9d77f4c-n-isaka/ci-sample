000460*
000470*  EACH PROMPT ALLOWS THREE ATTEMPTS BEFORE THE PROGRAM GIVES
000480*  UP, SO A RUNAWAY INPUT STREAM CANNOT LOOP FOREVER.
000481*
000482*  THE RUN-DATE PROMPT PROPOSES THE NEXT BUSINESS DAY (BUSCALC
000483*  SUBPROGRAM, BUSCAL CALENDAR) AFTER THE RUN-DATE ON THE
000484*  CURRENT CTLFILE -- OR TODAY, OR THE NEXT BUSINESS DAY AFTER
000485*  TODAY, WHEN THAT IS LATER OR THERE IS NO CTLFILE YET.  A
000486*  BLANK REPLY TAKES THE PROPOSAL.  A WEEKEND OR HOLIDAY DATE
000487*  IS REFUSED UNLESS THE OPERATOR EXPLICITLY OVERRIDES IT.
000488*
000489*  BEFORE ANY PROMPT THE OPERATOR SIGNS ON THROUGH OPERSGN
000490*  (OPERSEC SECURITY FILE) AT LEVEL 2 (OPERATIONS) OR ABOVE.
000491*  THE SIGN-ON, THE CTLFILE WRITTEN OR DECLINED AND THE
000492*  SIGN-OFF GO TO THE OPERLOG ACCESS LOG.
000493*
000500*  RETURN CODES
000510*    00  CTLFILE WRITTEN
000520*    04  OPERATOR DECLINED AT THE CONFIRMATION -- NOT WRITTEN
000530*    16  ABEND (INVALID INPUT AFTER THREE ATTEMPTS, OR I/O,
000535*        OR A REFUSED SIGN-ON)
000540*
000550*  MODIFICATION HISTORY
000560*  2026-08-22 TSH  INITIAL VERSION.
000580*                  (SEQ-CTL-RETAIN-DAYS).
000590*  2026-09-02 TSH  WARN WHEN THE ENTERED RUN-ID ALREADY
000600*                  COMPLETED ON RUNLOG (DUPLICATE-RUN GUARD).
000601*  2026-10-15 TSH  THE GUARD HONOURS SEQREST RESTORE RECORDS
000602*                  THE SAME WAY HELLO2'S GUARD DOES.
000603*  2026-10-15 TSH  PROPOSE THE NEXT BUSINESS DAY AS THE RUN-DATE,
000604*                  REFUSE A NON-BUSINESS DATE WITHOUT OVERRIDE,
000605*                  PROMPT FOR THE RETENTION BASIS.
000606*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 2) AND ACCESS LOG.
000607*  2026-10-15 TSH  KEEP THE STEP'S RETURN CODE ACROSS BUSCALC.
000610******************************************************************
000620 ENVIRONMENT                 DIVISION.
000630******************************************************************
000860******************************************************************
000870 77  CTL-STATUS                PIC  XX.
000880     88  CTL-STATUS-OK             VALUE "00".
000882     88  CTL-STATUS-EOF            VALUE "10".
000884     88  CTL-STATUS-NOT-FOUND      VALUE "35".
000890*    STATUS 05 ON THE RUNLOG OPEN MEANS THE OPTIONAL FILE IS
000900*    NOT ON CATALOG YET -- NO HISTORY, SO NO PRIOR COMPLETION.
000910 77  LOG-STATUS                PIC  XX.
001160 77  WS-IN-DAYS-X              PIC  X(03)  VALUE SPACES.
001170 77  WS-IN-DAYS-N REDEFINES WS-IN-DAYS-X
001180                               PIC  9(03).
001185 77  WS-IN-BASIS               PIC  X(01)  VALUE SPACE.
001190*
001200*    ACCEPTED CONTROL VALUES.
001210 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001230 77  WS-EXPECT-CNT             PIC  9(08)  VALUE ZERO.
001240 77  WS-AMT-LIMIT              PIC  9(09)V99 VALUE ZERO.
001250 77  WS-RETAIN-GENS            PIC  9(03)  VALUE ZERO.
001251 77  WS-RETAIN-DAYS            PIC  9(03)  VALUE ZERO.
001252 77  WS-RETAIN-BASIS           PIC  X(01)  VALUE SPACE.
001253     88  WS-BUSINESS-BASIS         VALUE "B".
001254*
001255*    RUN-DATE PROPOSAL -- THE RUN-DATE ON THE CURRENT CTLFILE
001256*    (ZERO IF NONE), TODAY, AND THE DEFAULT OFFERED.
001257 77  WS-PREV-RUN-DATE          PIC  9(08)  VALUE ZERO.
001258 77  WS-TODAY                  PIC  9(08)  VALUE ZERO.
001259 77  WS-PROPOSED-DATE          PIC  9(08)  VALUE ZERO.
001260*
001261*    BUSCALC CALL AREA.
001262     COPY BUSDAY.
001270*
001280*    CALENDAR WORK FIELDS.
001290 01  WS-DATE-PARTS.
001480     88  WS-PRIOR-RUN-DONE         VALUE "Y".
001490*
001500 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001502 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001510 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001520*
001530*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001540     COPY RUNREC.
001550*
001552*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001554     COPY SIGNON.
001556*
001560*    CONFIRMATION DISPLAY FIELDS.
001570 77  WS-SHOW-LIMIT             PIC  ZZZZZZZZ9.99.
001580 77  WS-SHOW-COUNT             PIC  ZZZZZZZ9.
001640 0000-MAIN-RTN.
001650     ACCEPT WS-LOG-START-TIME FROM TIME.
001660     DISPLAY "CTLMAINT -- NIGHTLY CONTROL RECORD SET-UP".
001662     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001665     PERFORM 1050-PROPOSE-RUN-DATE THRU 1050-EXIT.
001670     PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT.
001680     PERFORM 2000-GET-RUN-ID THRU 2000-EXIT.
001690     PERFORM 3000-GET-EXPECT-CNT THRU 3000-EXIT.
001700     PERFORM 4000-GET-AMT-LIMIT THRU 4000-EXIT.
001701     PERFORM 5000-GET-RETAIN-GENS THRU 5000-EXIT.
001702     PERFORM 5500-GET-RETAIN-DAYS THRU 5500-EXIT.
001703     PERFORM 5700-GET-RETAIN-BASIS THRU 5700-EXIT.
001704     PERFORM 6000-CONFIRM-AND-WRITE THRU 6000-EXIT.
001705     MOVE SPACES TO SEQ-SGN-ACTION.
001706     IF WS-CONFIRMED
001707         STRING "CTLFILE WRITTEN " WS-RUN-ID
001708                " FOR " WS-RUN-DATE
001709                DELIMITED BY SIZE
001710             INTO SEQ-SGN-ACTION
001711     ELSE
001712         MOVE "CTLFILE DECLINED, NOT WRITTEN" TO SEQ-SGN-ACTION
001713     END-IF.
001714     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
001715     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
001716     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
001717     GO TO 9999-MAIN-EXIT.
001718*
001719******************************************************************
001720*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 2 (OPERATIONS)
001721*    TO SET UP THE CONTROL RECORD.
001722******************************************************************
001723 0100-SIGN-ON.
001724     MOVE "S" TO SEQ-SGN-FUNCTION.
001725     MOVE 2   TO SEQ-SGN-REQ-LEVEL.
001726     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001727     IF NOT SEQ-SGN-OK
001728         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
001729         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001730     END-IF.
001731 0100-EXIT.
001732     EXIT.
001733*
001734******************************************************************
001735*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
001736*    THE OPERLOG ACCESS LOG.
001737******************************************************************
001738 0300-LOG-ACTION.
001739     MOVE "L" TO SEQ-SGN-FUNCTION.
001740     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001741 0300-EXIT.
001742     EXIT.
001743*
001744 0400-SIGN-OFF.
001745     MOVE "E" TO SEQ-SGN-FUNCTION.
001746     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001747 0400-EXIT.
001748     EXIT.
001749*
001750******************************************************************
001751*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
001752*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
001753******************************************************************
001754 0500-CALL-OPERSGN.
001755     MOVE "CTLMAINT" TO SEQ-SGN-PGM.
001756     MOVE RETURN-CODE TO WS-SAVE-RC.
001757     CALL "OPERSGN" USING SEQ-SGN-AREA
001758         ON EXCEPTION
001759             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
001760             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001761     END-CALL.
001762     MOVE WS-SAVE-RC TO RETURN-CODE.
001763 0500-EXIT.
001764     EXIT.
001765*
001770******************************************************************
001780*    1000-GET-RUN-DATE -- A REAL CALENDAR DATE, YYYYMMDD, AND
001785*    A BUSINESS DAY UNLESS THE OPERATOR OVERRIDES.
001790******************************************************************
001800 1000-GET-RUN-DATE.
001810     MOVE ZERO TO WS-TRY-COUNT.
001870*
001880 1100-TRY-RUN-DATE.
001890     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
001900     DISPLAY "CTLMAINT -- ENTER RUN-DATE (YYYYMMDD, BLANK = "
001905             WS-PROPOSED-DATE ")".
001910     ACCEPT WS-IN-DATE-X.
001912     IF WS-IN-DATE-X = SPACES
001914         MOVE WS-PROPOSED-DATE TO WS-IN-DATE-N
001916     END-IF.
001920     IF WS-IN-DATE-X NOT NUMERIC
001930         DISPLAY "CTLMAINT -- RUN-DATE MUST BE 8 DIGITS"
001940         GO TO 1100-EXIT
001970     PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT.
001980     IF NOT WS-FIELD-OK
001990         GO TO 1100-EXIT
001991     END-IF.
001992     MOVE "C"          TO SEQ-BUS-FUNCTION.
001993     MOVE WS-IN-DATE-N TO SEQ-BUS-DATE.
001994     PERFORM 1400-CALL-BUSCALC THRU 1400-EXIT.
001995     IF NOT SEQ-BUS-BUSINESS-DAY
001996         DISPLAY "CTLMAINT WARNING -- " WS-IN-DATE-N " IS A "
001997                 SEQ-BUS-DAY-NAME " " SEQ-BUS-DESC
001998         DISPLAY "CTLMAINT -- NOT A BUSINESS DAY."
001999                 "  OVERRIDE AND USE IT (Y/N)"
002000         ACCEPT WS-REPLY
002001         IF WS-REPLY NOT = "Y"
002002             MOVE "N" TO WS-FIELD-OK-SW
002003             GO TO 1100-EXIT
002004         END-IF
002005     END-IF.
002010     MOVE WS-IN-DATE-N TO WS-RUN-DATE.
002011 1100-EXIT.
002012     EXIT.
002013*
002014******************************************************************
002015*    1050-PROPOSE-RUN-DATE -- THE NEXT BUSINESS DAY AFTER THE
002016*    CURRENT CTLFILE RUN-DATE.  WITH NO CTLFILE, OR WHEN THAT
002017*    DAY IS ALREADY PAST, TODAY IF IT IS A BUSINESS DAY, ELSE
002018*    THE NEXT ONE.
002019******************************************************************
002020 1050-PROPOSE-RUN-DATE.
002021     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002022     MOVE ZERO TO WS-PREV-RUN-DATE.
002023     MOVE ZERO TO WS-PROPOSED-DATE.
002024     PERFORM 1060-READ-PREV-CTL THRU 1060-EXIT.
002025     IF WS-PREV-RUN-DATE NOT = ZERO
002026         MOVE "N"              TO SEQ-BUS-FUNCTION
002027         MOVE WS-PREV-RUN-DATE TO SEQ-BUS-DATE
002028         PERFORM 1400-CALL-BUSCALC THRU 1400-EXIT
002029         MOVE SEQ-BUS-RESULT-DATE TO WS-PROPOSED-DATE
002030     END-IF.
002031     IF WS-PROPOSED-DATE NOT < WS-TODAY
002032         GO TO 1050-EXIT
002033     END-IF.
002034     MOVE "C"      TO SEQ-BUS-FUNCTION.
002035     MOVE WS-TODAY TO SEQ-BUS-DATE.
002036     PERFORM 1400-CALL-BUSCALC THRU 1400-EXIT.
002037     IF SEQ-BUS-BUSINESS-DAY
002038         MOVE WS-TODAY TO WS-PROPOSED-DATE
002039         GO TO 1050-EXIT
002040     END-IF.
002041     MOVE "N" TO SEQ-BUS-FUNCTION.
002042     PERFORM 1400-CALL-BUSCALC THRU 1400-EXIT.
002043     MOVE SEQ-BUS-RESULT-DATE TO WS-PROPOSED-DATE.
002044 1050-EXIT.
002045     EXIT.
002046*
002047*    NO CTLFILE YET (STATUS 35) OR AN EMPTY ONE JUST MEANS NO
002048*    PREVIOUS RUN-DATE TO COUNT FROM.
002049 1060-READ-PREV-CTL.
002050     OPEN INPUT CTL-FILE.
002051     IF CTL-STATUS-NOT-FOUND
002052         GO TO 1060-EXIT
002053     END-IF.
002054     IF NOT CTL-STATUS-OK
002055         MOVE "CTLFILE OPEN FAILED" TO WS-ABEND-MSG
002056         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002057     END-IF.
002058     READ CTL-FILE.
002059     IF NOT CTL-STATUS-OK AND NOT CTL-STATUS-EOF
002060         MOVE "CTLFILE READ FAILED" TO WS-ABEND-MSG
002061         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002062     END-IF.
002063     IF CTL-STATUS-OK AND SEQ-CTL-RUN-DATE NUMERIC
002064         MOVE SEQ-CTL-RUN-DATE TO WS-PREV-RUN-DATE
002065     END-IF.
002066     CLOSE CTL-FILE.
002067     IF NOT CTL-STATUS-OK
002068         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
002069         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002070     END-IF.
002071 1060-EXIT.
002072     EXIT.
002073*
002074******************************************************************
002075*    1200-CHECK-CALENDAR -- MONTH 01-12, DAY WITHIN THE MONTH,
002076*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, EXCEPT
002080*    CENTURIES UNLESS DIVISIBLE BY 400).
002090******************************************************************
002100 1200-CHECK-CALENDAR.
002550         END-IF
002560     END-IF.
002570 1300-EXIT.
002571     EXIT.
002572*
002573******************************************************************
002574*    1400-CALL-BUSCALC -- ASK THE BUSINESS-DAY CALENDAR.  A
002575*    CALENDAR THAT CANNOT BE READ STOPS THE SET-UP RATHER THAN
002576*    LET A HOLIDAY THROUGH UNCHECKED.
002577******************************************************************
002578 1400-CALL-BUSCALC.
002579     MOVE ZERO TO SEQ-BUS-DAYS.
002580     MOVE RETURN-CODE TO WS-SAVE-RC.
002581     CALL "BUSCALC" USING SEQ-BUS-AREA
002582         ON EXCEPTION
002583             MOVE "BUSCALC NOT AVAILABLE" TO WS-ABEND-MSG
002584             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002585     END-CALL.
002586*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
002587*    STEP'S OWN CODE BACK.
002588     MOVE WS-SAVE-RC TO RETURN-CODE.
002589     IF NOT SEQ-BUS-RESULT-OK
002590         MOVE "BUSCALC FAILED -- SEE BUSCAL MESSAGES ABOVE"
002591             TO WS-ABEND-MSG
002592         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002593     END-IF.
002594 1400-EXIT.
002595     EXIT.
002596*
002600******************************************************************
002610*    2000-GET-RUN-ID -- LEFT JUSTIFIED, NO LEADING OR EMBEDDED
002620*    BLANKS, THE SAME RULE ACCTEDIT APPLIES TO ACCOUNT IDS.
003630*    THE WORKING-STORAGE RUNREC AREA IS SCRATCH UNTIL END OF
003640*    JOB -- BORROW IT TO EXAMINE THE HISTORY RECORD.
003650     MOVE LOG-REC TO SEQ-RUN-REC.
003655     IF SEQ-RUN-PGM NOT = "HELLO2" AND SEQ-RUN-PGM NOT = "SEQREST"
003660         GO TO 2350-EXIT
003665     END-IF.
003670     IF SEQ-RUN-ID NOT = WS-IN-RUN-ID
003680         GO TO 2350-EXIT
003690     END-IF.
003700     IF SEQ-RUN-RETURN-CODE NOT NUMERIC
003710         GO TO 2350-EXIT
003720     END-IF.
003722*    A SEQREST RESTORE TO THIS RUN-ID'S SNAPSHOT COUNTS AS A
003724*    COMPLETION; ONE THAT REPLACED ITS BUILD CANCELS IT.
003730     IF SEQ-RUN-RETURN-CODE < 8
003740         AND SEQ-RUN-ABEND-MSG = SPACES
003742         IF SEQ-RUN-SUPERSEDED
003744             MOVE "N" TO WS-PRIOR-DONE-SW
003746         ELSE
003750             SET WS-PRIOR-RUN-DONE TO TRUE
003755         END-IF
003760     END-IF.
003770 2350-EXIT.
003780     EXIT.
005030     MOVE WS-IN-DAYS-N TO WS-RETAIN-DAYS.
005040     SET WS-FIELD-OK TO TRUE.
005050 5600-EXIT.
005051     EXIT.
005052*
005053******************************************************************
005054*    5700-GET-RETAIN-BASIS -- HOW SEQSNAP AND LOGARCH COUNT THE
005055*    TWO RETENTION FIELDS.  "B" = BUSINESS DAYS BY THE BUSCAL
005056*    CALENDAR; BLANK = SNAPSHOT GENERATIONS AND CALENDAR DAYS.
005057******************************************************************
005058 5700-GET-RETAIN-BASIS.
005059     MOVE ZERO TO WS-TRY-COUNT.
005060     MOVE "N"  TO WS-FIELD-OK-SW.
005061     PERFORM 5800-TRY-RETAIN-BASIS THRU 5800-EXIT
005062         UNTIL WS-FIELD-OK.
005063 5700-EXIT.
005064     EXIT.
005065*
005066 5800-TRY-RETAIN-BASIS.
005067     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
005068     DISPLAY "CTLMAINT -- ENTER RETENTION BASIS (B = BUSINESS"
005069             " DAYS, BLANK = GENERATIONS / CALENDAR DAYS)".
005070     ACCEPT WS-IN-BASIS.
005071     IF WS-IN-BASIS NOT = SPACE AND WS-IN-BASIS NOT = "B"
005072         DISPLAY "CTLMAINT -- RETENTION BASIS MUST BE B OR BLANK"
005073         GO TO 5800-EXIT
005074     END-IF.
005075     MOVE WS-IN-BASIS TO WS-RETAIN-BASIS.
005076     SET WS-FIELD-OK TO TRUE.
005077 5800-EXIT.
005078     EXIT.
005079*
005080******************************************************************
005090*    6000-CONFIRM-AND-WRITE -- SHOW THE OPERATOR THE COMPLETED
005100*    RECORD; ONLY A "Y" WRITES CTLFILE.
005210     DISPLAY "  AMOUNT LIMIT:    " WS-SHOW-LIMIT.
005220     DISPLAY "  RETAIN GENS:     " WS-SHOW-RETAIN.
005230     DISPLAY "  RETAIN DAYS:     " WS-SHOW-DAYS.
005231     IF WS-BUSINESS-BASIS
005232         DISPLAY "  RETAIN BASIS:    BUSINESS DAYS"
005233     ELSE
005234         DISPLAY "  RETAIN BASIS:    GENERATIONS / CALENDAR DAYS"
005235     END-IF.
005240     DISPLAY "CTLMAINT -- WRITE CTLFILE (Y/N)".
005250     ACCEPT WS-REPLY.
005260     IF WS-REPLY = "Y"
005420     MOVE WS-AMT-LIMIT   TO SEQ-CTL-AMT-LIMIT.
005430     MOVE WS-RETAIN-GENS TO SEQ-CTL-RETAIN-GENS.
005440     MOVE WS-RETAIN-DAYS TO SEQ-CTL-RETAIN-DAYS.
005445     MOVE WS-RETAIN-BASIS TO SEQ-CTL-RETAIN-BASIS.
005450     MOVE SPACE TO SEQ-CTL-REC (43:1).
005460     WRITE SEQ-CTL-REC.
005470     IF NOT CTL-STATUS-OK
005480         MOVE "CTLFILE WRITE FAILED" TO WS-ABEND-MSG
