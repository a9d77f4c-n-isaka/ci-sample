000550*
000560*  EACH PROMPT ALLOWS THREE ATTEMPTS BEFORE THE PROGRAM GIVES
000570*  UP, SO A RUNAWAY INPUT STREAM CANNOT LOOP FOREVER.
000571*
000572*  EVERY ADD, CHANGE, CLOSE AND REOPEN APPLIED IS WRITTEN TO
000573*  THE ACCTCHG CHANGE LOG (ACCTCHG COPYBOOK) WITH THE BEFORE
000574*  AND AFTER IMAGES OF THE MASTER RECORD, VIA ACCTCHGW.  BULK
000575*  CHANGES GO THROUGH THE ACCTLOAD BATCH STEP INSTEAD.
000576*
000577*  THE OPERATOR SIGNS ON FIRST THROUGH OPERSGN (OPERSEC
000578*  SECURITY FILE).  LEVEL 1 (INQUIRY) MAY SHOW ACCOUNTS; ADD,
000579*  CHANGE, CLOSE AND REOPEN NEED LEVEL 3 (MASTER-FILE
000580*  MAINTENANCE) AND ARE REFUSED AT THE ACTION PROMPT BELOW IT
000581*  (A REFUSAL COUNTS AS AN INVALID ATTEMPT).  THE SIGN-ON, EACH
000582*  ACCOUNT SHOWN OR UPDATED, EACH REFUSAL AND THE SIGN-OFF GO
000583*  TO THE OPERLOG ACCESS LOG.
000584*
000590*  RETURN CODES
000600*    00  SESSION ENDED NORMALLY
000610*    16  ABEND (INVALID INPUT AFTER THREE ATTEMPTS, OR I/O,
000615*        OR A REFUSED SIGN-ON)
000620*
000630*  MODIFICATION HISTORY
000640*  2026-09-02 TSH  INITIAL VERSION.
000645*  2026-10-15 TSH  LOG EVERY APPLIED ACTION TO ACCTCHG.
000646*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 1, LEVEL 3 TO UPDATE)
000648*                  AND ACCESS LOG.
000650******************************************************************
000660 ENVIRONMENT                 DIVISION.
000670******************************************************************
001210*    SESSION ACTION COUNTER.
001220 77  WS-APPLIED-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001230*
001232*    MASTER RECORD AS READ, THE BEFORE IMAGE FOR ACCTCHG.
001234 01  WS-MST-BEFORE             PIC  X(54)  VALUE SPACES.
001236*
001240 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001242 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001250 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001260 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001270*
001280*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001290     COPY RUNREC.
001291*
001292*    MASTER CHANGE-LOG RECORD, APPENDED TO ACCTCHG VIA ACCTCHGW.
001293     COPY ACCTCHG.
001294*
001295*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001296     COPY SIGNON.
001300******************************************************************
001310 PROCEDURE                   DIVISION.
001320******************************************************************
001340     ACCEPT WS-LOG-START-TIME FROM TIME.
001350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001360     DISPLAY "ACCTMNT -- ACCOUNT MASTER MAINTENANCE".
001365     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001370     OPEN I-O MST-FILE.
001380     IF NOT MST-STATUS-OK
001390         MOVE "ACCTMST OPEN FAILED" TO WS-ABEND-MSG
001440     CLOSE MST-FILE.
001450     IF NOT MST-STATUS-OK
001460         MOVE "ACCTMST CLOSE FAILED" TO WS-ABEND-MSG
001461         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001462     END-IF.
001463     DISPLAY "ACCTMNT -- " WS-APPLIED-COUNT " ACTIONS APPLIED".
001464     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
001465     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
001466     GO TO 9999-MAIN-EXIT.
001467*
001468******************************************************************
001469*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 1 (INQUIRY)
001470*    TO RUN THIS PROGRAM.  UPDATES ARE AUTHORIZED ONE BY
001471*    ONE IN 1100-TRY-ACTION.
001472******************************************************************
001473 0100-SIGN-ON.
001474     MOVE "S" TO SEQ-SGN-FUNCTION.
001475     MOVE 1   TO SEQ-SGN-REQ-LEVEL.
001476     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001477     IF NOT SEQ-SGN-OK
001478         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
001479         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001480     END-IF.
001481 0100-EXIT.
001482     EXIT.
001483*
001484******************************************************************
001485*    0200-AUTHORIZE -- MAY THE OPERATOR TAKE THE ACTION IN
001486*    SEQ-SGN-ACTION, WHICH NEEDS LEVEL SEQ-SGN-REQ-LEVEL?
001487*    OPERSGN SHOWS AND LOGS A REFUSAL.
001488******************************************************************
001489 0200-AUTHORIZE.
001490     MOVE "A" TO SEQ-SGN-FUNCTION.
001491     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001492 0200-EXIT.
001493     EXIT.
001494*
001495******************************************************************
001496*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
001497*    THE OPERLOG ACCESS LOG.
001498******************************************************************
001499 0300-LOG-ACTION.
001500     MOVE "L" TO SEQ-SGN-FUNCTION.
001501     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001502 0300-EXIT.
001503     EXIT.
001504*
001505 0400-SIGN-OFF.
001506     MOVE "E" TO SEQ-SGN-FUNCTION.
001507     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001508 0400-EXIT.
001509     EXIT.
001510*
001511******************************************************************
001512*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
001513*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
001514******************************************************************
001515 0500-CALL-OPERSGN.
001516     MOVE "ACCTMNT" TO SEQ-SGN-PGM.
001517     MOVE RETURN-CODE TO WS-SAVE-RC.
001518     CALL "OPERSGN" USING SEQ-SGN-AREA
001519         ON EXCEPTION
001520             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
001521             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001522     END-CALL.
001523     MOVE WS-SAVE-RC TO RETURN-CODE.
001524 0500-EXIT.
001525     EXIT.
001526*
001530******************************************************************
001540*    1000-ONE-ACTION -- PROMPT FOR THE ACTION CODE AND ROUTE
001550*    TO THE ACTION PARAGRAPH.
001900         SET WS-FIELD-OK TO TRUE
001910     ELSE
001920         DISPLAY "ACCTMNT -- ACTION NOT RECOGNIZED"
001921     END-IF.
001922     IF NOT WS-FIELD-OK OR WS-ACT-SHOW OR WS-ACT-END
001923         GO TO 1100-EXIT
001924     END-IF.
001925     MOVE SPACES TO SEQ-SGN-ACTION.
001926     STRING "ACCTMST UPDATE, ACTION " WS-IN-ACTION
001927            DELIMITED BY SIZE
001928         INTO SEQ-SGN-ACTION.
001929     MOVE 3 TO SEQ-SGN-REQ-LEVEL.
001930     PERFORM 0200-AUTHORIZE THRU 0200-EXIT.
001931     IF NOT SEQ-SGN-OK
001932         MOVE "N" TO WS-FIELD-OK-SW
001933     END-IF.
001940 1100-EXIT.
001950     EXIT.
001960*
002750         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002760     END-IF.
002770     ADD 1 TO WS-APPLIED-COUNT.
002772     MOVE SPACES TO WS-MST-BEFORE.
002774     PERFORM 6500-LOG-CHANGE THRU 6500-EXIT.
002780     DISPLAY "ACCTMNT -- ACCOUNT " WS-IN-ACCT-ID " ADDED".
002790 3000-EXIT.
002800     EXIT.
003450         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003460     END-IF.
003470     ADD 1 TO WS-APPLIED-COUNT.
003475     PERFORM 6500-LOG-CHANGE THRU 6500-EXIT.
003480     DISPLAY "ACCTMNT -- ACCOUNT " WS-IN-ACCT-ID " CHANGED".
003490 4000-EXIT.
003500     EXIT.
003780         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003790     END-IF.
003800     ADD 1 TO WS-APPLIED-COUNT.
003805     PERFORM 6500-LOG-CHANGE THRU 6500-EXIT.
003810     IF WS-ACT-CLOSE
003820         DISPLAY "ACCTMNT -- ACCOUNT " WS-IN-ACCT-ID " CLOSED"
003830     ELSE
004020     ELSE
004030         DISPLAY "  STATUS:      OPEN"
004040     END-IF.
004041     MOVE SPACES TO SEQ-SGN-ACTION.
004042     STRING "SHOW ACCOUNT " ACCT-MST-ID
004043            DELIMITED BY SIZE
004044         INTO SEQ-SGN-ACTION.
004045     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
004050 6000-EXIT.
004060     EXIT.
004070*
004170         MOVE "ACCTMST KEYED READ FAILED" TO WS-ABEND-MSG
004180         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004190     END-IF.
004191     MOVE ACCT-MST-REC TO WS-MST-BEFORE.
004192 6100-EXIT.
004193     EXIT.
004194*
004195******************************************************************
004196*    6500-LOG-CHANGE -- APPEND THE APPLIED ACTION, WITH THE
004197*    BEFORE AND AFTER MASTER IMAGES, TO ACCTCHG, AND NOTE IT ON
004198*    THE OPERLOG ACCESS LOG.  ACCTCHGW MAY SET THE RETURN CODE,
004199*    SO THE STEP'S OWN CODE IS PUT BACK AROUND THE CALL.
004200******************************************************************
004201 6500-LOG-CHANGE.
004202     MOVE SPACES          TO ACCT-CHG-REC.
004203     MOVE "ACCTMNT"       TO ACCT-CHG-PGM.
004204     MOVE WS-IN-ACTION    TO ACCT-CHG-ACTION.
004205     MOVE ACCT-MST-ID     TO ACCT-CHG-ID.
004206     MOVE WS-MST-BEFORE   TO ACCT-CHG-BEFORE.
004207     MOVE ACCT-MST-REC    TO ACCT-CHG-AFTER.
004208     MOVE RETURN-CODE TO WS-SAVE-RC.
004209     CALL "ACCTCHGW" USING ACCT-CHG-REC
004210         ON EXCEPTION
004211             DISPLAY "ACCTMNT WARNING -- ACCTCHGW NOT AVAILABLE"
004212     END-CALL.
004213     MOVE WS-SAVE-RC TO RETURN-CODE.
004214     MOVE SPACES TO SEQ-SGN-ACTION.
004215     STRING "ACTION " WS-IN-ACTION " ACCOUNT " ACCT-MST-ID
004216            " APPLIED"
004217            DELIMITED BY SIZE
004218         INTO SEQ-SGN-ACTION.
004219     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
004220 6500-EXIT.
004221     EXIT.
004222*
004230******************************************************************
004240*    7000-WRITE-RUN-LOG -- APPEND THIS SESSION'S AUDIT RECORD
004250*    TO THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
