000420*  OR RUN-DATE RANGE, FOR THE QUARTERLY AUDIT QUESTION OF
000430*  WHICH NIGHTS RAN, WHICH RESTARTED AND WHICH WERE RERUN.
000440*
000442*  THE OPERATOR SIGNS ON FIRST THROUGH OPERSGN (OPERSEC
000444*  SECURITY FILE) AT LEVEL 1 OR ABOVE.  THE SIGN-ON, THE REPORT
000446*  ASKED FOR AND THE SIGN-OFF GO TO THE OPERLOG ACCESS LOG.
000448*
000450*  INPUT (SYSIN / CONSOLE, ONE VALUE PER LINE)
000455*    OPERATOR ID AND PASSWORD       (OPERSGN SIGN-ON), THEN
000460*    1.  RUN-ID OR BLANK            (BLANK = ALL RUN-IDS)
000470*    2.  FROM DATE YYYYMMDD OR ZERO (ZERO = OPEN START)
000480*    3.  TO   DATE YYYYMMDD OR ZERO (ZERO = OPEN END)
000500*  RETURN CODES
000510*    00  AT LEAST ONE HISTORY RECORD PRINTED
000520*    04  NO HISTORY RECORD MATCHED THE REQUEST
000530*    16  ABEND (INCLUDING A REFUSED SIGN-ON)
000540*
000550*  MODIFICATION HISTORY
000560*  2026-08-22 TSH  INITIAL VERSION.
000562*  2026-09-02 TSH  SIGNED CONTROL TOTAL DISPLAY FOR CREDITS.
000565*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 1) AND ACCESS LOG.
000570******************************************************************
000580 ENVIRONMENT                 DIVISION.
000590******************************************************************
001014*    BYTE IS APPLIED HERE BEFORE THE EDITED MOVE.
001016 77  WS-CTRL-WORK              PIC  S9(09)V99 COMP-3 VALUE ZERO.
001020 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001022 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001024*
001026*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001028     COPY SIGNON.
001030*
001040*    PRINT REPORT LINE LAYOUTS.
001050 01  WS-RPT-HEADING.
001530 PROCEDURE                   DIVISION.
001540******************************************************************
001550 0000-MAIN-RTN.
001555     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001560     PERFORM 1000-GET-REQUEST THRU 1000-EXIT.
001570     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
001580     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
001581     PERFORM 2000-PRINT-HISTORY THRU 2000-EXIT
001582         UNTIL WS-LOG-EOF.
001583     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001584     MOVE SPACES TO SEQ-SGN-ACTION.
001585     STRING "HISTORY " WS-SEL-RUN-ID " " WS-SEL-FROM-DATE
001586            "-" WS-SEL-TO-DATE DELIMITED BY SIZE
001587         INTO SEQ-SGN-ACTION.
001588     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
001589     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
001590     GO TO 9999-MAIN-EXIT.
001591*
001592******************************************************************
001593*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 1 (INQUIRY)
001594*    TO RUN THIS PROGRAM.
001595******************************************************************
001596 0100-SIGN-ON.
001597     MOVE "S" TO SEQ-SGN-FUNCTION.
001598     MOVE 1   TO SEQ-SGN-REQ-LEVEL.
001599     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001600     IF NOT SEQ-SGN-OK
001601         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
001602         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001603     END-IF.
001604 0100-EXIT.
001605     EXIT.
001606*
001607******************************************************************
001608*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
001609*    THE OPERLOG ACCESS LOG.
001610******************************************************************
001611 0300-LOG-ACTION.
001612     MOVE "L" TO SEQ-SGN-FUNCTION.
001613     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001614 0300-EXIT.
001615     EXIT.
001616*
001617 0400-SIGN-OFF.
001618     MOVE "E" TO SEQ-SGN-FUNCTION.
001619     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001620 0400-EXIT.
001621     EXIT.
001622*
001623******************************************************************
001624*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
001625*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
001626******************************************************************
001627 0500-CALL-OPERSGN.
001628     MOVE "RUNHIST" TO SEQ-SGN-PGM.
001629     MOVE RETURN-CODE TO WS-SAVE-RC.
001630     CALL "OPERSGN" USING SEQ-SGN-AREA
001631         ON EXCEPTION
001632             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
001633             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001634     END-CALL.
001635     MOVE WS-SAVE-RC TO RETURN-CODE.
001636 0500-EXIT.
001637     EXIT.
001638*
001640******************************************************************
001650*    1000-GET-REQUEST -- PROMPT FOR AND ACCEPT THE SELECTION.
001660******************************************************************
