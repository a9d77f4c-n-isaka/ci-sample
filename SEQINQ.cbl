000480*  ACCOUNT NOT ON IT) SHOWS THE DETAIL WITHOUT A NAME RATHER
000490*  THAN FAILING THE INQUIRY.
000500*
000502*  THE OPERATOR SIGNS ON FIRST THROUGH OPERSGN (OPERSEC
000504*  SECURITY FILE) AT LEVEL 1 OR ABOVE.  THE SIGN-ON, THE KEYS
000506*  ASKED FOR AND THE SIGN-OFF GO TO THE OPERLOG ACCESS LOG.
000508*
000510*  INPUT (SYSIN / CONSOLE, ONE VALUE PER LINE)
000515*    OPERATOR ID AND PASSWORD       (OPERSGN SIGN-ON), THEN
000520*    1.  START KEY                  (REQUIRED)
000530*    2.  END KEY OR BLANK           (BLANK = SINGLE KEY)
000540*    3.  SHOW HEADER/TRAILER Y OR N
000560*  RETURN CODES
000570*    00  AT LEAST ONE RECORD SHOWN
000580*    04  NO RECORD MATCHED THE REQUEST
000590*    16  ABEND (INCLUDING A REFUSED SIGN-ON)
000600*
000610*  MODIFICATION HISTORY
000620*  2026-08-22 TSH  INITIAL VERSION.
000630*  2026-09-02 TSH  SHOW THE ACCTMST ACCOUNT NAME ON DETAIL
000640*                  DISPLAYS.
000650*  2026-09-02 TSH  SIGNED AMOUNT DISPLAY FOR CREDITS.
000655*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 1) AND ACCESS LOG.
000660******************************************************************
000670 ENVIRONMENT                 DIVISION.
000680******************************************************************
001170 77  WS-AMOUNT-EDIT            PIC  --------9.99.
001180 77  WS-ACCT-NAME              PIC  X(30)  VALUE SPACES.
001190 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001192 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001194*
001196*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001198     COPY SIGNON.
001200******************************************************************
001210 PROCEDURE                   DIVISION.
001220******************************************************************
001230 0000-MAIN-RTN.
001235     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001240     PERFORM 1000-GET-REQUEST THRU 1000-EXIT.
001250     PERFORM 1100-OPEN-SEQ-FILE THRU 1100-EXIT.
001260     IF WS-END-KEY = SPACES
001290         PERFORM 3000-RANGE-INQUIRY THRU 3000-EXIT
001300     END-IF.
001310     IF WS-SHOW-HDR-TRL
001311         PERFORM 4000-SHOW-HDR-TRL THRU 4000-EXIT
001312     END-IF.
001313     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001314     MOVE SPACES TO SEQ-SGN-ACTION.
001315     STRING "INQUIRY KEYS " WS-START-KEY " - " WS-END-KEY
001316            DELIMITED BY SIZE
001317         INTO SEQ-SGN-ACTION.
001318     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
001319     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
001320     GO TO 9999-MAIN-EXIT.
001321*
001322******************************************************************
001323*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 1 (INQUIRY)
001324*    TO RUN THIS PROGRAM.
001325******************************************************************
001326 0100-SIGN-ON.
001327     MOVE "S" TO SEQ-SGN-FUNCTION.
001328     MOVE 1   TO SEQ-SGN-REQ-LEVEL.
001329     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001330     IF NOT SEQ-SGN-OK
001331         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
001332         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001333     END-IF.
001334 0100-EXIT.
001335     EXIT.
001336*
001337******************************************************************
001338*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
001339*    THE OPERLOG ACCESS LOG.
001340******************************************************************
001341 0300-LOG-ACTION.
001342     MOVE "L" TO SEQ-SGN-FUNCTION.
001343     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001344 0300-EXIT.
001345     EXIT.
001346*
001347 0400-SIGN-OFF.
001348     MOVE "E" TO SEQ-SGN-FUNCTION.
001349     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001350 0400-EXIT.
001351     EXIT.
001352*
001353******************************************************************
001354*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
001355*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
001356******************************************************************
001357 0500-CALL-OPERSGN.
001358     MOVE "SEQINQ" TO SEQ-SGN-PGM.
001359     MOVE RETURN-CODE TO WS-SAVE-RC.
001360     CALL "OPERSGN" USING SEQ-SGN-AREA
001361         ON EXCEPTION
001362             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
001363             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001364     END-CALL.
001365     MOVE WS-SAVE-RC TO RETURN-CODE.
001366 0500-EXIT.
001367     EXIT.
001368*
001370******************************************************************
001380*    1000-GET-REQUEST -- PROMPT FOR AND ACCEPT THE INQUIRY.
001390******************************************************************
