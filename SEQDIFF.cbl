000370******************************************************************
000380*  SEQ001 DAY-OVER-DAY CHANGE REPORT.
000390*
000400*  RUNS AFTER SEQSNAP.  FINDS THE SNAPSHOT GENERATION IN
000410*  SNAPCAT FOR THE PRIOR BUSINESS DAY, READS IT SIDE BY SIDE
000420*  WITH TODAY'S SEQ001 IN KEY ORDER, AND PRINTS THE DIFFRPT
000430*  REPORT OF ACCOUNTS ADDED, ACCOUNTS DROPPED AND THE NET
000440*  CHANGE IN THE TRAILER COUNTS.
000441*
000442*  THE PRIOR BUSINESS DAY IS THE LABEL SEQSNAP PUT ON
000443*  TONIGHT'S SNAPCAT ENTRY, OR, FOR AN ENTRY WITHOUT ONE, THE
000444*  BUSCALC SUBPROGRAM'S ANSWER FROM THE BUSCAL CALENDAR -- SO
000445*  AFTER A HOLIDAY THE COMPARISON IS WITH THE LAST BUSINESS
000446*  DAY, NOT WITH WHATEVER GENERATION HAPPENS TO BE PREVIOUS.
000447*  WHEN THAT DAY HAS NO GENERATION THE NEWEST ONE BEFORE THE
000448*  RUN-DATE IS USED AND A WARNING LINE SAYS SO.
000450*
000460*  RETURN CODES
000470*    00  COMPARED, NO ADDS OR DROPS
000480*    04  COMPARED, ACCOUNTS WERE ADDED OR DROPPED, OR THE
000485*        PRIOR BUSINESS DAY HAD NO GENERATION
000490*    16  ABEND (INCLUDING NO PRIOR SNAPSHOT TO COMPARE WITH)
000500*
000510*  MODIFICATION HISTORY
000520*  2026-08-22 TSH  INITIAL VERSION.
000521*  2026-09-02 TSH  END WITH GOBACK SO THE SEQDRIVE DRIVER
000522*                  REGAINS CONTROL AFTER A CALLED STEP.
000524*  2026-10-15 TSH  COMPARE WITH THE PRIOR BUSINESS DAY'S
000526*                  GENERATION AND LABEL THE REPORT WITH IT.
000528*  2026-10-15 TSH  KEEP THE STEP'S RETURN CODE ACROSS BUSCALC.
000530******************************************************************
000540 ENVIRONMENT                 DIVISION.
000550******************************************************************
000890     03   CAT-GEN-DATE       PIC  9(08).
000900     03   FILLER             PIC  X(01).
000910     03   CAT-GEN-NAME       PIC  X(12).
000912     03   FILLER             PIC  X(01).
000914     03   CAT-BUS-PRIOR      PIC  X(08).
000916     03   CAT-BUS-PRIOR-N REDEFINES CAT-BUS-PRIOR
000918                             PIC  9(08).

000920 FD  PREV-FILE.
000930 01  PREV-REC                PIC  X(51).
001180     88  WS-PREV-DONE              VALUE "Y".
001190 77  WS-CURR-DONE-SW           PIC  X(01)  VALUE "N".
001200     88  WS-CURR-DONE              VALUE "Y".
001202 77  WS-FALLBACK-SW            PIC  X(01)  VALUE "N".
001204     88  WS-FALLBACK               VALUE "Y".
001210*
001220*    YESTERDAY'S SNAPSHOT RECORD WORK AREA (SEQREC IMAGE).
001230 01  WS-PREV-WORK-REC.
001360 77  WS-PREV-TRL-CNT           PIC  9(08)       VALUE ZERO.
001370 77  WS-CURR-TRL-CNT           PIC  9(08)       VALUE ZERO.
001380 77  WS-PREV-GEN-DATE          PIC  9(08)       VALUE ZERO.
001385 77  WS-PRIOR-BUS-DATE         PIC  9(08)       VALUE ZERO.
001390 77  WS-RUN-ID                 PIC  X(08)       VALUE SPACES.
001400 77  WS-RUN-DATE               PIC  9(08)       VALUE ZERO.
001410 77  WS-ABEND-MSG              PIC  X(60)       VALUE SPACES.
001415 77  WS-SAVE-RC                PIC  S9(04)      COMP  VALUE ZERO.
001420 77  WS-LOG-START-TIME         PIC  9(08)       VALUE ZERO.
001430*
001440 01  WS-PREV-NAME              PIC  X(12)  VALUE SPACES.
001460*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001470     COPY RUNREC.
001480*
001482*    BUSCALC CALL AREA.
001484     COPY BUSDAY.
001486*
001490*    PRINT REPORT LINE LAYOUTS.
001500 01  WS-RPT-HEADING.
001510     03  FILLER            PIC X(21) VALUE "SEQ001 CHANGE REPORT".
001520     03  FILLER            PIC X(20) VALUE " PRIOR BUSINESS DAY ".
001530     03  WS-RPTH-PREV      PIC 9(08).
001540     03  FILLER            PIC X(09) VALUE "  VERSUS ".
001550     03  WS-RPTH-CURR      PIC 9(08).
001560     03  FILLER            PIC X(14) VALUE SPACES.

001561 01  WS-RPT-FALLBACK-LINE.
001562     03  FILLER            PIC X(40)
001563                 VALUE "  NO GENERATION FOR PRIOR BUSINESS DAY ".
001564     03  WS-RPTF-BUS-DATE  PIC 9(08).
001565     03  FILLER            PIC X(16) VALUE "; COMPARED WITH ".
001566     03  WS-RPTF-GEN-DATE  PIC 9(08).
001567     03  FILLER            PIC X(08) VALUE SPACES.

001570 01  WS-RPT-DIFF-LINE.
001580     03  FILLER            PIC X(02) VALUE "  ".
002270         MOVE "DIFFRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
002280         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002290     END-IF.
002291     IF WS-FALLBACK
002292         MOVE WS-PRIOR-BUS-DATE TO WS-RPTF-BUS-DATE
002293         MOVE WS-PREV-GEN-DATE  TO WS-RPTF-GEN-DATE
002294         WRITE RPT-LINE FROM WS-RPT-FALLBACK-LINE
002295         IF NOT RPT-STATUS-OK
002296             MOVE "DIFFRPT WARNING WRITE FAILED" TO WS-ABEND-MSG
002297             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002298         END-IF
002299     END-IF.
002300     PERFORM 2100-NEXT-PREV-DETAIL THRU 2100-EXIT.
002310     PERFORM 2200-NEXT-CURR-DETAIL THRU 2200-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340*
002350******************************************************************
002352*    1100-FIND-PRIOR-GEN -- THE FIRST PASS OVER SNAPCAT PICKS
002354*    UP TONIGHT'S PRIOR-BUSINESS-DAY LABEL AND THE NEWEST
002356*    GENERATION DATED BEFORE THE RUN-DATE.  WHEN THAT IS NOT
002358*    THE PRIOR BUSINESS DAY'S (A SNAPSHOT WAS TAKEN ON A
002360*    HOLIDAY OR WEEKEND) A SECOND PASS LOOKS FOR THE ONE THAT
002362*    IS; FAILING THAT THE NEWEST STANDS, WITH A WARNING.
002380******************************************************************
002390 1100-FIND-PRIOR-GEN.
002400     OPEN INPUT CAT-FILE.
002540         MOVE "NO SNAPSHOT PRIOR TO THIS RUN-DATE ON SNAPCAT"
002550             TO WS-ABEND-MSG
002560         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002561     END-IF.
002562     IF WS-PRIOR-BUS-DATE = ZERO
002563         PERFORM 1200-ASK-BUSCALC THRU 1200-EXIT
002564     END-IF.
002565     IF WS-PREV-GEN-DATE = WS-PRIOR-BUS-DATE
002566         GO TO 1100-EXIT
002567     END-IF.
002568     PERFORM 1300-FIND-EXACT-GEN THRU 1300-EXIT.
002569     IF WS-PREV-GEN-DATE NOT = WS-PRIOR-BUS-DATE
002570         SET WS-FALLBACK TO TRUE
002571         DISPLAY "SEQDIFF WARNING -- NO GENERATION FOR PRIOR "
002572                 "BUSINESS DAY " WS-PRIOR-BUS-DATE
002573                 " -- COMPARED WITH " WS-PREV-GEN-DATE
002574     END-IF.
002580 1100-EXIT.
002590     EXIT.
002600*
002700     END-IF.
002710*    ENTRIES ARE OLDEST FIRST -- THE LAST QUALIFIER WINS.
002720     IF CAT-GEN-DATE < WS-RUN-DATE
002721         AND CAT-GEN-DATE > WS-PREV-GEN-DATE
002722         MOVE CAT-GEN-DATE TO WS-PREV-GEN-DATE
002723         MOVE CAT-GEN-NAME TO WS-PREV-NAME
002724     END-IF.
002725     IF CAT-GEN-DATE = WS-RUN-DATE
002726         AND CAT-BUS-PRIOR NUMERIC
002727         MOVE CAT-BUS-PRIOR-N TO WS-PRIOR-BUS-DATE
002728     END-IF.
002729 1150-EXIT.
002730     EXIT.
002731*
002732******************************************************************
002733*    1200-ASK-BUSCALC -- NO LABEL ON TONIGHT'S ENTRY (IT WAS
002734*    CATALOGUED BEFORE SEQSNAP KEPT ONE), SO ASK THE CALENDAR.
002735******************************************************************
002736 1200-ASK-BUSCALC.
002737     MOVE "P"         TO SEQ-BUS-FUNCTION.
002738     MOVE WS-RUN-DATE TO SEQ-BUS-DATE.
002739     MOVE ZERO        TO SEQ-BUS-DAYS.
002740     MOVE RETURN-CODE TO WS-SAVE-RC.
002741     CALL "BUSCALC" USING SEQ-BUS-AREA
002742         ON EXCEPTION
002743             MOVE "BUSCALC NOT AVAILABLE" TO WS-ABEND-MSG
002744             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002745     END-CALL.
002746*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
002747*    STEP'S OWN CODE BACK.
002748     MOVE WS-SAVE-RC TO RETURN-CODE.
002749     IF NOT SEQ-BUS-RESULT-OK
002750         MOVE "BUSCALC FAILED -- SEE BUSCAL MESSAGES ABOVE"
002751             TO WS-ABEND-MSG
002752         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002753     END-IF.
002754     MOVE SEQ-BUS-RESULT-DATE TO WS-PRIOR-BUS-DATE.
002755 1200-EXIT.
002756     EXIT.
002757*
002758******************************************************************
002759*    1300-FIND-EXACT-GEN -- SECOND PASS: THE GENERATION DATED
002760*    ON THE PRIOR BUSINESS DAY ITSELF, IF SNAPCAT STILL HAS IT.
002761******************************************************************
002762 1300-FIND-EXACT-GEN.
002763     MOVE "N" TO WS-CAT-EOF-SW.
002764     OPEN INPUT CAT-FILE.
002765     IF NOT CAT-STATUS-OK
002766         MOVE "SNAPCAT REOPEN FAILED" TO WS-ABEND-MSG
002767         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002768     END-IF.
002769     PERFORM 1350-MATCH-ONE-CAT-ENTRY THRU 1350-EXIT
002770         UNTIL WS-CAT-EOF.
002771     CLOSE CAT-FILE.
002772     IF NOT CAT-STATUS-OK
002773         MOVE "SNAPCAT CLOSE FAILED" TO WS-ABEND-MSG
002774         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002775     END-IF.
002776 1300-EXIT.
002777     EXIT.
002778*
002779 1350-MATCH-ONE-CAT-ENTRY.
002780     READ CAT-FILE.
002781     IF CAT-STATUS-EOF
002782         SET WS-CAT-EOF TO TRUE
002783         GO TO 1350-EXIT
002784     END-IF.
002785     IF NOT CAT-STATUS-OK
002786         MOVE "SNAPCAT READ FAILED" TO WS-ABEND-MSG
002787         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002788     END-IF.
002789     IF CAT-GEN-DATE = WS-PRIOR-BUS-DATE
002790         MOVE CAT-GEN-DATE TO WS-PREV-GEN-DATE
002791         MOVE CAT-GEN-NAME TO WS-PREV-NAME
002792     END-IF.
002793 1350-EXIT.
002794     EXIT.
002795*
002800******************************************************************
002810*    2000-COMPARE-FILES -- CLASSIC TWO-FILE MATCH ON THE
002820*    ACCOUNT KEY, BOTH SIDES IN KEY ORDER.
004190         WS-CURR-TRL-CNT - WS-PREV-TRL-CNT.
004200     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
004210     PERFORM 3200-CLOSE-FILES THRU 3200-EXIT.
004212     IF WS-FALLBACK
004214         MOVE 4 TO RETURN-CODE
004216     END-IF.
004220     IF WS-ADDED-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
004230         DISPLAY "SEQDIFF -- " WS-ADDED-COUNT " ADDED, "
004240                 WS-DROPPED-COUNT " DROPPED, SEE DIFFRPT"
