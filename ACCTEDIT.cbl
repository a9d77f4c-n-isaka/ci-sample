000460*  COUNTS BY REASON.  BAD BRANCH UPLOADS ARE QUARANTINED HERE
000470*  INSTEAD OF ABENDING THE EXTRACT OR POISONING THE CONTROL
000480*  TOTAL.
000481*
000482*  EVERY REJECT IS ALSO HELD ON THE ACCTSUSP SUSPENSE FILE
000483*  (SUSPREC COPYBOOK) WITH ITS ORIGINAL RUN-ID, REASON CODE
000484*  AND NIGHTS PENDING.  EACH RUN RE-PRESENTS THE PENDING
000485*  SUSPENSE ITEMS TO THE SAME EDITS AHEAD OF THE FRESH
000486*  ACCTRAW RECORDS:  AN ITEM THAT NOW PASSES GOES TO ACCTIN
000487*  WITH ITS BRANCH OF ORIGIN, AN ITEM THAT STILL FAILS STAYS
000488*  IN SUSPENSE ONE NIGHT OLDER.  ACCTREJ STILL CARRIES ONLY
000489*  THIS RUN'S FRESH REJECTS.  SUSPAGE REPORTS THE SUSPENSE AND
000490*  WRITES ITEMS OFF.
000491*
000500*  REJECT REASON CODES
000510*    01  ACCOUNT ID MISSING (BLANK OR LOW-VALUES)
000520*    02  ACCOUNT ID MALFORMED (LEADING OR EMBEDDED BLANKS)
000628*  2026-09-02 TSH  CARRY THE BRANCH OF ORIGIN (STAMPED BY
000629*                  MERGEACC) THROUGH TO ACCTIN UNCHANGED.
000630*  2026-09-02 TSH  END WITH GOBACK FOR THE SEQDRIVE DRIVER.
000632*  2026-10-15 TSH  HOLD REJECTS ON THE ACCTSUSP SUSPENSE FILE
000634*                  AND RECYCLE THEM AHEAD OF ACCTRAW.
000636******************************************************************
000640 ENVIRONMENT                 DIVISION.
000650******************************************************************
000660 CONFIGURATION               SECTION.
000840     SELECT RPT-FILE         ASSIGN TO "EDITRPT"
000850                             ORGANIZATION LINE SEQUENTIAL
000860                             FILE STATUS RPT-STATUS.

000862     SELECT OPTIONAL SUSP-FILE ASSIGN TO "ACCTSUSP"
000864                             ORGANIZATION LINE SEQUENTIAL
000866                             FILE STATUS SUSP-STATUS.
000870******************************************************************
000880 DATA                        DIVISION.
000890******************************************************************

001070 FD  RPT-FILE.
001080 01  RPT-LINE                PIC  X(80).

001082 FD  SUSP-FILE.
001084 01  SUSP-REC                PIC  X(62).
001090******************************************************************
001100 WORKING-STORAGE             SECTION.
001110******************************************************************
001210     88  CTL-STATUS-OK              VALUE "00".
001220 77  RPT-STATUS                PIC  XX.
001230     88  RPT-STATUS-OK              VALUE "00".
001231*    STATUS 05 ON THE SUSPENSE OPEN MEANS NOTHING HAS EVER BEEN
001232*    SUSPENDED -- AN EMPTY FILE, NOT AN ERROR.
001233 77  SUSP-STATUS               PIC  XX.
001234     88  SUSP-STATUS-OK             VALUE "00" "05".
001235     88  SUSP-STATUS-EOF            VALUE "10".
001240*
001250*    SWITCHES.
001260 77  WS-RAW-EOF-SW             PIC  X(01)  VALUE "N".
001290     88  WS-RECORD-REJECTED        VALUE "Y".
001300 77  WS-ID-SCAN-SW             PIC  X(01)  VALUE "N".
001310     88  WS-ID-BAD                 VALUE "Y".
001312 77  WS-SUSP-EOF-SW            PIC  X(01)  VALUE "N".
001314     88  WS-SUSP-EOF               VALUE "Y".
001320*
001330*    COUNTERS AND ACCUMULATORS.
001340 77  WS-READ-COUNT             PIC  9(08)       COMP  VALUE ZERO.
001410 77  WS-ID-SUB                 PIC  9(04)       COMP  VALUE ZERO.
001420 77  WS-ID-LEN                 PIC  9(04)       COMP  VALUE ZERO.
001422 77  WS-CLEAN-AMT-TOTAL        PIC  S9(09)V99   COMP-3 VALUE ZERO.
001423 77  WS-ABS-AMOUNT             PIC  S9(09)V99   COMP-3 VALUE ZERO.
001424 77  WS-SUSP-READ-COUNT        PIC  9(08)       COMP  VALUE ZERO.
001425 77  WS-SUSP-PRESENT-COUNT     PIC  9(08)       COMP  VALUE ZERO.
001426 77  WS-SUSP-RELEASE-COUNT     PIC  9(08)       COMP  VALUE ZERO.
001427 77  WS-SUSP-HELD-COUNT        PIC  9(08)       COMP  VALUE ZERO.
001428*
001429*    SUSPENSE TABLE -- THE ITEMS CARRIED FORWARD FROM ACCTSUSP,
001430*    THEN THIS RUN'S FRESH REJECTS, HELD WHILE THE SUSPENSE FILE
001431*    IS REWRITTEN AT END OF JOB.
001432 77  WS-SUS-CNT                PIC  9(04)       COMP  VALUE ZERO.
001433 77  WS-SUS-MAX                PIC  9(04)       COMP  VALUE 2000.
001434 77  WS-SUS-LOADED             PIC  9(04)       COMP  VALUE ZERO.
001435 77  WS-SUS-SUB                PIC  9(04)       COMP  VALUE ZERO.
001436 01  WS-SUS-TABLE.
001437     03  WS-SUS-ENTRY          OCCURS 2000
001438                               PIC  X(62).
001439*
001440*    RUN CONTROL VALUES.
001450 77  WS-RUN-ID                 PIC  X(08)       VALUE SPACES.
001460 77  WS-RUN-DATE               PIC  9(08)       VALUE ZERO.
001496*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001498     COPY RUNREC.
001500*
001502*    SUSPENSE ITEM WORK AREA.
001504     COPY SUSPREC.
001506*
001510*    PRINT REPORT LINE LAYOUTS.
001520 01  WS-RPT-HEADING.
001530     03  FILLER            PIC X(18) VALUE "ACCT EDIT REPORT".
001670 0000-MAIN-RTN.
001675     ACCEPT WS-LOG-START-TIME FROM TIME.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001682     PERFORM 1500-RECYCLE-ONE-ITEM THRU 1500-EXIT
001684         VARYING WS-SUS-SUB FROM 1 BY 1
001686         UNTIL WS-SUS-SUB > WS-SUS-LOADED.
001690     PERFORM 2000-EDIT-ACCOUNTS THRU 2000-EXIT
001700         UNTIL WS-RAW-EOF.
001710     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001730*
001740******************************************************************
001750*    1000-INITIALIZE -- GET RUN CONTROLS, OPEN FILES, WRITE THE
001760*    REPORT HEADING, LOAD THE SUSPENSE ITEMS.
001770******************************************************************
001780 1000-INITIALIZE.
001790     PERFORM 1100-READ-CTL-FILE THRU 1100-EXIT.
001800     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
001805     PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT.
001810     MOVE WS-RUN-ID   TO WS-RPTH-RUN-ID.
001820     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
001830     WRITE RPT-LINE FROM WS-RPT-HEADING.
002310     IF NOT REJ-STATUS-OK
002320         MOVE "ACCTREJ OPEN FAILED" TO WS-ABEND-MSG
002330         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002331     END-IF.
002332     OPEN OUTPUT RPT-FILE.
002333     IF NOT RPT-STATUS-OK
002334         MOVE "EDITRPT OPEN FAILED" TO WS-ABEND-MSG
002335         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002336     END-IF.
002337 1200-EXIT.
002338     EXIT.
002339*
002340******************************************************************
002341*    1300-LOAD-SUSPENSE -- READ ACCTSUSP INTO THE SUSPENSE
002342*    TABLE.  AN ITEM FIRST REJECTED BY THIS SAME RUN-ID IS LEFT
002343*    OUT -- THIS IS A RERUN AND ACCTRAW IS ABOUT TO BE EDITED
002344*    AGAIN, WHICH SUSPENDS IT AFRESH.  AN ITEM RELEASED BY AN
002345*    EARLIER NIGHT IS DONE WITH AND DROPS OFF THE FILE; ONE
002346*    RELEASED BY THIS RUN-ID IS KEPT AND RELEASED AGAIN, SINCE
002347*    THE RERUN REBUILDS ACCTIN.
002348******************************************************************
002349 1300-LOAD-SUSPENSE.
002350     OPEN INPUT SUSP-FILE.
002351     IF NOT SUSP-STATUS-OK
002352         MOVE "ACCTSUSP OPEN FAILED" TO WS-ABEND-MSG
002353         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002354     END-IF.
002355     PERFORM 1310-LOAD-ONE-ITEM THRU 1310-EXIT
002356         UNTIL WS-SUSP-EOF.
002357     CLOSE SUSP-FILE.
002358     IF NOT SUSP-STATUS-OK
002359         MOVE "ACCTSUSP CLOSE FAILED" TO WS-ABEND-MSG
002360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002361     END-IF.
002362     MOVE WS-SUS-CNT TO WS-SUS-LOADED.
002363 1300-EXIT.
002364     EXIT.
002365*
002366 1310-LOAD-ONE-ITEM.
002367     READ SUSP-FILE INTO SEQ-SUS-REC.
002368     IF SUSP-STATUS-EOF
002369         SET WS-SUSP-EOF TO TRUE
002370         GO TO 1310-EXIT
002371     END-IF.
002372     IF NOT SUSP-STATUS-OK
002373         MOVE "ACCTSUSP READ FAILED" TO WS-ABEND-MSG
002374         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002375     END-IF.
002376     ADD 1 TO WS-SUSP-READ-COUNT.
002377     IF SEQ-SUS-ORIG-RUN-ID = WS-RUN-ID
002378         GO TO 1310-EXIT
002379     END-IF.
002380     IF SEQ-SUS-RELEASED
002381         AND SEQ-SUS-LAST-RUN-ID NOT = WS-RUN-ID
002382         GO TO 1310-EXIT
002383     END-IF.
002384     IF WS-SUS-CNT >= WS-SUS-MAX
002385         MOVE "SUSPENSE TABLE FULL -- RAISE WS-SUS-MAX"
002386             TO WS-ABEND-MSG
002387         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002388     END-IF.
002389     ADD 1 TO WS-SUS-CNT.
002390     MOVE SEQ-SUS-REC TO WS-SUS-ENTRY (WS-SUS-CNT).
002391 1310-EXIT.
002392     EXIT.
002393*
002394******************************************************************
002395*    1500-RECYCLE-ONE-ITEM -- RE-PRESENT ONE SUSPENSE ITEM TO
002396*    THE EDITS.  THE ORIGINAL IMAGE IS PLACED IN THE ACCTRAW
002397*    RECORD AREA (THE FILE IS OPEN, NOTHING READ YET) SO THE
002398*    VERY SAME VALIDATION APPLIES.  THE NIGHTS COUNT ADVANCES
002399*    ONCE PER RUN-ID, NOT ONCE PER ATTEMPT.
002400******************************************************************
002401 1500-RECYCLE-ONE-ITEM.
002402     MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SEQ-SUS-REC.
002403     IF SEQ-SUS-LAST-RUN-ID NOT = WS-RUN-ID
002404         IF SEQ-SUS-NIGHTS NUMERIC
002405             AND SEQ-SUS-NIGHTS < 999
002406             ADD 1 TO SEQ-SUS-NIGHTS
002407         END-IF
002408         MOVE WS-RUN-ID TO SEQ-SUS-LAST-RUN-ID
002409     END-IF.
002410     ADD 1 TO WS-SUSP-PRESENT-COUNT.
002411     MOVE SEQ-SUS-IMAGE TO RAW-REC.
002412     PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT.
002413     IF WS-RECORD-REJECTED
002414         MOVE WS-REASON-CODE TO SEQ-SUS-REASON
002415         MOVE SPACE          TO SEQ-SUS-STATUS
002416         ADD 1 TO WS-SUSP-HELD-COUNT
002417     ELSE
002418         PERFORM 2200-WRITE-CLEAN THRU 2200-EXIT
002419         SET SEQ-SUS-RELEASED TO TRUE
002420         ADD 1 TO WS-SUSP-RELEASE-COUNT
002421     END-IF.
002422     MOVE SEQ-SUS-REC TO WS-SUS-ENTRY (WS-SUS-SUB).
002423 1500-EXIT.
002424     EXIT.
002425*
002430******************************************************************
002440*    2000-EDIT-ACCOUNTS -- MAIN EDIT LOOP OVER ACCTRAW.
002450******************************************************************
003361     IF WS-REASON-CODE = "06"
003362         ADD 1 TO WS-REASON-06-CNT
003363     END-IF.
003370     PERFORM 2350-ADD-SUSPENSE-ITEM THRU 2350-EXIT.
003380 2300-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420*    2350-ADD-SUSPENSE-ITEM -- A FRESH ACCTRAW REJECT STARTS
003430*    ITS LIFE IN SUSPENSE AT NIGHT 1 UNDER THIS RUN-ID.
003440******************************************************************
003450 2350-ADD-SUSPENSE-ITEM.
003460     IF WS-SUS-CNT >= WS-SUS-MAX
003470         MOVE "SUSPENSE TABLE FULL -- RAISE WS-SUS-MAX"
003480             TO WS-ABEND-MSG
003490         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003500     END-IF.
003510     MOVE SPACES         TO SEQ-SUS-REC.
003520     MOVE RAW-REC        TO SEQ-SUS-IMAGE.
003530     MOVE WS-REASON-CODE TO SEQ-SUS-REASON.
003540     MOVE WS-RUN-ID      TO SEQ-SUS-ORIG-RUN-ID.
003550     MOVE WS-RUN-DATE    TO SEQ-SUS-ORIG-DATE.
003560     MOVE 1              TO SEQ-SUS-NIGHTS.
003570     MOVE WS-RUN-ID      TO SEQ-SUS-LAST-RUN-ID.
003580     ADD 1 TO WS-SUS-CNT.
003590     MOVE SEQ-SUS-REC TO WS-SUS-ENTRY (WS-SUS-CNT).
003600 2350-EXIT.
003610     EXIT.
003620*
003670******************************************************************
003680*    3000-FINALIZE -- PRINT THE EDIT COUNTS, CLOSE FILES, SET
003690*    THE STEP RETURN CODE.
003925     MOVE "  REASON 06 ACCT CLOSED"       TO WS-RPTC-LABEL.
003926     MOVE WS-REASON-06-CNT                TO WS-RPTC-COUNT.
003927     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003928     MOVE "SUSPENSE ITEMS PRESENTED"      TO WS-RPTC-LABEL.
003929     MOVE WS-SUSP-PRESENT-COUNT           TO WS-RPTC-COUNT.
003930     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003931     MOVE "  RELEASED TO ACCTIN"          TO WS-RPTC-LABEL.
003932     MOVE WS-SUSP-RELEASE-COUNT           TO WS-RPTC-COUNT.
003933     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003934     MOVE "  STILL FAILING, HELD"         TO WS-RPTC-LABEL.
003935     MOVE WS-SUSP-HELD-COUNT              TO WS-RPTC-COUNT.
003936     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003937     MOVE "SUSPENSE ITEMS PENDING AT END" TO WS-RPTC-LABEL.
003938     COMPUTE WS-RPTC-COUNT = WS-SUSP-HELD-COUNT + WS-REJECT-COUNT.
003939     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003940     PERFORM 3300-REWRITE-SUSPENSE THRU 3300-EXIT.
003941     PERFORM 3200-CLOSE-FILES THRU 3200-EXIT.
003942     IF WS-REJECT-COUNT > ZERO
003950         DISPLAY "ACCTEDIT WARNING -- " WS-REJECT-COUNT
003960                 " RECORDS REJECTED, SEE ACCTREJ"
003970         MOVE 4 TO RETURN-CODE
003980     END-IF.
003981     IF WS-SUSP-RELEASE-COUNT > ZERO
003982         DISPLAY "ACCTEDIT -- " WS-SUSP-RELEASE-COUNT
003983                 " SUSPENSE ITEMS RELEASED TO ACCTIN"
003984     END-IF.
003985     IF WS-SUSP-HELD-COUNT > ZERO
003986         DISPLAY "ACCTEDIT -- " WS-SUSP-HELD-COUNT
003987                 " OLDER SUSPENSE ITEMS STILL PENDING"
003988     END-IF.
003990 3000-EXIT.
004000     EXIT.
004010*
004300         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004310     END-IF.
004320 3200-EXIT.
004321     EXIT.
004322*
004323******************************************************************
004324*    3300-REWRITE-SUSPENSE -- REWRITE ACCTSUSP FROM THE TABLE:
004325*    THE CARRIED-FORWARD ITEMS (PENDING OR RELEASED TONIGHT)
004326*    FOLLOWED BY THIS RUN'S FRESH REJECTS.
004327******************************************************************
004328 3300-REWRITE-SUSPENSE.
004329     OPEN OUTPUT SUSP-FILE.
004330     IF NOT SUSP-STATUS-OK
004331         MOVE "ACCTSUSP REWRITE OPEN FAILED" TO WS-ABEND-MSG
004332         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004333     END-IF.
004334     PERFORM 3310-WRITE-ONE-ITEM THRU 3310-EXIT
004335         VARYING WS-SUS-SUB FROM 1 BY 1
004336         UNTIL WS-SUS-SUB > WS-SUS-CNT.
004337     CLOSE SUSP-FILE.
004338     IF NOT SUSP-STATUS-OK
004339         MOVE "ACCTSUSP REWRITE CLOSE FAILED" TO WS-ABEND-MSG
004340         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004341     END-IF.
004342 3300-EXIT.
004343     EXIT.
004344*
004345 3310-WRITE-ONE-ITEM.
004346     WRITE SUSP-REC FROM WS-SUS-ENTRY (WS-SUS-SUB).
004347     IF NOT SUSP-STATUS-OK
004348         MOVE "ACCTSUSP WRITE FAILED" TO WS-ABEND-MSG
004349         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004350     END-IF.
004351 3310-EXIT.
004352     EXIT.
004353*
004360******************************************************************
004370*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
004380*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
004700             " REJ-STATUS=" REJ-STATUS
004705             " MST-STATUS=" MST-STATUS
004710             " CTL-STATUS=" CTL-STATUS
004720             " RPT-STATUS=" RPT-STATUS
004725             " SUSP-STATUS=" SUSP-STATUS.
004730     MOVE 16 TO RETURN-CODE.
004740     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
004750     STOP RUN.
