000450*  STATEMENT REPORT, THE ROLLUP FINANCE ASKS FOR AT EVERY
000460*  CLOSE.
000470*
000471*  THE MONTH CLOSES ON ITS LAST BUSINESS DAY, NOT ITS LAST
000472*  CALENDAR DAY (BUSCALC SUBPROGRAM, BUSCAL CALENDAR).  THE
000473*  MONTH'S GENERATIONS ARE THOSE DATED AFTER THE PREVIOUS
000474*  MONTH'S CLOSE UP TO AND INCLUDING THIS MONTH'S, SO A
000475*  SNAPSHOT TAKEN ON A WEEKEND OR HOLIDAY AFTER THE CLOSE
000476*  ROLLS INTO THE FOLLOWING MONTH.
000477*
000480*  INPUT (SYSIN / CONSOLE, ONE VALUE PER LINE)
000490*    1.  MONTH YYYYMM               (REQUIRED)
000500*
000550*  A DETAIL WITH A NON-NUMERIC AMOUNT (WRITTEN BEFORE THE
000560*  AMOUNT FIELD EXISTED) ROLLS UP AS AMOUNT ZERO.
000570*
000571*  THE REPORT ENDS WITH THE MONTH-END SETTLEMENT OPEN-ITEMS
000572*  TOTAL OPENAGE RECORDED ON OPENMON FOR THE MONTH (THE LAST
000573*  RECORD FOR THE MONTH IF OPENAGE WAS RERUN), SO TREASURY
000574*  CAN TIE THE OPEN ITEMS TO THE ROLLUP ON ONE PAGE.
000575*
000580*  RETURN CODES
000590*    00  SUMMARY WRITTEN
000600*    04  NO SNAPSHOT GENERATION IN THE REQUESTED MONTH, OR
000605*        NONE DATED ON THE MONTH'S CLOSING BUSINESS DAY
000610*    16  ABEND
000620*
000630*  MODIFICATION HISTORY
000640*  2026-09-02 TSH  INITIAL VERSION.
000642*  2026-10-15 TSH  PRINT THE MONTH-END OPEN-ITEMS TOTAL FROM
000644*                  OPENMON.
000646*  2026-10-15 TSH  CLOSE THE MONTH ON ITS LAST BUSINESS DAY.
000648*  2026-10-15 TSH  KEEP THE STEP'S RETURN CODE ACROSS BUSCALC.
000650******************************************************************
000660 ENVIRONMENT                 DIVISION.
000670******************************************************************
000830     SELECT RPT-FILE         ASSIGN TO "MONRPT"
000840                             ORGANIZATION LINE SEQUENTIAL
000850                             FILE STATUS RPT-STATUS.

000852     SELECT OPTIONAL OMON-FILE ASSIGN TO "OPENMON"
000854                             ORGANIZATION LINE SEQUENTIAL
000856                             FILE STATUS OMON-STATUS.
000860******************************************************************
000870 DATA                        DIVISION.
000880******************************************************************
000920     03   CAT-GEN-DATE       PIC  9(08).
000930     03   FILLER             PIC  X(01).
000940     03   CAT-GEN-NAME       PIC  X(12).
000942     03   FILLER             PIC  X(01).
000944     03   FILLER             PIC  X(08).

000950 FD  GEN-FILE.
000960 01  GEN-REC                 PIC  X(51).
001120     03   SUMM-DAYS          PIC  9(03).

001130 FD  RPT-FILE.
001131 01  RPT-LINE                PIC  X(100).

001132 FD  OMON-FILE.
001133 01  OMON-REC.
001134     03   OMON-MONTH         PIC  9(06).
001135     03   FILLER             PIC  X(01).
001136     03   OMON-ASOF-DATE     PIC  9(08).
001137     03   FILLER             PIC  X(01).
001138     03   OMON-RUN-ID        PIC  X(08).
001139     03   FILLER             PIC  X(01).
001140     03   OMON-COUNT         PIC  9(08).
001141     03   FILLER             PIC  X(01).
001142     03   OMON-TOTAL         PIC  S9(09)V99
001143                             SIGN LEADING SEPARATE.
001150******************************************************************
001160 WORKING-STORAGE             SECTION.
001170******************************************************************
001260     88  SUMM-STATUS-OK             VALUE "00".
001270 77  RPT-STATUS                PIC  XX.
001280     88  RPT-STATUS-OK              VALUE "00".
001282 77  OMON-STATUS               PIC  XX.
001284     88  OMON-STATUS-OK             VALUE "00" "05".
001286     88  OMON-STATUS-EOF            VALUE "10".
001290*
001300*    SWITCHES.
001310 77  WS-CAT-EOF-SW             PIC  X(01)  VALUE "N".
001340     88  WS-GEN-EOF                VALUE "Y".
001350 77  WS-ACCT-FOUND-SW          PIC  X(01)  VALUE "N".
001360     88  WS-ACCT-FOUND             VALUE "Y".
001361 77  WS-OMON-EOF-SW            PIC  X(01)  VALUE "N".
001362     88  WS-OMON-EOF               VALUE "Y".
001363 77  WS-OMON-FOUND-SW          PIC  X(01)  VALUE "N".
001364     88  WS-OMON-FOUND             VALUE "Y".
001365 77  WS-CLOSE-GEN-SW           PIC  X(01)  VALUE "N".
001366     88  WS-CLOSE-GEN-FOUND        VALUE "Y".
001370*
001380*    REQUEST AND SCRATCH INPUT FIELDS.
001390 77  WS-IN-MONTH-X             PIC  X(06)  VALUE SPACES.
001430 77  WS-GEN-MONTH              PIC  9(06)  VALUE ZERO.
001440 77  WS-GEN-REM                PIC  9(02)  VALUE ZERO.
001450*
001451*    MONTH WINDOW -- AFTER THE PREVIOUS MONTH'S CLOSE, UP TO AND
001452*    INCLUDING THIS MONTH'S, BOTH LAST BUSINESS DAYS.
001453 77  WS-MONTH-FIRST            PIC  9(08)  VALUE ZERO.
001454 77  WS-PREV-FIRST             PIC  9(08)  VALUE ZERO.
001455 77  WS-MONTH-CLOSE            PIC  9(08)  VALUE ZERO.
001456 77  WS-PREV-CLOSE             PIC  9(08)  VALUE ZERO.
001457*
001460*    DATED GENERATION FILE NAME, FROM SNAPCAT.
001470 01  WS-GEN-NAME               PIC  X(12)  VALUE SPACES.
001480 77  WS-GEN-DATE               PIC  9(08)  VALUE ZERO.
001750*    COUNTERS AND RUN CONTROL VALUES.
001760 77  WS-GENS-PROCESSED         PIC  9(04)  COMP  VALUE ZERO.
001770 77  WS-THIS-AMOUNT            PIC  S9(09)V99 COMP-3 VALUE ZERO.
001772 77  WS-OMON-ASOF-DATE         PIC  9(08)  VALUE ZERO.
001774 77  WS-OMON-COUNT             PIC  9(08)  VALUE ZERO.
001776 77  WS-OMON-TOTAL             PIC  S9(09)V99 COMP-3 VALUE ZERO.
001780 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001785 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001790 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001800 77  WS-LOG-RUN-DATE           PIC  9(08)  VALUE ZERO.
001810*
001820*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001830     COPY RUNREC.
001840*
001842*    BUSCALC CALL AREA.
001844     COPY BUSDAY.
001846*
001850*    PRINT REPORT LINE LAYOUTS.
001860 01  WS-RPT-HEADING.
001870     03  FILLER            PIC X(26)
001880         VALUE "MONTH-END ACCOUNT ROLLUP".
001890     03  FILLER            PIC X(08) VALUE " MONTH: ".
001900     03  WS-RPTH-MONTH     PIC 9(06).
001902     03  FILLER            PIC X(13) VALUE "  CLOSED ON: ".
001904     03  WS-RPTH-CLOSE     PIC 9(08).
001905     03  FILLER            PIC X(09) VALUE "  AFTER: ".
001908     03  WS-RPTH-PREV      PIC 9(08).
001910     03  FILLER            PIC X(22) VALUE SPACES.

001920 01  WS-RPT-COL-HEADS.
001930     03  FILLER            PIC X(11) VALUE "ACCOUNT".
002140     03  FILLER            PIC X(02) VALUE "  ".
002150     03  WS-RPTC-LABEL     PIC X(34).
002160     03  WS-RPTC-COUNT     PIC ZZZZZZZ9.
002161     03  FILLER            PIC X(56) VALUE SPACES.

002162 01  WS-RPT-OPEN-LINE.
002163     03  FILLER            PIC X(02) VALUE "  ".
002164     03  FILLER            PIC X(34)
002165         VALUE "OPEN SETTLEMENT ITEMS AT MONTH END".
002166     03  WS-RPTO-COUNT     PIC ZZZZZZZ9.
002167     03  FILLER            PIC X(02) VALUE SPACES.
002168     03  WS-RPTO-TOTAL     PIC --------9.99.
002169     03  FILLER            PIC X(07) VALUE "  AS OF".
002170     03  FILLER            PIC X(01) VALUE SPACE.
002171     03  WS-RPTO-ASOF      PIC 9(08).
002172     03  FILLER            PIC X(26) VALUE SPACES.

002173 01  WS-RPT-CLOSE-LINE.
002174     03  FILLER            PIC X(44)
002175         VALUE "  NO GENERATION ON THE CLOSING BUSINESS DAY ".
002176     03  WS-RPTX-CLOSE     PIC 9(08).
002177     03  FILLER            PIC X(48) VALUE SPACES.
002180******************************************************************
002190 PROCEDURE                   DIVISION.
002200******************************************************************
002310     GO TO 9999-MAIN-EXIT.
002320*
002330******************************************************************
002340*    1000-GET-REQUEST -- PROMPT FOR AND ACCEPT THE MONTH, AND
002345*    SET THE WINDOW BETWEEN THE TWO MONTH-END CLOSES.
002350******************************************************************
002360 1000-GET-REQUEST.
002370     DISPLAY "SEQMON -- ENTER MONTH (YYYYMM)".
002460         MOVE "MONTH PART MUST BE 01-12" TO WS-ABEND-MSG
002470         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002480     END-IF.
002481     MOVE WS-IN-MONTH-N TO WS-SEL-MONTH.
002482     COMPUTE WS-MONTH-FIRST = WS-SEL-MONTH * 100 + 1.
002483     IF WS-GEN-REM = 01
002484         COMPUTE WS-PREV-FIRST = WS-MONTH-FIRST - 10000 + 1100
002485     ELSE
002486         COMPUTE WS-PREV-FIRST = WS-MONTH-FIRST - 100
002487     END-IF.
002488     MOVE WS-MONTH-FIRST TO SEQ-BUS-DATE.
002489     PERFORM 1200-LAST-BUS-DAY THRU 1200-EXIT.
002490     MOVE SEQ-BUS-RESULT-DATE TO WS-MONTH-CLOSE.
002491     MOVE WS-PREV-FIRST TO SEQ-BUS-DATE.
002492     PERFORM 1200-LAST-BUS-DAY THRU 1200-EXIT.
002493     MOVE SEQ-BUS-RESULT-DATE TO WS-PREV-CLOSE.
002500 1000-EXIT.
002510     EXIT.
002520*
002710         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002720     END-IF.
002730 1100-EXIT.
002731     EXIT.
002732*
002733******************************************************************
002734*    1200-LAST-BUS-DAY -- THE LAST BUSINESS DAY OF THE MONTH
002735*    SEQ-BUS-DATE FALLS IN.
002736******************************************************************
002737 1200-LAST-BUS-DAY.
002738     MOVE "L"  TO SEQ-BUS-FUNCTION.
002739     MOVE ZERO TO SEQ-BUS-DAYS.
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
002754 1200-EXIT.
002755     EXIT.
002756*
002760******************************************************************
002770*    2000-WALK-CATALOG -- ONE SNAPCAT ENTRY PER PASS.  A
002780*    GENERATION DATED IN THE MONTH WINDOW IS ROLLED UP;
002790*    SNAPCAT IS OLDEST FIRST, SO GENERATIONS ARRIVE IN DATE
002800*    ORDER AND LAST AMOUNT IS SIMPLY THE LATEST SEEN.
002810******************************************************************
002890         MOVE "SNAPCAT READ FAILED" TO WS-ABEND-MSG
002900         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002910     END-IF.
002920     IF CAT-GEN-DATE NOT > WS-PREV-CLOSE
002930         OR CAT-GEN-DATE > WS-MONTH-CLOSE
002950         GO TO 2000-EXIT
002960     END-IF.
002962     IF CAT-GEN-DATE = WS-MONTH-CLOSE
002964         SET WS-CLOSE-GEN-FOUND TO TRUE
002966     END-IF.
002970     MOVE CAT-GEN-DATE TO WS-GEN-DATE.
002980     MOVE CAT-GEN-NAME TO WS-GEN-NAME.
002990     PERFORM 2100-ROLL-UP-ONE-GEN THRU 2100-EXIT.
003920*    MONRPT STATEMENT REPORT, ONE LINE PER ACCOUNT.
003930******************************************************************
003940 3000-WRITE-OUTPUTS.
003950     MOVE WS-SEL-MONTH   TO WS-RPTH-MONTH.
003952     MOVE WS-MONTH-CLOSE TO WS-RPTH-CLOSE.
003954     MOVE WS-PREV-CLOSE  TO WS-RPTH-PREV.
003960     WRITE RPT-LINE FROM WS-RPT-HEADING.
003970     IF NOT RPT-STATUS-OK
003980         MOVE "MONRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
004110     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
004120     MOVE "ACCOUNTS ROLLED UP"         TO WS-RPTC-LABEL.
004130     MOVE WS-ACCT-CNT                  TO WS-RPTC-COUNT.
004131     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
004132     PERFORM 3300-OPEN-ITEMS-TOTAL THRU 3300-EXIT.
004133     IF NOT WS-CLOSE-GEN-FOUND
004134         MOVE WS-MONTH-CLOSE TO WS-RPTX-CLOSE
004135         WRITE RPT-LINE FROM WS-RPT-CLOSE-LINE
004136         IF NOT RPT-STATUS-OK
004137             MOVE "MONRPT CLOSE WARNING WRITE FAILED"
004138                 TO WS-ABEND-MSG
004139             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004140         END-IF
004141     END-IF.
004150 3000-EXIT.
004160     EXIT.
004170*
004500     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
004510     IF NOT RPT-STATUS-OK
004520         MOVE "MONRPT COUNT WRITE FAILED" TO WS-ABEND-MSG
004521         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004522     END-IF.
004523 3200-EXIT.
004524     EXIT.
004525*
004526******************************************************************
004527*    3300-OPEN-ITEMS-TOTAL -- FIND THE LAST OPENMON RECORD FOR
004528*    THE MONTH AND PRINT IT UNDER THE ROLLUP COUNTS.
004529******************************************************************
004530 3300-OPEN-ITEMS-TOTAL.
004531     OPEN INPUT OMON-FILE.
004532     IF NOT OMON-STATUS-OK
004533         MOVE "OPENMON OPEN FAILED" TO WS-ABEND-MSG
004534         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004535     END-IF.
004536     PERFORM 3350-SCAN-ONE-MONTH-REC THRU 3350-EXIT
004537         UNTIL WS-OMON-EOF.
004538     CLOSE OMON-FILE.
004539     IF NOT OMON-STATUS-OK
004540         MOVE "OPENMON CLOSE FAILED" TO WS-ABEND-MSG
004541         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004542     END-IF.
004543     IF NOT WS-OMON-FOUND
004544         MOVE "NO MONTH-END OPEN-ITEMS TOTAL" TO WS-RPTC-LABEL
004545         MOVE ZERO                            TO WS-RPTC-COUNT
004546         PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
004547         GO TO 3300-EXIT
004548     END-IF.
004549     MOVE WS-OMON-COUNT     TO WS-RPTO-COUNT.
004550     MOVE WS-OMON-TOTAL     TO WS-RPTO-TOTAL.
004551     MOVE WS-OMON-ASOF-DATE TO WS-RPTO-ASOF.
004552     WRITE RPT-LINE FROM WS-RPT-OPEN-LINE.
004553     IF NOT RPT-STATUS-OK
004554         MOVE "MONRPT OPEN-ITEMS WRITE FAILED" TO WS-ABEND-MSG
004555         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004556     END-IF.
004557 3300-EXIT.
004558     EXIT.
004559*
004560 3350-SCAN-ONE-MONTH-REC.
004561     READ OMON-FILE.
004562     IF OMON-STATUS-EOF
004563         SET WS-OMON-EOF TO TRUE
004564         GO TO 3350-EXIT
004565     END-IF.
004566     IF NOT OMON-STATUS-OK
004567         MOVE "OPENMON READ FAILED" TO WS-ABEND-MSG
004568         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004569     END-IF.
004570     IF OMON-MONTH NOT = WS-SEL-MONTH
004571         GO TO 3350-EXIT
004572     END-IF.
004573     SET WS-OMON-FOUND TO TRUE.
004574     MOVE OMON-ASOF-DATE TO WS-OMON-ASOF-DATE.
004575     MOVE OMON-COUNT     TO WS-OMON-COUNT.
004576     MOVE OMON-TOTAL     TO WS-OMON-TOTAL.
004577 3350-EXIT.
004578     EXIT.
004579*
004580 4000-FINALIZE.
004590     CLOSE CAT-FILE.
004600     IF NOT CAT-STATUS-OK
004780                 WS-SEL-MONTH
004790         MOVE 4 TO RETURN-CODE
004800     END-IF.
004801     IF NOT WS-CLOSE-GEN-FOUND
004802         DISPLAY "SEQMON WARNING -- NO GENERATION ON THE CLOSING "
004803                 "BUSINESS DAY " WS-MONTH-CLOSE
004804         MOVE 4 TO RETURN-CODE
004805     END-IF.
004810 4000-EXIT.
004820     EXIT.
004830*
005160     DISPLAY "SEQMON ABEND -- CAT-STATUS=" CAT-STATUS
005170             " GEN-STATUS=" GEN-STATUS
005180             " SUMM-STATUS=" SUMM-STATUS
005190             " RPT-STATUS=" RPT-STATUS
005195             " OMON-STATUS=" OMON-STATUS.
005200     MOVE 16 TO RETURN-CODE.
005210     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
005220     STOP RUN.
