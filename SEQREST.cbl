000100******************************************************************
000110* Copyright 2019, Tokyo System House Co., Ltd. <opencobol@tsh-world.co.jp>
000120*
000130* Licensed under the Apache License, Version 2.0 (the "License");
000140* you may not use this file except in compliance with the License.
000150* You may obtain a copy of the License at
000160*
000170*     http://www.apache.org/licenses/LICENSE-2.0
000180*
000190* Unless required by applicable law or agreed to in writing, software
000200* distributed under the License is distributed on an "AS IS" BASIS,
000210* WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
000220* See the License for the specific language governing permissions and
000230* limitations under the License.
000240*
000250******************************************************************
000260*  opencobol SAMPLE
000270*
000280*  Copyright 2019 Tokyo System House Co., Ltd.
000290******************************************************************
000300 IDENTIFICATION              DIVISION.
000310******************************************************************
000320 PROGRAM-ID.                 SEQREST.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  SEQ001 POINT-IN-TIME RESTORE FROM A SNAPSHOT GENERATION.
000390*
000400*  RUN BY THE OPERATOR WHEN SEQ001 IS DAMAGED OR A BAD FULL
000410*  REBUILD MUST BE UNDONE -- THE CASES ACCTBKO CANNOT COVER,
000420*  SINCE ITS JOURNAL ONLY SPANS AN ACCTUPDT DELTA RUN.  LISTS
000430*  THE GENERATIONS ON THE SNAPCAT CATALOG AND PROMPTS FOR THE
000440*  GENERATION DATE TO RESTORE (BLANK TAKES THE NEWEST).
000450*
000460*  THE GENERATION FILE IS READ END TO END BEFORE ANYTHING IS
000470*  TOUCHED:  IT MUST OPEN WITH THE HEADER, CARRY ITS KEYS IN
000480*  ASCENDING ORDER, END WITH THE TRAILER, AND ITS DETAIL COUNT
000490*  AND DETAIL AMOUNT TOTAL MUST AGREE WITH THE TRAILER COUNT
000500*  AND CONTROL TOTAL.  A GENERATION THAT FAILS IS REFUSED AND
000510*  SEQ001 IS LEFT EXACTLY AS IT WAS.
000520*
000530*  THE CURRENT SEQ001 IS THEN COUNTED (READ ONLY -- A FILE TOO
000540*  DAMAGED TO COUNT IS NOTED, NOT FATAL, SINCE DAMAGE IS WHY
000550*  THE RESTORE IS BEING RUN), BOTH SETS OF FIGURES ARE SHOWN,
000560*  AND ONLY A "Y" REBUILDS SEQ001 FROM THE GENERATION.  THE
000570*  RELOADED FILE IS COUNTED AGAIN AND MUST AGREE WITH THE
000580*  SNAPSHOT.  THE RESTRPT REPORT SHOWS THE GENERATION USED,
000590*  THE BEFORE / SNAPSHOT / AFTER FIGURES AND THE RUN-ID SEQ001
000600*  NOW CARRIES.
000610*
000620*  RUNLOG RECORDS (PROGRAM SEQREST) TELL THE REST OF THE SUITE
000630*  THAT SEQ001 WAS RESTORED RATHER THAN REBUILT:
000640*    RESTART FLAG "R" UNDER THE RESTORED RUN-ID -- SEQ001 NOW
000650*        HOLDS THAT RUN'S OUTPUT.  THE HELLO2 AND CTLMAINT
000660*        DUPLICATE-RUN GUARDS TREAT IT AS A COMPLETED BUILD,
000670*        SEQDRIVE MARKS THE STEPS THROUGH HELLO2 DONE AND
000680*        SEQMORN REPORTS THE RESTORE.
000690*    RESTART FLAG "S" UNDER THE RUN-ID SEQ001 CARRIED BEFORE,
000700*        WHEN IT DIFFERS -- THAT RUN'S BUILD WAS BACKED OUT, SO
000710*        THE GUARDS NO LONGER COUNT IT AS COMPLETED AND SEQDRIVE
000720*        RERUNS ITS CHAIN FROM HELLO2.  WRITTEN JUST BEFORE THE
000730*        RELOAD BEGINS, SINCE THE RELOAD DESTROYS THAT BUILD
000740*        WHETHER OR NOT IT FINISHES.
000742*  A RESTORE THAT IS REFUSED OR DECLINED LEAVES SEQ001 AS IT
000744*  WAS, SO ITS RECORD CARRIES A BLANK RUN-ID AND FLAG "N" --
000746*  IT IS NOT CHARGED TO THE RUN-ID OF THE GENERATION OFFERED.
000750*
000751*  BEFORE ANY PROMPT THE OPERATOR SIGNS ON THROUGH OPERSGN
000752*  (OPERSEC SECURITY FILE) AT LEVEL 2 (OPERATIONS) OR ABOVE.
000753*  THE SIGN-ON, THE RESTORE DONE OR NOT DONE
000754*  AND THE SIGN-OFF GO TO THE OPERLOG ACCESS LOG.
000755*
000760*  RETURN CODES
000770*    00  SEQ001 RESTORED
000780*    04  SEQ001 RESTORED, BUT THE FILE IT REPLACED COULD NOT BE
000790*        COUNTED (BEFORE FIGURES INCOMPLETE)
000800*    08  SEQ001 NOT RESTORED -- GENERATION FAILED VALIDATION OR
000810*        THE OPERATOR DECLINED
000815*    16  ABEND (INVALID INPUT AFTER THREE ATTEMPTS, OR I/O,
000820*        OR A REFUSED SIGN-ON)
000830*
000840*  MODIFICATION HISTORY
000850*  2026-10-15 TSH  INITIAL VERSION.
000855*  2026-10-15 TSH  SNAPCAT RECORD CARRIES THE PRIOR BUSINESS DAY.
000856*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 2) AND ACCESS LOG.
000857*  2026-10-15 TSH  A REFUSED OR DECLINED RESTORE IS LOGGED
000858*                  WITHOUT A RUN-ID.
000860******************************************************************
000870 ENVIRONMENT                 DIVISION.
000880******************************************************************
000890 CONFIGURATION               SECTION.
000900 SOURCE-COMPUTER.            IBM-370.
000910 OBJECT-COMPUTER.            IBM-370.
000920******************************************************************
000930 INPUT-OUTPUT                SECTION.
000940 FILE-CONTROL.
000950     SELECT SEQ-FILE         ASSIGN TO "SEQ001"
000960                             ORGANIZATION INDEXED
000970                             ACCESS MODE DYNAMIC
000980                             RECORD KEY IS SEQ-DATA
000990                             FILE STATUS F-STATUS.

001000     SELECT CAT-FILE         ASSIGN TO "SNAPCAT"
001010                             ORGANIZATION LINE SEQUENTIAL
001020                             FILE STATUS CAT-STATUS.

001030     SELECT GEN-FILE         ASSIGN TO WS-GEN-NAME
001040                             ORGANIZATION SEQUENTIAL
001050                             FILE STATUS GEN-STATUS.

001060     SELECT RPT-FILE         ASSIGN TO "RESTRPT"
001070                             ORGANIZATION LINE SEQUENTIAL
001080                             FILE STATUS RPT-STATUS.
001090******************************************************************
001100 DATA                        DIVISION.
001110******************************************************************
001120 FILE                        SECTION.
001130 FD  SEQ-FILE.
001140     COPY SEQREC.

001150 FD  CAT-FILE.
001160 01  CAT-REC.
001170     03   CAT-GEN-DATE       PIC  9(08).
001180     03   FILLER             PIC  X(01).
001190     03   CAT-GEN-NAME       PIC  X(12).
001192     03   FILLER             PIC  X(01).
001194     03   FILLER             PIC  X(08).

001200 FD  GEN-FILE.
001210 01  GEN-REC                 PIC  X(51).

001220 FD  RPT-FILE.
001230 01  RPT-LINE                PIC  X(80).
001240******************************************************************
001250 WORKING-STORAGE             SECTION.
001260******************************************************************
001270*    FILE STATUS FIELDS.
001280 77  F-STATUS                  PIC  XX.
001290     88  F-STATUS-OK               VALUE "00".
001300     88  F-STATUS-EOF              VALUE "10".
001310 77  CAT-STATUS                PIC  XX.
001320     88  CAT-STATUS-OK              VALUE "00".
001330     88  CAT-STATUS-EOF             VALUE "10".
001340 77  GEN-STATUS                PIC  XX.
001350     88  GEN-STATUS-OK              VALUE "00".
001360     88  GEN-STATUS-EOF             VALUE "10".
001370 77  RPT-STATUS                PIC  XX.
001380     88  RPT-STATUS-OK              VALUE "00".
001390*
001400*    SWITCHES, ATTEMPT COUNTER AND SCRATCH INPUT FIELDS.
001410 77  WS-CAT-EOF-SW             PIC  X(01)  VALUE "N".
001420     88  WS-CAT-EOF                VALUE "Y".
001430 77  WS-GEN-EOF-SW             PIC  X(01)  VALUE "N".
001440     88  WS-GEN-EOF                VALUE "Y".
001450 77  WS-SEQ-EOF-SW             PIC  X(01)  VALUE "N".
001460     88  WS-SEQ-EOF                VALUE "Y".
001470 77  WS-TRL-SEEN-SW            PIC  X(01)  VALUE "N".
001480     88  WS-TRL-SEEN               VALUE "Y".
001490 77  WS-SEQ-TRL-SW             PIC  X(01)  VALUE "N".
001500     88  WS-SEQ-TRL-SEEN           VALUE "Y".
001510 77  WS-FIELD-OK-SW            PIC  X(01)  VALUE "N".
001520     88  WS-FIELD-OK               VALUE "Y".
001530 77  WS-REFUSED-SW             PIC  X(01)  VALUE "N".
001540     88  WS-REFUSED                VALUE "Y".
001550 77  WS-RESTORED-SW            PIC  X(01)  VALUE "N".
001560     88  WS-RESTORED               VALUE "Y".
001570 77  WS-TRY-COUNT              PIC  9(02)  COMP  VALUE ZERO.
001580 77  WS-TRY-MAX                PIC  9(02)  COMP  VALUE 3.
001590 77  WS-REPLY                  PIC  X(01)  VALUE SPACE.
001600 77  WS-IN-DATE-X              PIC  X(08)  VALUE SPACES.
001610 77  WS-IN-DATE-N REDEFINES WS-IN-DATE-X
001620                               PIC  9(08).
001630*
001640*    SNAPSHOT GENERATION CATALOG TABLE, OLDEST FIRST.
001650 77  WS-CAT-SUB                PIC  9(04)  COMP  VALUE ZERO.
001660 77  WS-CAT-COUNT              PIC  9(04)  COMP  VALUE ZERO.
001670 77  WS-CAT-MAX                PIC  9(04)  COMP  VALUE 400.
001680 77  WS-GEN-SUB                PIC  9(04)  COMP  VALUE ZERO.
001690 01  WS-CAT-TABLE.
001700     03  WS-CAT-ENTRY          OCCURS 400.
001710         05  WS-CATT-DATE          PIC  9(08).
001720         05  WS-CATT-NAME          PIC  X(12).
001730*
001740*    THE GENERATION CHOSEN.
001750 01  WS-GEN-NAME               PIC  X(12)  VALUE SPACES.
001760 77  WS-GEN-DATE               PIC  9(08)  VALUE ZERO.
001770 77  WS-PREV-KEY               PIC  X(10)  VALUE LOW-VALUES.
001780*
001790*    SNAPSHOT FIGURES, GATHERED DURING VALIDATION.
001800 77  WS-SNAP-RUN-ID            PIC  X(08)  VALUE SPACES.
001810 77  WS-SNAP-RUN-DATE          PIC  9(08)  VALUE ZERO.
001820 77  WS-SNAP-REC-COUNT         PIC  9(08)  COMP  VALUE ZERO.
001830 77  WS-SNAP-DTL-COUNT         PIC  9(08)  COMP  VALUE ZERO.
001840 77  WS-SNAP-DTL-TOTAL         PIC  S9(09)V99  COMP-3  VALUE ZERO.
001850 77  WS-SNAP-TRL-COUNT         PIC  9(08)  COMP  VALUE ZERO.
001860 77  WS-SNAP-TRL-TOTAL         PIC  S9(09)V99  COMP-3  VALUE ZERO.
001870*
001880*    SEQ001 FIGURES -- THE CURRENT COUNT (5800), SAVED AS THE
001890*    BEFORE AND AFTER FIGURES.  A NON-BLANK NOTE MEANS THE FILE
001900*    COULD NOT BE COUNTED COMPLETELY.
001910 01  WS-CUR-FIGURES.
001920     03  WS-CUR-RUN-ID         PIC  X(08).
001930     03  WS-CUR-RUN-DATE       PIC  9(08).
001940     03  WS-CUR-DTL-COUNT      PIC  9(08)  COMP.
001950     03  WS-CUR-DTL-TOTAL      PIC  S9(09)V99  COMP-3.
001960     03  WS-CUR-TRL-COUNT      PIC  9(08)  COMP.
001970     03  WS-CUR-TRL-TOTAL      PIC  S9(09)V99  COMP-3.
001980     03  WS-CUR-NOTE           PIC  X(60).
001990         88  WS-CUR-CLEAN          VALUE SPACES.
002000 01  WS-BEF-FIGURES.
002010     03  WS-BEF-RUN-ID         PIC  X(08).
002020     03  WS-BEF-RUN-DATE       PIC  9(08).
002030     03  WS-BEF-DTL-COUNT      PIC  9(08)  COMP.
002040     03  WS-BEF-DTL-TOTAL      PIC  S9(09)V99  COMP-3.
002050     03  WS-BEF-TRL-COUNT      PIC  9(08)  COMP.
002060     03  WS-BEF-TRL-TOTAL      PIC  S9(09)V99  COMP-3.
002070     03  WS-BEF-NOTE           PIC  X(60).
002080         88  WS-BEF-CLEAN          VALUE SPACES.
002090 01  WS-AFT-FIGURES.
002100     03  WS-AFT-RUN-ID         PIC  X(08).
002110     03  WS-AFT-RUN-DATE       PIC  9(08).
002120     03  WS-AFT-DTL-COUNT      PIC  9(08)  COMP.
002130     03  WS-AFT-DTL-TOTAL      PIC  S9(09)V99  COMP-3.
002140     03  WS-AFT-TRL-COUNT      PIC  9(08)  COMP.
002150     03  WS-AFT-TRL-TOTAL      PIC  S9(09)V99  COMP-3.
002160     03  WS-AFT-NOTE           PIC  X(60).
002170         88  WS-AFT-CLEAN          VALUE SPACES.
002180*
002190*    COUNTERS AND RUN CONTROL VALUES.
002200 77  WS-RESTORE-COUNT          PIC  9(08)  COMP  VALUE ZERO.
002210 77  WS-TODAY                  PIC  9(08)  VALUE ZERO.
002220 77  WS-REFUSE-MSG             PIC  X(60)  VALUE SPACES.
002230 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
002232 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
002240 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
002250*
002260*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
002270     COPY RUNREC.
002280*
002282*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
002284     COPY SIGNON.
002286*
002290*    CONFIRMATION DISPLAY FIELDS.
002300 77  WS-SHOW-COUNT             PIC  ZZZZZZZ9.
002310 77  WS-SHOW-AMOUNT            PIC  ---------9.99.
002320*
002330*    PRINT REPORT LINE LAYOUTS.
002340 01  WS-RPT-HEADING.
002350     03  FILLER            PIC X(30)
002360         VALUE "SEQ001 RESTORE FROM SNAPSHOT".
002370     03  FILLER            PIC X(10) VALUE " RUNDATE: ".
002380     03  WS-RPTH-TODAY     PIC 9(08).
002390     03  FILLER            PIC X(32) VALUE SPACES.

002400 01  WS-RPT-GEN-LINE.
002410     03  FILLER            PIC X(20) VALUE "GENERATION RESTORED ".
002420     03  FILLER            PIC X(06) VALUE "FROM: ".
002430     03  WS-RPTG-DATE      PIC 9(08).
002440     03  FILLER            PIC X(02) VALUE SPACES.
002450     03  WS-RPTG-NAME      PIC X(12).
002460     03  FILLER            PIC X(32) VALUE SPACES.

002470 01  WS-RPT-FIG-HEAD.
002480     03  FILLER            PIC X(14) VALUE SPACES.
002490     03  FILLER            PIC X(10) VALUE "RUN-ID".
002500     03  FILLER            PIC X(08) VALUE " DETAILS".
002510     03  FILLER            PIC X(15) VALUE "   DETAIL TOTAL".
002520     03  FILLER            PIC X(10) VALUE "   TRAILER".
002530     03  FILLER            PIC X(15) VALUE "  TRAILER TOTAL".
002540     03  FILLER            PIC X(08) VALUE SPACES.

002550 01  WS-RPT-FIG-LINE.
002560     03  FILLER            PIC X(02) VALUE "  ".
002570     03  WS-RPTF-LABEL     PIC X(10).
002580     03  FILLER            PIC X(02) VALUE SPACES.
002590     03  WS-RPTF-RUN-ID    PIC X(08).
002600     03  FILLER            PIC X(02) VALUE SPACES.
002610     03  WS-RPTF-DTL-CNT   PIC ZZZZZZZ9.
002620     03  FILLER            PIC X(02) VALUE SPACES.
002630     03  WS-RPTF-DTL-TOT   PIC ---------9.99.
002640     03  FILLER            PIC X(02) VALUE SPACES.
002650     03  WS-RPTF-TRL-CNT   PIC ZZZZZZZ9.
002660     03  FILLER            PIC X(02) VALUE SPACES.
002670     03  WS-RPTF-TRL-TOT   PIC ---------9.99.
002680     03  FILLER            PIC X(08) VALUE SPACES.

002690 01  WS-RPT-NOTE-LINE.
002700     03  FILLER            PIC X(02) VALUE "  ".
002710     03  WS-RPTN-TEXT      PIC X(60).
002720     03  FILLER            PIC X(18) VALUE SPACES.

002730 01  WS-RPT-RESULT-LINE.
002740     03  FILLER            PIC X(08) VALUE "RESULT: ".
002750     03  WS-RPTR-TEXT      PIC X(12).
002760     03  FILLER            PIC X(29)
002770         VALUE "  SEQ001 NOW CARRIES RUN-ID ".
002780     03  WS-RPTR-RUN-ID    PIC X(08).
002790     03  FILLER            PIC X(23) VALUE SPACES.
002800******************************************************************
002810 PROCEDURE                   DIVISION.
002820******************************************************************
002830 0000-MAIN-RTN.
002840     ACCEPT WS-LOG-START-TIME FROM TIME.
002850     DISPLAY "SEQREST -- SEQ001 RESTORE FROM A SNAPSHOT"
002855             " GENERATION".
002856     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-GET-GEN-DATE THRU 2000-EXIT.
002880     PERFORM 3000-VALIDATE-SNAPSHOT THRU 3000-EXIT.
002890     PERFORM 4000-BEFORE-FIGURES THRU 4000-EXIT.
002900     PERFORM 5000-CONFIRM THRU 5000-EXIT.
002910     PERFORM 6000-RELOAD-SEQ001 THRU 6000-EXIT.
002920     PERFORM 6500-AFTER-FIGURES THRU 6500-EXIT.
002930     PERFORM 6900-WRITE-REPORT THRU 6900-EXIT.
002931     MOVE SPACES TO SEQ-SGN-ACTION.
002932     IF WS-REFUSED
002933         STRING "RESTORE FROM " WS-GEN-DATE " NOT DONE"
002934                DELIMITED BY SIZE
002935             INTO SEQ-SGN-ACTION
002936     ELSE
002937         STRING "SEQ001 RESTORED FROM GENERATION " WS-GEN-DATE
002938                DELIMITED BY SIZE
002939             INTO SEQ-SGN-ACTION
002940     END-IF.
002941     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
002942     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
002943     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
002950     GO TO 9999-MAIN-EXIT.
002960*
002961******************************************************************
002962*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 2 (OPERATIONS)
002963*    TO RESTORE SEQ001.
002964******************************************************************
002965 0100-SIGN-ON.
002966     MOVE "S" TO SEQ-SGN-FUNCTION.
002967     MOVE 2   TO SEQ-SGN-REQ-LEVEL.
002968     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002969     IF NOT SEQ-SGN-OK
002970         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
002971         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002972     END-IF.
002973 0100-EXIT.
002974     EXIT.
002975*
002976******************************************************************
002977*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
002978*    THE OPERLOG ACCESS LOG.
002979******************************************************************
002980 0300-LOG-ACTION.
002981     MOVE "L" TO SEQ-SGN-FUNCTION.
002982     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002983 0300-EXIT.
002984     EXIT.
002985*
002986 0400-SIGN-OFF.
002987     MOVE "E" TO SEQ-SGN-FUNCTION.
002988     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002989 0400-EXIT.
002990     EXIT.
002991*
002992******************************************************************
002993*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
002994*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
002995******************************************************************
002996 0500-CALL-OPERSGN.
002997     MOVE "SEQREST" TO SEQ-SGN-PGM.
002998     MOVE RETURN-CODE TO WS-SAVE-RC.
002999     CALL "OPERSGN" USING SEQ-SGN-AREA
003000         ON EXCEPTION
003001             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
003002             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003003     END-CALL.
003004     MOVE WS-SAVE-RC TO RETURN-CODE.
003005 0500-EXIT.
003006     EXIT.
003007*
003008******************************************************************
003009*    1000-INITIALIZE -- OPEN THE REPORT, LOAD THE SNAPCAT
003010*    CATALOG AND LIST THE GENERATIONS AVAILABLE.
003011******************************************************************
003012 1000-INITIALIZE.
003020     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003030     INITIALIZE WS-CUR-FIGURES WS-BEF-FIGURES WS-AFT-FIGURES.
003040     OPEN OUTPUT RPT-FILE.
003050     IF NOT RPT-STATUS-OK
003060         MOVE "RESTRPT OPEN FAILED" TO WS-ABEND-MSG
003070         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003080     END-IF.
003090     OPEN INPUT CAT-FILE.
003100     IF NOT CAT-STATUS-OK
003110         MOVE "SNAPCAT OPEN FAILED -- NO GENERATIONS TO RESTORE"
003120             TO WS-ABEND-MSG
003130         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003140     END-IF.
003150     PERFORM 1100-LOAD-ONE-CAT-ENTRY THRU 1100-EXIT
003160         UNTIL WS-CAT-EOF.
003170     CLOSE CAT-FILE.
003180     IF NOT CAT-STATUS-OK
003190         MOVE "SNAPCAT CLOSE FAILED" TO WS-ABEND-MSG
003200         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003210     END-IF.
003220     IF WS-CAT-COUNT = ZERO
003230         MOVE "SNAPCAT HAS NO GENERATIONS TO RESTORE"
003240             TO WS-ABEND-MSG
003250         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003260     END-IF.
003270     DISPLAY "SEQREST -- GENERATIONS ON SNAPCAT:".
003280     PERFORM 1200-SHOW-ONE-GEN THRU 1200-EXIT
003290         VARYING WS-CAT-SUB FROM 1 BY 1
003300         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
003310 1000-EXIT.
003320     EXIT.
003330*
003340 1100-LOAD-ONE-CAT-ENTRY.
003350     READ CAT-FILE.
003360     IF CAT-STATUS-EOF
003370         SET WS-CAT-EOF TO TRUE
003380         GO TO 1100-EXIT
003390     END-IF.
003400     IF NOT CAT-STATUS-OK
003410         MOVE "SNAPCAT READ FAILED" TO WS-ABEND-MSG
003420         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003430     END-IF.
003440     IF WS-CAT-COUNT >= WS-CAT-MAX
003450         MOVE "SNAPCAT TABLE FULL -- RAISE WS-CAT-MAX"
003460             TO WS-ABEND-MSG
003470         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003480     END-IF.
003490     ADD 1 TO WS-CAT-COUNT.
003500     MOVE CAT-GEN-DATE TO WS-CATT-DATE (WS-CAT-COUNT).
003510     MOVE CAT-GEN-NAME TO WS-CATT-NAME (WS-CAT-COUNT).
003520 1100-EXIT.
003530     EXIT.
003540*
003550 1200-SHOW-ONE-GEN.
003560     DISPLAY "  " WS-CATT-DATE (WS-CAT-SUB)
003570             "  " WS-CATT-NAME (WS-CAT-SUB).
003580 1200-EXIT.
003590     EXIT.
003600*
003610******************************************************************
003620*    2000-GET-GEN-DATE -- A GENERATION DATE ON THE CATALOG, OR
003630*    BLANK FOR THE NEWEST GENERATION.
003640******************************************************************
003650 2000-GET-GEN-DATE.
003660     MOVE ZERO TO WS-TRY-COUNT.
003670     MOVE "N"  TO WS-FIELD-OK-SW.
003680     PERFORM 2100-TRY-GEN-DATE THRU 2100-EXIT
003690         UNTIL WS-FIELD-OK.
003700     MOVE WS-CATT-DATE (WS-GEN-SUB) TO WS-GEN-DATE.
003710     MOVE WS-CATT-NAME (WS-GEN-SUB) TO WS-GEN-NAME.
003720     DISPLAY "SEQREST -- GENERATION " WS-GEN-DATE
003730             " (" WS-GEN-NAME ") SELECTED".
003740 2000-EXIT.
003750     EXIT.
003760*
003770 2100-TRY-GEN-DATE.
003780     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
003790     DISPLAY "SEQREST -- ENTER GENERATION DATE (YYYYMMDD),"
003800             " BLANK FOR THE NEWEST".
003810     MOVE SPACES TO WS-IN-DATE-X.
003820     ACCEPT WS-IN-DATE-X.
003830     IF WS-IN-DATE-X = SPACES OR WS-IN-DATE-X = LOW-VALUES
003840         MOVE WS-CAT-COUNT TO WS-GEN-SUB
003850         SET WS-FIELD-OK TO TRUE
003860         GO TO 2100-EXIT
003870     END-IF.
003880     IF WS-IN-DATE-X NOT NUMERIC
003890         DISPLAY "SEQREST -- GENERATION DATE MUST BE 8 DIGITS"
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE ZERO TO WS-GEN-SUB.
003930     PERFORM 2200-MATCH-ONE-GEN THRU 2200-EXIT
003940         VARYING WS-CAT-SUB FROM 1 BY 1
003950         UNTIL WS-CAT-SUB > WS-CAT-COUNT OR WS-GEN-SUB > ZERO.
003960     IF WS-GEN-SUB = ZERO
003970         DISPLAY "SEQREST -- NO GENERATION ON SNAPCAT FOR "
003980                 WS-IN-DATE-X
003990         GO TO 2100-EXIT
004000     END-IF.
004010     SET WS-FIELD-OK TO TRUE.
004020 2100-EXIT.
004030     EXIT.
004040*
004050 2200-MATCH-ONE-GEN.
004060     IF WS-CATT-DATE (WS-CAT-SUB) = WS-IN-DATE-N
004070         MOVE WS-CAT-SUB TO WS-GEN-SUB
004080     END-IF.
004090 2200-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*    3000-VALIDATE-SNAPSHOT -- READ THE WHOLE GENERATION BEFORE
004140*    ANYTHING IS TOUCHED.  ANY FAULT REFUSES THE RESTORE.
004150******************************************************************
004160 3000-VALIDATE-SNAPSHOT.
004170     OPEN INPUT GEN-FILE.
004180     IF NOT GEN-STATUS-OK
004190         MOVE "GENERATION FILE WILL NOT OPEN -- PURGED OR MISSING"
004200             TO WS-REFUSE-MSG
004210         PERFORM 3900-REFUSE THRU 3900-EXIT
004220         GO TO 3000-EXIT
004230     END-IF.
004240     PERFORM 3100-CHECK-ONE-REC THRU 3100-EXIT
004250         UNTIL WS-GEN-EOF OR WS-REFUSED.
004260     CLOSE GEN-FILE.
004270     IF NOT GEN-STATUS-OK
004280         MOVE "GENERATION FILE CLOSE FAILED" TO WS-ABEND-MSG
004290         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004300     END-IF.
004310     IF WS-REFUSED
004320         GO TO 3000-EXIT
004330     END-IF.
004340     IF WS-SNAP-REC-COUNT = ZERO
004350         MOVE "GENERATION FILE IS EMPTY" TO WS-REFUSE-MSG
004360         PERFORM 3900-REFUSE THRU 3900-EXIT
004370         GO TO 3000-EXIT
004380     END-IF.
004390     IF NOT WS-TRL-SEEN
004400         MOVE "GENERATION HAS NO TRAILER -- FILE IS TRUNCATED"
004410             TO WS-REFUSE-MSG
004420         PERFORM 3900-REFUSE THRU 3900-EXIT
004430         GO TO 3000-EXIT
004440     END-IF.
004450     IF WS-SNAP-DTL-COUNT NOT = WS-SNAP-TRL-COUNT
004460         MOVE "GENERATION DETAIL COUNT DISAGREES WITH ITS TRAILER"
004470             TO WS-REFUSE-MSG
004480         PERFORM 3900-REFUSE THRU 3900-EXIT
004490         GO TO 3000-EXIT
004500     END-IF.
004510     IF WS-SNAP-DTL-TOTAL NOT = WS-SNAP-TRL-TOTAL
004520         MOVE "GENERATION DETAIL TOTAL DISAGREES WITH ITS TRAILER"
004530             TO WS-REFUSE-MSG
004540         PERFORM 3900-REFUSE THRU 3900-EXIT
004550         GO TO 3000-EXIT
004560     END-IF.
004570     DISPLAY "SEQREST -- GENERATION VALIDATED, RUN-ID "
004580             WS-SNAP-RUN-ID.
004590 3000-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630*    3100-CHECK-ONE-REC -- SEQ001 IS NOT OPEN YET, SO ITS RECORD
004640*    AREA IS BORROWED TO DECODE THE GENERATION RECORD.  HEADER
004650*    FIRST (LOW-VALUES KEY), KEYS ASCENDING, TRAILER LAST
004660*    (HIGH-VALUES KEY).
004670******************************************************************
004680 3100-CHECK-ONE-REC.
004690     READ GEN-FILE.
004700     IF GEN-STATUS-EOF
004710         SET WS-GEN-EOF TO TRUE
004720         GO TO 3100-EXIT
004730     END-IF.
004740     IF NOT GEN-STATUS-OK
004750         MOVE "GENERATION FILE READ FAILED" TO WS-REFUSE-MSG
004760         PERFORM 3900-REFUSE THRU 3900-EXIT
004770         GO TO 3100-EXIT
004780     END-IF.
004790     ADD 1 TO WS-SNAP-REC-COUNT.
004800     MOVE GEN-REC TO SEQ-REC.
004810     IF WS-SNAP-REC-COUNT = 1
004820         IF SEQ-DATA NOT = LOW-VALUES OR NOT SEQ-TYPE-HEADER
004830             MOVE "GENERATION DOES NOT START WITH A HEADER RECORD"
004840                 TO WS-REFUSE-MSG
004850             PERFORM 3900-REFUSE THRU 3900-EXIT
004860             GO TO 3100-EXIT
004870         END-IF
004880         MOVE SEQ-HDR-RUN-ID   TO WS-SNAP-RUN-ID
004890         MOVE SEQ-HDR-RUN-DATE TO WS-SNAP-RUN-DATE
004900         MOVE SEQ-DATA         TO WS-PREV-KEY
004910         GO TO 3100-EXIT
004920     END-IF.
004930     IF WS-TRL-SEEN
004940         MOVE "GENERATION HAS RECORDS AFTER ITS TRAILER"
004950             TO WS-REFUSE-MSG
004960         PERFORM 3900-REFUSE THRU 3900-EXIT
004970         GO TO 3100-EXIT
004980     END-IF.
004990     IF SEQ-DATA NOT > WS-PREV-KEY
005000         MOVE "GENERATION KEYS OUT OF SEQUENCE OR DUPLICATED"
005010             TO WS-REFUSE-MSG
005020         PERFORM 3900-REFUSE THRU 3900-EXIT
005030         GO TO 3100-EXIT
005040     END-IF.
005050     MOVE SEQ-DATA TO WS-PREV-KEY.
005060     IF SEQ-DATA = HIGH-VALUES
005070         IF NOT SEQ-TYPE-TRAILER
005080             OR SEQ-TRL-REC-COUNT NOT NUMERIC
005090             OR SEQ-TRL-CTRL-TOTAL NOT NUMERIC
005100             MOVE "GENERATION TRAILER RECORD IS NOT VALID"
005110                 TO WS-REFUSE-MSG
005120             PERFORM 3900-REFUSE THRU 3900-EXIT
005130             GO TO 3100-EXIT
005140         END-IF
005150         SET WS-TRL-SEEN TO TRUE
005160         MOVE SEQ-TRL-REC-COUNT  TO WS-SNAP-TRL-COUNT
005170         MOVE SEQ-TRL-CTRL-TOTAL TO WS-SNAP-TRL-TOTAL
005180         GO TO 3100-EXIT
005190     END-IF.
005200     IF NOT SEQ-TYPE-DETAIL
005210         OR SEQ-DTL-AMOUNT NOT NUMERIC
005220         MOVE "GENERATION DETAIL RECORD IS NOT VALID"
005230             TO WS-REFUSE-MSG
005240         PERFORM 3900-REFUSE THRU 3900-EXIT
005250         GO TO 3100-EXIT
005260     END-IF.
005270     ADD 1              TO WS-SNAP-DTL-COUNT.
005280     ADD SEQ-DTL-AMOUNT TO WS-SNAP-DTL-TOTAL.
005290 3100-EXIT.
005300     EXIT.
005310*
005320 3900-REFUSE.
005330     SET WS-REFUSED TO TRUE.
005340     MOVE 8 TO RETURN-CODE.
005350     DISPLAY "SEQREST -- " WS-REFUSE-MSG.
005360     DISPLAY "SEQREST -- SEQ001 NOT TOUCHED".
005370 3900-EXIT.
005380     EXIT.
005390*
005400******************************************************************
005410*    4000-BEFORE-FIGURES -- COUNT THE SEQ001 ABOUT TO BE
005420*    REPLACED.  READ ONLY, AND NEVER FATAL.
005430******************************************************************
005440 4000-BEFORE-FIGURES.
005450     PERFORM 5800-COUNT-SEQ001 THRU 5800-EXIT.
005460     MOVE WS-CUR-FIGURES TO WS-BEF-FIGURES.
005470     IF NOT WS-BEF-CLEAN
005480         DISPLAY "SEQREST WARNING -- CURRENT " WS-BEF-NOTE
005490     END-IF.
005500 4000-EXIT.
005510     EXIT.
005520*
005530******************************************************************
005540*    5000-CONFIRM -- SHOW BOTH SETS OF FIGURES; ONLY A "Y"
005550*    REPLACES SEQ001.
005560******************************************************************
005570 5000-CONFIRM.
005580     IF WS-REFUSED
005590         GO TO 5000-EXIT
005600     END-IF.
005610     DISPLAY "SEQREST -- GENERATION " WS-GEN-DATE ":".
005620     MOVE WS-SNAP-DTL-COUNT TO WS-SHOW-COUNT.
005630     MOVE WS-SNAP-TRL-TOTAL TO WS-SHOW-AMOUNT.
005640     DISPLAY "  RUN-ID " WS-SNAP-RUN-ID
005650             "  DETAILS " WS-SHOW-COUNT
005660             "  TOTAL " WS-SHOW-AMOUNT.
005670     DISPLAY "SEQREST -- CURRENT SEQ001:".
005680     MOVE WS-BEF-DTL-COUNT TO WS-SHOW-COUNT.
005690     MOVE WS-BEF-TRL-TOTAL TO WS-SHOW-AMOUNT.
005700     DISPLAY "  RUN-ID " WS-BEF-RUN-ID
005710             "  DETAILS " WS-SHOW-COUNT
005720             "  TOTAL " WS-SHOW-AMOUNT.
005730     IF NOT WS-BEF-CLEAN
005740         DISPLAY "  " WS-BEF-NOTE
005750     END-IF.
005760     DISPLAY "SEQREST -- REPLACE SEQ001 WITH THIS GENERATION"
005765             " (Y/N)".
005770     MOVE SPACE TO WS-REPLY.
005780     ACCEPT WS-REPLY.
005790     IF WS-REPLY NOT = "Y"
005800         MOVE "RESTORE CANCELLED BY THE OPERATOR" TO WS-REFUSE-MSG
005810         PERFORM 3900-REFUSE THRU 3900-EXIT
005820     END-IF.
005830 5000-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870*    5800-COUNT-SEQ001 -- RUN-ID, DETAIL COUNT AND TOTAL, AND
005880*    TRAILER FIGURES OF SEQ001 AS IT STANDS.  A FILE THAT WILL
005890*    NOT OPEN OR READ THROUGH LEAVES A NOTE INSTEAD OF ABENDING.
005900******************************************************************
005910 5800-COUNT-SEQ001.
005920     INITIALIZE WS-CUR-FIGURES.
005930     MOVE "N" TO WS-SEQ-EOF-SW.
005940     MOVE "N" TO WS-SEQ-TRL-SW.
005950     OPEN INPUT SEQ-FILE.
005960     IF NOT F-STATUS-OK
005970         MOVE "SEQ001 WILL NOT OPEN" TO WS-CUR-NOTE
005980         GO TO 5800-EXIT
005990     END-IF.
006000     MOVE LOW-VALUES TO SEQ-DATA.
006010     READ SEQ-FILE KEY IS SEQ-DATA.
006020     IF F-STATUS-OK AND SEQ-TYPE-HEADER
006030         MOVE SEQ-HDR-RUN-ID   TO WS-CUR-RUN-ID
006040         MOVE SEQ-HDR-RUN-DATE TO WS-CUR-RUN-DATE
006050     ELSE
006060         MOVE "SEQ001 HEADER MISSING" TO WS-CUR-NOTE
006070     END-IF.
006080     MOVE LOW-VALUES TO SEQ-DATA.
006090     START SEQ-FILE KEY IS NOT LESS THAN SEQ-DATA.
006100     IF NOT F-STATUS-OK
006110         MOVE "SEQ001 IS EMPTY OR WILL NOT POSITION"
006115             TO WS-CUR-NOTE
006120         SET WS-SEQ-EOF TO TRUE
006130     END-IF.
006140     PERFORM 5850-COUNT-ONE-REC THRU 5850-EXIT
006150         UNTIL WS-SEQ-EOF.
006160     CLOSE SEQ-FILE.
006170     IF NOT F-STATUS-OK
006180         MOVE "SEQ001 CLOSE FAILED" TO WS-CUR-NOTE
006190     END-IF.
006200     IF WS-CUR-CLEAN AND NOT WS-SEQ-TRL-SEEN
006210         MOVE "SEQ001 TRAILER MISSING -- FILE MAY BE TRUNCATED"
006220             TO WS-CUR-NOTE
006230     END-IF.
006240 5800-EXIT.
006250     EXIT.
006260*
006270 5850-COUNT-ONE-REC.
006280     READ SEQ-FILE NEXT RECORD.
006290     IF F-STATUS-EOF
006300         SET WS-SEQ-EOF TO TRUE
006310         GO TO 5850-EXIT
006320     END-IF.
006330     IF NOT F-STATUS-OK
006340         MOVE "SEQ001 READ FAILED PARTWAY THROUGH THE FILE"
006350             TO WS-CUR-NOTE
006360         SET WS-SEQ-EOF TO TRUE
006370         GO TO 5850-EXIT
006380     END-IF.
006390     IF SEQ-TYPE-TRAILER
006400         IF SEQ-TRL-REC-COUNT NUMERIC
006410             AND SEQ-TRL-CTRL-TOTAL NUMERIC
006420             SET WS-SEQ-TRL-SEEN TO TRUE
006430             MOVE SEQ-TRL-REC-COUNT  TO WS-CUR-TRL-COUNT
006440             MOVE SEQ-TRL-CTRL-TOTAL TO WS-CUR-TRL-TOTAL
006450         ELSE
006460             MOVE "SEQ001 TRAILER IS NOT VALID" TO WS-CUR-NOTE
006470         END-IF
006480         GO TO 5850-EXIT
006490     END-IF.
006500     IF NOT SEQ-TYPE-DETAIL
006510         GO TO 5850-EXIT
006520     END-IF.
006530     ADD 1 TO WS-CUR-DTL-COUNT.
006540     IF SEQ-DTL-AMOUNT NUMERIC
006550         ADD SEQ-DTL-AMOUNT TO WS-CUR-DTL-TOTAL
006560     ELSE
006570         MOVE "SEQ001 HAS A DETAIL WITH A NON-NUMERIC AMOUNT"
006580             TO WS-CUR-NOTE
006590     END-IF.
006600 5850-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640*    6000-RELOAD-SEQ001 -- RECREATE SEQ001 EMPTY AND WRITE EVERY
006650*    GENERATION RECORD BACK, HEADER AND TRAILER INCLUDED.  THE
006660*    BUILD BEING REPLACED IS MARKED ON RUNLOG FIRST.
006670******************************************************************
006680 6000-RELOAD-SEQ001.
006690     IF WS-REFUSED
006700         GO TO 6000-EXIT
006710     END-IF.
006720     IF WS-BEF-RUN-ID NOT = SPACES
006730         AND WS-BEF-RUN-ID NOT = WS-SNAP-RUN-ID
006740         PERFORM 7100-LOG-SUPERSEDED THRU 7100-EXIT
006750     END-IF.
006760     MOVE "N" TO WS-GEN-EOF-SW.
006770     OPEN INPUT GEN-FILE.
006780     IF NOT GEN-STATUS-OK
006790         MOVE "GENERATION FILE REOPEN FAILED" TO WS-ABEND-MSG
006800         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006810     END-IF.
006820     OPEN OUTPUT SEQ-FILE.
006830     IF NOT F-STATUS-OK
006840         MOVE "SEQ001 OPEN FOR RELOAD FAILED" TO WS-ABEND-MSG
006850         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006860     END-IF.
006870     PERFORM 6100-RELOAD-ONE-REC THRU 6100-EXIT
006880         UNTIL WS-GEN-EOF.
006890     CLOSE SEQ-FILE.
006900     IF NOT F-STATUS-OK
006910         MOVE "SEQ001 CLOSE AFTER RELOAD FAILED" TO WS-ABEND-MSG
006920         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006930     END-IF.
006940     CLOSE GEN-FILE.
006950     IF NOT GEN-STATUS-OK
006960         MOVE "GENERATION FILE CLOSE FAILED" TO WS-ABEND-MSG
006970         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006980     END-IF.
006990     SET WS-RESTORED TO TRUE.
007000 6000-EXIT.
007010     EXIT.
007020*
007030 6100-RELOAD-ONE-REC.
007040     READ GEN-FILE.
007050     IF GEN-STATUS-EOF
007060         SET WS-GEN-EOF TO TRUE
007070         GO TO 6100-EXIT
007080     END-IF.
007090     IF NOT GEN-STATUS-OK
007100         MOVE "GENERATION FILE READ FAILED DURING RELOAD"
007110             TO WS-ABEND-MSG
007120         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007130     END-IF.
007140     WRITE SEQ-REC FROM GEN-REC.
007150     IF NOT F-STATUS-OK
007160         MOVE "SEQ001 RELOAD WRITE FAILED" TO WS-ABEND-MSG
007170         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007180     END-IF.
007190     ADD 1 TO WS-RESTORE-COUNT.
007200 6100-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240*    6500-AFTER-FIGURES -- THE RELOADED SEQ001 MUST AGREE WITH
007250*    THE GENERATION IT WAS BUILT FROM.
007260******************************************************************
007270 6500-AFTER-FIGURES.
007280     IF NOT WS-RESTORED
007290         GO TO 6500-EXIT
007300     END-IF.
007310     PERFORM 5800-COUNT-SEQ001 THRU 5800-EXIT.
007320     MOVE WS-CUR-FIGURES TO WS-AFT-FIGURES.
007330     IF NOT WS-AFT-CLEAN
007340         OR WS-AFT-RUN-ID    NOT = WS-SNAP-RUN-ID
007350         OR WS-AFT-DTL-COUNT NOT = WS-SNAP-DTL-COUNT
007360         OR WS-AFT-DTL-TOTAL NOT = WS-SNAP-DTL-TOTAL
007370         OR WS-AFT-TRL-COUNT NOT = WS-SNAP-TRL-COUNT
007380         OR WS-AFT-TRL-TOTAL NOT = WS-SNAP-TRL-TOTAL
007390         MOVE "RESTORED SEQ001 DOES NOT AGREE WITH THE GENERATION"
007400             TO WS-ABEND-MSG
007410         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007420     END-IF.
007430     IF NOT WS-BEF-CLEAN
007440         MOVE 4 TO RETURN-CODE
007450     END-IF.
007460     DISPLAY "SEQREST -- " WS-RESTORE-COUNT
007470             " RECORDS RESTORED, SEQ001 NOW CARRIES RUN-ID "
007480             WS-AFT-RUN-ID.
007490 6500-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530*    6900-WRITE-REPORT -- THE GENERATION USED, THE FIGURES
007540*    BEFORE, IN THE SNAPSHOT AND AFTER, AND THE OUTCOME.
007550******************************************************************
007560 6900-WRITE-REPORT.
007570     MOVE WS-TODAY TO WS-RPTH-TODAY.
007580     WRITE RPT-LINE FROM WS-RPT-HEADING.
007590     IF NOT RPT-STATUS-OK
007600         MOVE "RESTRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
007610         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007620     END-IF.
007630     MOVE WS-GEN-DATE TO WS-RPTG-DATE.
007640     MOVE WS-GEN-NAME TO WS-RPTG-NAME.
007650     WRITE RPT-LINE FROM WS-RPT-GEN-LINE.
007660     IF NOT RPT-STATUS-OK
007670         MOVE "RESTRPT GENERATION WRITE FAILED" TO WS-ABEND-MSG
007680         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007690     END-IF.
007700     WRITE RPT-LINE FROM WS-RPT-FIG-HEAD.
007710     IF NOT RPT-STATUS-OK
007720         MOVE "RESTRPT FIGURES HEADING WRITE FAILED"
007730             TO WS-ABEND-MSG
007740         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007750     END-IF.
007760     MOVE "BEFORE"         TO WS-RPTF-LABEL.
007770     MOVE WS-BEF-FIGURES   TO WS-CUR-FIGURES.
007780     PERFORM 6950-WRITE-FIG-LINE THRU 6950-EXIT.
007790     MOVE "SNAPSHOT"        TO WS-RPTF-LABEL.
007800     MOVE WS-SNAP-RUN-ID    TO WS-CUR-RUN-ID.
007810     MOVE WS-SNAP-DTL-COUNT TO WS-CUR-DTL-COUNT.
007820     MOVE WS-SNAP-DTL-TOTAL TO WS-CUR-DTL-TOTAL.
007830     MOVE WS-SNAP-TRL-COUNT TO WS-CUR-TRL-COUNT.
007840     MOVE WS-SNAP-TRL-TOTAL TO WS-CUR-TRL-TOTAL.
007850     PERFORM 6950-WRITE-FIG-LINE THRU 6950-EXIT.
007860     IF WS-RESTORED
007870         MOVE "AFTER"          TO WS-RPTF-LABEL
007880         MOVE WS-AFT-FIGURES   TO WS-CUR-FIGURES
007890         PERFORM 6950-WRITE-FIG-LINE THRU 6950-EXIT
007900     END-IF.
007910     IF NOT WS-BEF-CLEAN
007920         MOVE "BEFORE FIGURES INCOMPLETE:" TO WS-RPTN-TEXT
007930         PERFORM 6960-WRITE-NOTE-LINE THRU 6960-EXIT
007940         MOVE WS-BEF-NOTE TO WS-RPTN-TEXT
007950         PERFORM 6960-WRITE-NOTE-LINE THRU 6960-EXIT
007960     END-IF.
007970     IF WS-REFUSED
007980         MOVE WS-REFUSE-MSG TO WS-RPTN-TEXT
007990         PERFORM 6960-WRITE-NOTE-LINE THRU 6960-EXIT
008000         MOVE "NOT RESTORED"   TO WS-RPTR-TEXT
008010         MOVE WS-BEF-RUN-ID    TO WS-RPTR-RUN-ID
008020     ELSE
008030         MOVE "RESTORED"       TO WS-RPTR-TEXT
008040         MOVE WS-AFT-RUN-ID    TO WS-RPTR-RUN-ID
008050     END-IF.
008060     WRITE RPT-LINE FROM WS-RPT-RESULT-LINE.
008070     IF NOT RPT-STATUS-OK
008080         MOVE "RESTRPT RESULT WRITE FAILED" TO WS-ABEND-MSG
008090         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008100     END-IF.
008110     CLOSE RPT-FILE.
008120     IF NOT RPT-STATUS-OK
008130         MOVE "RESTRPT CLOSE FAILED" TO WS-ABEND-MSG
008140         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008150     END-IF.
008160 6900-EXIT.
008170     EXIT.
008180*
008190 6950-WRITE-FIG-LINE.
008200     MOVE WS-CUR-RUN-ID    TO WS-RPTF-RUN-ID.
008210     MOVE WS-CUR-DTL-COUNT TO WS-RPTF-DTL-CNT.
008220     MOVE WS-CUR-DTL-TOTAL TO WS-RPTF-DTL-TOT.
008230     MOVE WS-CUR-TRL-COUNT TO WS-RPTF-TRL-CNT.
008240     MOVE WS-CUR-TRL-TOTAL TO WS-RPTF-TRL-TOT.
008250     WRITE RPT-LINE FROM WS-RPT-FIG-LINE.
008260     IF NOT RPT-STATUS-OK
008270         MOVE "RESTRPT FIGURES WRITE FAILED" TO WS-ABEND-MSG
008280         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008290     END-IF.
008300 6950-EXIT.
008310     EXIT.
008320*
008330 6960-WRITE-NOTE-LINE.
008340     WRITE RPT-LINE FROM WS-RPT-NOTE-LINE.
008350     IF NOT RPT-STATUS-OK
008360         MOVE "RESTRPT NOTE WRITE FAILED" TO WS-ABEND-MSG
008370         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008380     END-IF.
008390 6960-EXIT.
008400     EXIT.
008410*
008420******************************************************************
008430*    7000-WRITE-RUN-LOG -- APPEND THIS RESTORE'S AUDIT RECORD TO
008440*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM,
008445*    UNDER THE RESTORED RUN-ID WITH RESTART FLAG "R" -- OR, WHEN
008450*    NOTHING WAS RESTORED, UNDER A BLANK RUN-ID WITH FLAG "N".
008455*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
008470******************************************************************
008480 7000-WRITE-RUN-LOG.
008490     MOVE "SEQREST"           TO SEQ-RUN-PGM.
008492     IF WS-REFUSED
008494         MOVE SPACES          TO SEQ-RUN-ID
008496         MOVE "N"             TO SEQ-RUN-RESTART-FLAG
008498     ELSE
008500         MOVE WS-SNAP-RUN-ID  TO SEQ-RUN-ID
008502         SET SEQ-RUN-RESTORED TO TRUE
008504     END-IF.
008510     IF WS-SNAP-RUN-DATE NUMERIC AND WS-SNAP-RUN-DATE > ZERO
008520         MOVE WS-SNAP-RUN-DATE TO SEQ-RUN-DATE
008530     ELSE
008540         MOVE WS-GEN-DATE      TO SEQ-RUN-DATE
008550     END-IF.
008560     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
008570     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
008580     MOVE WS-RESTORE-COUNT    TO SEQ-RUN-DETAIL-COUNT.
008590     MOVE WS-SNAP-TRL-TOTAL   TO SEQ-RUN-CTRL-TOTAL.
008600     IF WS-SNAP-TRL-TOTAL < ZERO
008610         MOVE "-"   TO SEQ-RUN-CTRL-SIGN
008620     ELSE
008630         MOVE SPACE TO SEQ-RUN-CTRL-SIGN
008640     END-IF.
008650     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
008670     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
008680     CALL "RUNLOGW" USING SEQ-RUN-REC
008690         ON EXCEPTION
008700             DISPLAY "SEQREST WARNING -- RUNLOGW NOT AVAILABLE"
008710     END-CALL.
008720*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
008730*    STEP'S OWN CODE BACK.
008740     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
008750 7000-EXIT.
008760     EXIT.
008770*
008780******************************************************************
008790*    7100-LOG-SUPERSEDED -- MARK THE BUILD BEING REPLACED, UNDER
008800*    ITS OWN RUN-ID WITH RESTART FLAG "S", SO THE DUPLICATE-RUN
008810*    GUARDS AND SEQDRIVE STOP COUNTING IT AS COMPLETE.
008820******************************************************************
008830 7100-LOG-SUPERSEDED.
008840     MOVE "SEQREST"           TO SEQ-RUN-PGM.
008850     MOVE WS-BEF-RUN-ID       TO SEQ-RUN-ID.
008860     MOVE WS-BEF-RUN-DATE     TO SEQ-RUN-DATE.
008870     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
008880     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
008890     MOVE WS-BEF-DTL-COUNT    TO SEQ-RUN-DETAIL-COUNT.
008900     MOVE WS-BEF-TRL-TOTAL    TO SEQ-RUN-CTRL-TOTAL.
008910     IF WS-BEF-TRL-TOTAL < ZERO
008920         MOVE "-"   TO SEQ-RUN-CTRL-SIGN
008930     ELSE
008940         MOVE SPACE TO SEQ-RUN-CTRL-SIGN
008950     END-IF.
008960     MOVE ZERO                TO SEQ-RUN-RETURN-CODE.
008970     SET SEQ-RUN-SUPERSEDED   TO TRUE.
008980     MOVE SPACES              TO SEQ-RUN-ABEND-MSG.
008990     CALL "RUNLOGW" USING SEQ-RUN-REC
009000         ON EXCEPTION
009010             DISPLAY "SEQREST WARNING -- RUNLOGW NOT AVAILABLE"
009020     END-CALL.
009030     MOVE ZERO TO RETURN-CODE.
009040     DISPLAY "SEQREST -- RUN " WS-BEF-RUN-ID
009050             " MARKED SUPERSEDED ON RUNLOG".
009060 7100-EXIT.
009070     EXIT.
009080*
009090******************************************************************
009100*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
009110*    A NON-ZERO RETURN CODE.
009120******************************************************************
009130 8000-ABEND-RTN.
009140     DISPLAY "SEQREST ABEND -- " WS-ABEND-MSG.
009150     DISPLAY "SEQREST ABEND -- F-STATUS=" F-STATUS
009160             " CAT-STATUS=" CAT-STATUS
009170             " GEN-STATUS=" GEN-STATUS
009180             " RPT-STATUS=" RPT-STATUS.
009190     IF NOT WS-RESTORED AND WS-RESTORE-COUNT > ZERO
009200         DISPLAY "SEQREST ABEND -- SEQ001 IS PARTLY RELOADED,"
009210                 " RERUN SEQREST"
009220     END-IF.
009230     MOVE 16 TO RETURN-CODE.
009240     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
009250     STOP RUN.
009260 8000-EXIT.
009270     EXIT.
009280*
009290******************************************************************
009300*    8500-COUNT-ATTEMPT -- THREE STRIKES PER PROMPT.
009310******************************************************************
009320 8500-COUNT-ATTEMPT.
009330     ADD 1 TO WS-TRY-COUNT.
009340     IF WS-TRY-COUNT > WS-TRY-MAX
009350         MOVE "TOO MANY INVALID ATTEMPTS AT ONE PROMPT"
009360             TO WS-ABEND-MSG
009370         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
009380     END-IF.
009390 8500-EXIT.
009400     EXIT.
009410*
009420 9999-MAIN-EXIT.
009430     STOP RUN.
