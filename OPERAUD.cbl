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
000320 PROGRAM-ID.                 OPERAUD.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  QUARTERLY OPERATOR ACCESS AUDIT REPORT.
000390*
000400*  READS THE CUMULATIVE OPERLOG ACCESS LOG (ACCLOG COPYBOOK)
000410*  WRITTEN BY THE OPERSGN SIGN-ON SUBPROGRAM AND PRINTS THE
000420*  AUDRPT REPORT FOR ONE CALENDAR QUARTER, FOR HANDING TO THE
000430*  AUDITORS:
000440*    1.  EVERY ACCESS EVENT IN THE QUARTER, OLDEST FIRST --
000450*        SIGN-ONS, FAILED SIGN-ONS, LOCK-OUTS, REFUSALS,
000460*        ACTIONS TAKEN AND SIGN-OFFS, WITH THE PROGRAM AND
000470*        THE OPERATOR'S AND THE REQUIRED AUTHORITY LEVEL.
000480*    2.  A SUMMARY LINE PER OPERATOR ID (INCLUDING UNKNOWN IDS
000490*        THAT WERE TRIED) AND A TOTAL LINE.
000500*    3.  THE OPERATORS ON OPERSEC AS THEY STAND TODAY -- LEVEL,
000510*        ACTIVE / LOCKED / DISABLED, LAST SIGN-ON.
000520*
000530*  THE REPORT SHOWS SECURITY DETAIL, SO THE OPERATOR MUST
000540*  SIGN ON AT LEVEL 3.
000550*
000560*  INPUT (SYSIN / CONSOLE, ONE VALUE PER LINE)
000570*    1.  OPERATOR ID AND PASSWORD (OPERSGN SIGN-ON)
000580*    2.  QUARTER YYYYQ, Q = 1 TO 4  (BLANK = THE LAST
000590*                                    COMPLETED QUARTER)
000600*
000610*  RETURN CODES
000620*    00  AT LEAST ONE ACCESS EVENT PRINTED
000630*    04  NO ACCESS EVENT IN THE QUARTER
000640*    16  ABEND (SIGN-ON REFUSED, INVALID QUARTER, OR I/O)
000650*
000660*  MODIFICATION HISTORY
000670*  2026-10-15 TSH  INITIAL VERSION.
000680******************************************************************
000690 ENVIRONMENT                 DIVISION.
000700******************************************************************
000710 CONFIGURATION               SECTION.
000720 SOURCE-COMPUTER.            IBM-370.
000730 OBJECT-COMPUTER.            IBM-370.
000740******************************************************************
000750 INPUT-OUTPUT                SECTION.
000760 FILE-CONTROL.
000770     SELECT OPTIONAL ACC-FILE ASSIGN TO "OPERLOG"
000780                             ORGANIZATION LINE SEQUENTIAL
000790                             FILE STATUS ACC-STATUS.

000800     SELECT OPR-FILE         ASSIGN TO "OPERSEC"
000810                             ORGANIZATION INDEXED
000820                             ACCESS MODE SEQUENTIAL
000830                             RECORD KEY IS SEQ-OPR-ID
000840                             FILE STATUS OPR-STATUS.

000850     SELECT RPT-FILE         ASSIGN TO "AUDRPT"
000860                             ORGANIZATION LINE SEQUENTIAL
000870                             FILE STATUS RPT-STATUS.
000880******************************************************************
000890 DATA                        DIVISION.
000900******************************************************************
000910 FILE                        SECTION.
000920 FD  ACC-FILE.
000930     COPY ACCLOG.

000940 FD  OPR-FILE.
000950     COPY OPERREC.

000960 FD  RPT-FILE.
000970 01  RPT-LINE                PIC  X(100).
000980******************************************************************
000990 WORKING-STORAGE             SECTION.
001000******************************************************************
001010*    STATUS 05 ON THE OPERLOG OPEN MEANS THE OPTIONAL FILE IS
001020*    NOT ON CATALOG YET -- NO EVENTS.
001030 77  ACC-STATUS                PIC  XX.
001040     88  ACC-STATUS-OK             VALUE "00" "05".
001050     88  ACC-STATUS-EOF            VALUE "10".
001060 77  OPR-STATUS                PIC  XX.
001070     88  OPR-STATUS-OK             VALUE "00".
001080     88  OPR-STATUS-EOF            VALUE "10".
001090 77  RPT-STATUS                PIC  XX.
001100     88  RPT-STATUS-OK             VALUE "00".
001110*
001120 77  WS-ACC-EOF-SW             PIC  X(01)  VALUE "N".
001130     88  WS-ACC-EOF                VALUE "Y".
001140 77  WS-OPR-EOF-SW             PIC  X(01)  VALUE "N".
001150     88  WS-OPR-EOF                VALUE "Y".
001160*
001170*    QUARTER REQUESTED AND THE DATE RANGE IT COVERS.
001180 01  WS-IN-QUARTER.
001190     03  WS-IN-Q-YEAR          PIC  9(04).
001200     03  WS-IN-Q-NUM           PIC  9(01).
001210 01  WS-IN-QUARTER-X REDEFINES WS-IN-QUARTER
001220                               PIC  X(05).
001230 01  WS-TODAY.
001240     03  WS-TODAY-YEAR         PIC  9(04).
001250     03  WS-TODAY-MONTH        PIC  9(02).
001260     03  WS-TODAY-DAY          PIC  9(02).
001270 77  WS-Q-YEAR                 PIC  9(04)  VALUE ZERO.
001280 77  WS-Q-NUM                  PIC  9(01)  VALUE ZERO.
001290 01  WS-SEL-FROM.
001300     03  WS-SEL-FROM-YEAR      PIC  9(04).
001310     03  WS-SEL-FROM-MONTH     PIC  9(02).
001320     03  WS-SEL-FROM-DAY       PIC  9(02).
001330 01  WS-SEL-FROM-DATE REDEFINES WS-SEL-FROM
001340                               PIC  9(08).
001350 01  WS-SEL-TO.
001360     03  WS-SEL-TO-YEAR        PIC  9(04).
001370     03  WS-SEL-TO-MONTH       PIC  9(02).
001380     03  WS-SEL-TO-DAY         PIC  9(02).
001390 01  WS-SEL-TO-DATE REDEFINES WS-SEL-TO
001400                               PIC  9(08).
001410*
001420*    EVENT AND OPERATOR COUNTS.
001430 77  WS-PRINT-COUNT            PIC  9(08)  COMP  VALUE ZERO.
001440 77  WS-OPER-LIST-COUNT        PIC  9(05)  COMP  VALUE ZERO.
001450 77  WS-EVENT-NAME             PIC  X(08)  VALUE SPACES.
001460*
001470*    PER-OPERATOR SUMMARY TABLE, IN ORDER OF FIRST APPEARANCE.
001480*    ENTRY WS-OPS-MAX + 1 HOLDS THE TOTALS.
001490 77  WS-OPS-CNT                PIC  9(04)  COMP  VALUE ZERO.
001500 77  WS-OPS-MAX                PIC  9(04)  COMP  VALUE 200.
001510 77  WS-OPS-SUB                PIC  9(04)  COMP  VALUE ZERO.
001520 77  WS-OPS-HIT-SUB            PIC  9(04)  COMP  VALUE ZERO.
001530 77  WS-OPS-TOT-SUB            PIC  9(04)  COMP  VALUE 201.
001540 01  WS-OPS-TABLE.
001550     03  WS-OPS-ENTRY          OCCURS 201.
001560         05  WS-OPST-ID            PIC  X(08).
001570         05  WS-OPST-SIGNON        PIC  9(07)  COMP.
001580         05  WS-OPST-FAILED        PIC  9(07)  COMP.
001590         05  WS-OPST-LOCKOUT       PIC  9(07)  COMP.
001600         05  WS-OPST-REFUSED       PIC  9(07)  COMP.
001610         05  WS-OPST-ACTION        PIC  9(07)  COMP.
001620         05  WS-OPST-SIGNOFF       PIC  9(07)  COMP.
001630*
001640 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001650 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001660*
001670*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001680     COPY SIGNON.
001690*
001700*    PRINT REPORT LINE LAYOUTS.
001710 01  WS-RPT-HEADING.
001720     03  FILLER            PIC X(29)
001730             VALUE "OPERATOR ACCESS AUDIT REPORT".
001740     03  FILLER            PIC X(09) VALUE " QUARTER ".
001750     03  WS-RPTH-YEAR      PIC 9(04).
001760     03  FILLER            PIC X(01) VALUE "Q".
001770     03  WS-RPTH-QUARTER   PIC 9(01).
001780     03  FILLER            PIC X(07) VALUE "  FROM ".
001790     03  WS-RPTH-FROM      PIC 9(08).
001800     03  FILLER            PIC X(04) VALUE " TO ".
001810     03  WS-RPTH-TO        PIC 9(08).
001820     03  FILLER            PIC X(29) VALUE SPACES.

001830 01  WS-RPT-SECTION.
001840     03  WS-RPTX-TEXT      PIC X(60).
001850     03  FILLER            PIC X(40) VALUE SPACES.

001860 01  WS-RPT-EVENT-HEADS.
001870     03  FILLER            PIC X(09) VALUE "DATE".
001880     03  FILLER            PIC X(07) VALUE "TIME".
001890     03  FILLER            PIC X(09) VALUE "OPER-ID".
001900     03  FILLER            PIC X(09) VALUE "PROGRAM".
001910     03  FILLER            PIC X(09) VALUE "EVENT".
001920     03  FILLER            PIC X(03) VALUE "LV".
001930     03  FILLER            PIC X(03) VALUE "RQ".
001940     03  FILLER            PIC X(51) VALUE "DETAIL".

001950 01  WS-RPT-EVENT.
001960     03  WS-RPTE-DATE      PIC 9(08).
001970     03  FILLER            PIC X(01) VALUE SPACE.
001980     03  WS-RPTE-TIME      PIC X(06).
001990     03  FILLER            PIC X(01) VALUE SPACE.
002000     03  WS-RPTE-OPER-ID   PIC X(08).
002010     03  FILLER            PIC X(01) VALUE SPACE.
002020     03  WS-RPTE-PGM       PIC X(08).
002030     03  FILLER            PIC X(01) VALUE SPACE.
002040     03  WS-RPTE-EVENT     PIC X(08).
002050     03  FILLER            PIC X(01) VALUE SPACE.
002060     03  WS-RPTE-LEVEL     PIC 9(01).
002070     03  FILLER            PIC X(02) VALUE SPACES.
002080     03  WS-RPTE-REQ-LEVEL PIC 9(01).
002090     03  FILLER            PIC X(02) VALUE SPACES.
002100     03  WS-RPTE-DETAIL    PIC X(40).
002110     03  FILLER            PIC X(11) VALUE SPACES.

002120 01  WS-RPT-NO-EVENTS.
002130     03  FILLER            PIC X(40)
002140             VALUE "  NO ACCESS EVENTS IN THE QUARTER".
002150     03  FILLER            PIC X(60) VALUE SPACES.

002160 01  WS-RPT-SUM-HEADS.
002170     03  FILLER            PIC X(09) VALUE "OPER-ID".
002180     03  FILLER            PIC X(10) VALUE "  SIGN-ONS".
002190     03  FILLER            PIC X(10) VALUE "    FAILED".
002200     03  FILLER            PIC X(10) VALUE "  LOCKOUTS".
002210     03  FILLER            PIC X(10) VALUE "   REFUSED".
002220     03  FILLER            PIC X(10) VALUE "   ACTIONS".
002230     03  FILLER            PIC X(10) VALUE " SIGN-OFFS".
002240     03  FILLER            PIC X(31) VALUE SPACES.

002250 01  WS-RPT-SUM-LINE.
002260     03  WS-RPTS-ID        PIC X(08).
002270     03  FILLER            PIC X(03) VALUE SPACES.
002280     03  WS-RPTS-SIGNON    PIC ZZZZZZ9.
002290     03  FILLER            PIC X(03) VALUE SPACES.
002300     03  WS-RPTS-FAILED    PIC ZZZZZZ9.
002310     03  FILLER            PIC X(03) VALUE SPACES.
002320     03  WS-RPTS-LOCKOUT   PIC ZZZZZZ9.
002330     03  FILLER            PIC X(03) VALUE SPACES.
002340     03  WS-RPTS-REFUSED   PIC ZZZZZZ9.
002350     03  FILLER            PIC X(03) VALUE SPACES.
002360     03  WS-RPTS-ACTION    PIC ZZZZZZ9.
002370     03  FILLER            PIC X(03) VALUE SPACES.
002380     03  WS-RPTS-SIGNOFF   PIC ZZZZZZ9.
002390     03  FILLER            PIC X(32) VALUE SPACES.

002400 01  WS-RPT-OPR-HEADS.
002410     03  FILLER            PIC X(09) VALUE "OPER-ID".
002420     03  FILLER            PIC X(31) VALUE "NAME".
002430     03  FILLER            PIC X(06) VALUE "LEVEL".
002440     03  FILLER            PIC X(09) VALUE "STATE".
002450     03  FILLER            PIC X(06) VALUE "FAILS".
002460     03  FILLER            PIC X(39) VALUE "LAST SIGN-ON".

002470 01  WS-RPT-OPR-LINE.
002480     03  WS-RPTO-ID        PIC X(08).
002490     03  FILLER            PIC X(01) VALUE SPACE.
002500     03  WS-RPTO-NAME      PIC X(30).
002510     03  FILLER            PIC X(03) VALUE SPACES.
002520     03  WS-RPTO-LEVEL     PIC 9(01).
002530     03  FILLER            PIC X(03) VALUE SPACES.
002540     03  WS-RPTO-STATE     PIC X(08).
002550     03  FILLER            PIC X(02) VALUE SPACES.
002560     03  WS-RPTO-FAILS     PIC Z9.
002570     03  FILLER            PIC X(03) VALUE SPACES.
002580     03  WS-RPTO-LAST-DATE PIC 9(08).
002590     03  FILLER            PIC X(01) VALUE SPACE.
002600     03  WS-RPTO-LAST-TIME PIC X(06).
002610     03  FILLER            PIC X(24) VALUE SPACES.

002620 01  WS-RPT-SUMMARY.
002630     03  FILLER            PIC X(16) VALUE "EVENTS PRINTED: ".
002640     03  WS-RPTT-EVENTS    PIC ZZZZZZZ9.
002650     03  FILLER            PIC X(20) VALUE "   OPERATORS LISTED:".
002660     03  WS-RPTT-OPERS     PIC ZZZZ9.
002670     03  FILLER            PIC X(51) VALUE SPACES.
002680******************************************************************
002690 PROCEDURE                   DIVISION.
002700******************************************************************
002710 0000-MAIN-RTN.
002720     DISPLAY "OPERAUD -- QUARTERLY OPERATOR ACCESS AUDIT REPORT".
002730     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
002740     PERFORM 1000-GET-REQUEST THRU 1000-EXIT.
002750     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002760     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002770     PERFORM 2000-PRINT-EVENTS THRU 2000-EXIT
002780         UNTIL WS-ACC-EOF.
002790     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
002800     PERFORM 4000-PRINT-OPERATORS THRU 4000-EXIT.
002810     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002820     MOVE SPACES TO SEQ-SGN-ACTION.
002830     STRING "AUDIT REPORT " WS-IN-QUARTER-X " PRINTED"
002840            DELIMITED BY SIZE
002850         INTO SEQ-SGN-ACTION.
002860     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
002870     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
002880     GO TO 9999-MAIN-EXIT.
002890*
002900******************************************************************
002910*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 3 TO PRINT
002920*    THE AUDIT REPORT.
002930******************************************************************
002940 0100-SIGN-ON.
002950     MOVE "S" TO SEQ-SGN-FUNCTION.
002960     MOVE 3   TO SEQ-SGN-REQ-LEVEL.
002970     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002980     IF NOT SEQ-SGN-OK
002990         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
003000         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003010     END-IF.
003020 0100-EXIT.
003030     EXIT.
003040*
003050******************************************************************
003060*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
003070*    THE OPERLOG ACCESS LOG.
003080******************************************************************
003090 0300-LOG-ACTION.
003100     MOVE "L" TO SEQ-SGN-FUNCTION.
003110     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
003120 0300-EXIT.
003130     EXIT.
003140*
003150 0400-SIGN-OFF.
003160     MOVE "E" TO SEQ-SGN-FUNCTION.
003170     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
003180 0400-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
003230*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
003240******************************************************************
003250 0500-CALL-OPERSGN.
003260     MOVE "OPERAUD" TO SEQ-SGN-PGM.
003270     MOVE RETURN-CODE TO WS-SAVE-RC.
003280     CALL "OPERSGN" USING SEQ-SGN-AREA
003290         ON EXCEPTION
003300             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
003310             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003320     END-CALL.
003330     MOVE WS-SAVE-RC TO RETURN-CODE.
003340 0500-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380*    1000-GET-REQUEST -- THE QUARTER, YYYYQ.  BLANK TAKES THE
003390*    LAST COMPLETED QUARTER BEFORE TODAY.
003400******************************************************************
003410 1000-GET-REQUEST.
003420     DISPLAY "OPERAUD -- ENTER QUARTER YYYYQ OR BLANK FOR THE"
003430             " LAST COMPLETED QUARTER".
003440     ACCEPT WS-IN-QUARTER-X.
003450     IF WS-IN-QUARTER-X = SPACES
003460         PERFORM 1050-LAST-QUARTER THRU 1050-EXIT
003470     END-IF.
003480     IF WS-IN-QUARTER-X NOT NUMERIC
003490         MOVE "QUARTER MUST BE YYYYQ" TO WS-ABEND-MSG
003500         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003510     END-IF.
003520     IF WS-IN-Q-NUM < 1 OR WS-IN-Q-NUM > 4
003530         MOVE "QUARTER NUMBER MUST BE 1 TO 4" TO WS-ABEND-MSG
003540         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003550     END-IF.
003560     MOVE WS-IN-Q-YEAR TO WS-SEL-FROM-YEAR WS-SEL-TO-YEAR.
003570     COMPUTE WS-SEL-FROM-MONTH = WS-IN-Q-NUM * 3 - 2.
003580     MOVE 01 TO WS-SEL-FROM-DAY.
003590     COMPUTE WS-SEL-TO-MONTH = WS-IN-Q-NUM * 3.
003600     IF WS-SEL-TO-MONTH = 06 OR WS-SEL-TO-MONTH = 09
003610         MOVE 30 TO WS-SEL-TO-DAY
003620     ELSE
003630         MOVE 31 TO WS-SEL-TO-DAY
003640     END-IF.
003650 1000-EXIT.
003660     EXIT.
003670*
003680 1050-LAST-QUARTER.
003690     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003700     MOVE WS-TODAY-YEAR TO WS-Q-YEAR.
003710     COMPUTE WS-Q-NUM = (WS-TODAY-MONTH + 2) / 3.
003720     IF WS-Q-NUM = 1
003730         SUBTRACT 1 FROM WS-Q-YEAR
003740         MOVE 4 TO WS-Q-NUM
003750     ELSE
003760         SUBTRACT 1 FROM WS-Q-NUM
003770     END-IF.
003780     MOVE WS-Q-YEAR TO WS-IN-Q-YEAR.
003790     MOVE WS-Q-NUM  TO WS-IN-Q-NUM.
003800     DISPLAY "OPERAUD -- QUARTER " WS-IN-QUARTER-X.
003810 1050-EXIT.
003820     EXIT.
003830*
003840 1100-OPEN-FILES.
003850     OPEN INPUT ACC-FILE.
003860     IF NOT ACC-STATUS-OK
003870         MOVE "OPERLOG OPEN FAILED" TO WS-ABEND-MSG
003880         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003890     END-IF.
003900     OPEN OUTPUT RPT-FILE.
003910     IF NOT RPT-STATUS-OK
003920         MOVE "AUDRPT OPEN FAILED" TO WS-ABEND-MSG
003930         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003940     END-IF.
003950 1100-EXIT.
003960     EXIT.
003970*
003980 1200-WRITE-HEADINGS.
003981*    THE TOTALS ENTRY IS BUILT UP AS THE EVENTS ARE PRINTED.
003982     MOVE ZERO TO WS-OPST-SIGNON  (WS-OPS-TOT-SUB)
003983                  WS-OPST-FAILED  (WS-OPS-TOT-SUB)
003984                  WS-OPST-LOCKOUT (WS-OPS-TOT-SUB)
003985                  WS-OPST-REFUSED (WS-OPS-TOT-SUB)
003986                  WS-OPST-ACTION  (WS-OPS-TOT-SUB)
003987                  WS-OPST-SIGNOFF (WS-OPS-TOT-SUB).
003990     MOVE WS-IN-Q-YEAR     TO WS-RPTH-YEAR.
004000     MOVE WS-IN-Q-NUM      TO WS-RPTH-QUARTER.
004010     MOVE WS-SEL-FROM-DATE TO WS-RPTH-FROM.
004020     MOVE WS-SEL-TO-DATE   TO WS-RPTH-TO.
004030     MOVE WS-RPT-HEADING   TO RPT-LINE.
004040     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004050     MOVE SPACES           TO RPT-LINE.
004060     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004070     MOVE "ACCESS EVENTS"  TO WS-RPTX-TEXT.
004080     MOVE WS-RPT-SECTION   TO RPT-LINE.
004090     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004100     MOVE WS-RPT-EVENT-HEADS TO RPT-LINE.
004110     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004120 1200-EXIT.
004130     EXIT.
004140*
004150******************************************************************
004160*    2000-PRINT-EVENTS -- MAIN LOOP OVER OPERLOG, PRINTING AND
004170*    COUNTING THE EVENTS DATED IN THE QUARTER.
004180******************************************************************
004190 2000-PRINT-EVENTS.
004200     READ ACC-FILE.
004210     IF ACC-STATUS-EOF
004220         SET WS-ACC-EOF TO TRUE
004230         GO TO 2000-EXIT
004240     END-IF.
004250     IF NOT ACC-STATUS-OK
004260         MOVE "OPERLOG READ FAILED" TO WS-ABEND-MSG
004270         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004280     END-IF.
004290     IF SEQ-ACC-DATE < WS-SEL-FROM-DATE
004300         OR SEQ-ACC-DATE > WS-SEL-TO-DATE
004310         GO TO 2000-EXIT
004320     END-IF.
004330     PERFORM 2100-NAME-EVENT THRU 2100-EXIT.
004340     MOVE SEQ-ACC-DATE          TO WS-RPTE-DATE.
004350     MOVE SEQ-ACC-TIME (1:6)    TO WS-RPTE-TIME.
004360     MOVE SEQ-ACC-OPER-ID       TO WS-RPTE-OPER-ID.
004370     MOVE SEQ-ACC-PGM           TO WS-RPTE-PGM.
004380     MOVE WS-EVENT-NAME         TO WS-RPTE-EVENT.
004390     MOVE SEQ-ACC-LEVEL         TO WS-RPTE-LEVEL.
004400     MOVE SEQ-ACC-REQ-LEVEL     TO WS-RPTE-REQ-LEVEL.
004410     MOVE SEQ-ACC-DETAIL        TO WS-RPTE-DETAIL.
004420     MOVE WS-RPT-EVENT          TO RPT-LINE.
004430     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004440     ADD 1 TO WS-PRINT-COUNT.
004450     PERFORM 2200-COUNT-EVENT THRU 2200-EXIT.
004460 2000-EXIT.
004470     EXIT.
004480*
004490 2100-NAME-EVENT.
004500     MOVE SEQ-ACC-EVENT TO WS-EVENT-NAME.
004510     IF SEQ-ACC-SIGNON
004520         MOVE "SIGN-ON"  TO WS-EVENT-NAME
004530     END-IF.
004540     IF SEQ-ACC-FAILED
004550         MOVE "FAILED"   TO WS-EVENT-NAME
004560     END-IF.
004570     IF SEQ-ACC-LOCKOUT
004580         MOVE "LOCKOUT"  TO WS-EVENT-NAME
004590     END-IF.
004600     IF SEQ-ACC-REFUSED
004610         MOVE "REFUSED"  TO WS-EVENT-NAME
004620     END-IF.
004630     IF SEQ-ACC-ACTION
004640         MOVE "ACTION"   TO WS-EVENT-NAME
004650     END-IF.
004660     IF SEQ-ACC-SIGNOFF
004670         MOVE "SIGN-OFF" TO WS-EVENT-NAME
004680     END-IF.
004690 2100-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    2200-COUNT-EVENT -- ADD THE EVENT TO ITS OPERATOR'S LINE
004740*    AND TO THE TOTALS.
004750******************************************************************
004760 2200-COUNT-EVENT.
004770     MOVE ZERO TO WS-OPS-HIT-SUB.
004780     PERFORM 2250-FIND-OPERATOR THRU 2250-EXIT
004790         VARYING WS-OPS-SUB FROM 1 BY 1
004800         UNTIL WS-OPS-SUB > WS-OPS-CNT OR WS-OPS-HIT-SUB > ZERO.
004810     IF WS-OPS-HIT-SUB = ZERO
004820         IF WS-OPS-CNT NOT < WS-OPS-MAX
004830             MOVE "OPERATOR TABLE FULL -- RAISE WS-OPS-MAX"
004840                 TO WS-ABEND-MSG
004850             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004860         END-IF
004870         ADD 1 TO WS-OPS-CNT
004880         MOVE WS-OPS-CNT TO WS-OPS-HIT-SUB
004890         MOVE SEQ-ACC-OPER-ID TO WS-OPST-ID (WS-OPS-HIT-SUB)
004900         MOVE ZERO TO WS-OPST-SIGNON  (WS-OPS-HIT-SUB)
004910                      WS-OPST-FAILED  (WS-OPS-HIT-SUB)
004920                      WS-OPST-LOCKOUT (WS-OPS-HIT-SUB)
004930                      WS-OPST-REFUSED (WS-OPS-HIT-SUB)
004940                      WS-OPST-ACTION  (WS-OPS-HIT-SUB)
004950                      WS-OPST-SIGNOFF (WS-OPS-HIT-SUB)
004960     END-IF.
004970     MOVE WS-OPS-HIT-SUB TO WS-OPS-SUB.
004980     PERFORM 2300-ADD-EVENT THRU 2300-EXIT.
004990     MOVE WS-OPS-TOT-SUB TO WS-OPS-SUB.
005000     PERFORM 2300-ADD-EVENT THRU 2300-EXIT.
005010 2200-EXIT.
005020     EXIT.
005030*
005040 2250-FIND-OPERATOR.
005050     IF WS-OPST-ID (WS-OPS-SUB) = SEQ-ACC-OPER-ID
005060         MOVE WS-OPS-SUB TO WS-OPS-HIT-SUB
005070     END-IF.
005080 2250-EXIT.
005090     EXIT.
005100*
005110 2300-ADD-EVENT.
005120     IF SEQ-ACC-SIGNON
005130         ADD 1 TO WS-OPST-SIGNON (WS-OPS-SUB)
005140     END-IF.
005150     IF SEQ-ACC-FAILED
005160         ADD 1 TO WS-OPST-FAILED (WS-OPS-SUB)
005170     END-IF.
005180     IF SEQ-ACC-LOCKOUT
005190         ADD 1 TO WS-OPST-LOCKOUT (WS-OPS-SUB)
005200     END-IF.
005210     IF SEQ-ACC-REFUSED
005220         ADD 1 TO WS-OPST-REFUSED (WS-OPS-SUB)
005230     END-IF.
005240     IF SEQ-ACC-ACTION
005250         ADD 1 TO WS-OPST-ACTION (WS-OPS-SUB)
005260     END-IF.
005270     IF SEQ-ACC-SIGNOFF
005280         ADD 1 TO WS-OPST-SIGNOFF (WS-OPS-SUB)
005290     END-IF.
005300 2300-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340*    3000-PRINT-SUMMARY -- ONE LINE PER OPERATOR ID, THEN THE
005350*    TOTALS.
005360******************************************************************
005370 3000-PRINT-SUMMARY.
005380     IF WS-PRINT-COUNT = ZERO
005390         MOVE WS-RPT-NO-EVENTS TO RPT-LINE
005400         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005410     END-IF.
005420     MOVE SPACES TO RPT-LINE.
005430     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005440     MOVE "SUMMARY BY OPERATOR ID" TO WS-RPTX-TEXT.
005450     MOVE WS-RPT-SECTION   TO RPT-LINE.
005460     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005470     MOVE WS-RPT-SUM-HEADS TO RPT-LINE.
005480     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005490     PERFORM 3100-PRINT-ONE-SUMMARY THRU 3100-EXIT
005500         VARYING WS-OPS-SUB FROM 1 BY 1
005510         UNTIL WS-OPS-SUB > WS-OPS-CNT.
005600     MOVE "TOTAL" TO WS-OPST-ID (WS-OPS-TOT-SUB).
005610     MOVE WS-OPS-TOT-SUB TO WS-OPS-SUB.
005620     PERFORM 3100-PRINT-ONE-SUMMARY THRU 3100-EXIT.
005630 3000-EXIT.
005640     EXIT.
005650*
005660 3100-PRINT-ONE-SUMMARY.
005670     MOVE WS-OPST-ID      (WS-OPS-SUB) TO WS-RPTS-ID.
005680     MOVE WS-OPST-SIGNON  (WS-OPS-SUB) TO WS-RPTS-SIGNON.
005690     MOVE WS-OPST-FAILED  (WS-OPS-SUB) TO WS-RPTS-FAILED.
005700     MOVE WS-OPST-LOCKOUT (WS-OPS-SUB) TO WS-RPTS-LOCKOUT.
005710     MOVE WS-OPST-REFUSED (WS-OPS-SUB) TO WS-RPTS-REFUSED.
005720     MOVE WS-OPST-ACTION  (WS-OPS-SUB) TO WS-RPTS-ACTION.
005730     MOVE WS-OPST-SIGNOFF (WS-OPS-SUB) TO WS-RPTS-SIGNOFF.
005740     MOVE WS-RPT-SUM-LINE TO RPT-LINE.
005750     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005760 3100-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800*    4000-PRINT-OPERATORS -- THE OPERSEC FILE AS IT STANDS.
005810******************************************************************
005820 4000-PRINT-OPERATORS.
005830     MOVE SPACES TO RPT-LINE.
005840     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005850     MOVE "OPERATORS ON OPERSEC TODAY" TO WS-RPTX-TEXT.
005860     MOVE WS-RPT-SECTION   TO RPT-LINE.
005870     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005880     MOVE WS-RPT-OPR-HEADS TO RPT-LINE.
005890     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005900     OPEN INPUT OPR-FILE.
005910     IF NOT OPR-STATUS-OK
005920         MOVE "OPERSEC OPEN FAILED" TO WS-ABEND-MSG
005930         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005940     END-IF.
005950     PERFORM 4100-PRINT-ONE-OPERATOR THRU 4100-EXIT
005960         UNTIL WS-OPR-EOF.
005970     CLOSE OPR-FILE.
005980     IF NOT OPR-STATUS-OK
005990         MOVE "OPERSEC CLOSE FAILED" TO WS-ABEND-MSG
006000         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006010     END-IF.
006020 4000-EXIT.
006030     EXIT.
006040*
006050 4100-PRINT-ONE-OPERATOR.
006060     READ OPR-FILE.
006070     IF OPR-STATUS-EOF
006080         SET WS-OPR-EOF TO TRUE
006090         GO TO 4100-EXIT
006100     END-IF.
006110     IF NOT OPR-STATUS-OK
006120         MOVE "OPERSEC READ FAILED" TO WS-ABEND-MSG
006130         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006140     END-IF.
006150     MOVE SEQ-OPR-ID           TO WS-RPTO-ID.
006160     MOVE SEQ-OPR-NAME         TO WS-RPTO-NAME.
006170     MOVE SEQ-OPR-LEVEL        TO WS-RPTO-LEVEL.
006180     MOVE "ACTIVE"             TO WS-RPTO-STATE.
006190     IF SEQ-OPR-LOCKED
006200         MOVE "LOCKED"         TO WS-RPTO-STATE
006210     END-IF.
006220     IF SEQ-OPR-DISABLED
006230         MOVE "DISABLED"       TO WS-RPTO-STATE
006240     END-IF.
006250     MOVE SEQ-OPR-FAIL-COUNT   TO WS-RPTO-FAILS.
006260     MOVE SEQ-OPR-LAST-DATE    TO WS-RPTO-LAST-DATE.
006270     MOVE SEQ-OPR-LAST-TIME (1:6) TO WS-RPTO-LAST-TIME.
006280     MOVE WS-RPT-OPR-LINE      TO RPT-LINE.
006290     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006300     ADD 1 TO WS-OPER-LIST-COUNT.
006310 4100-EXIT.
006320     EXIT.
006330*
006340 5000-FINALIZE.
006350     MOVE SPACES TO RPT-LINE.
006360     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006370     MOVE WS-PRINT-COUNT     TO WS-RPTT-EVENTS.
006380     MOVE WS-OPER-LIST-COUNT TO WS-RPTT-OPERS.
006390     MOVE WS-RPT-SUMMARY     TO RPT-LINE.
006400     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006410     CLOSE ACC-FILE.
006420     IF NOT ACC-STATUS-OK
006430         MOVE "OPERLOG CLOSE FAILED" TO WS-ABEND-MSG
006440         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006450     END-IF.
006460     CLOSE RPT-FILE.
006470     IF NOT RPT-STATUS-OK
006480         MOVE "AUDRPT CLOSE FAILED" TO WS-ABEND-MSG
006490         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006500     END-IF.
006510     DISPLAY "OPERAUD -- " WS-PRINT-COUNT
006520             " ACCESS EVENTS PRINTED".
006530     IF WS-PRINT-COUNT = ZERO
006540         MOVE 4 TO RETURN-CODE
006550     END-IF.
006560 5000-EXIT.
006570     EXIT.
006580*
006590 6000-WRITE-LINE.
006600     WRITE RPT-LINE.
006610     IF NOT RPT-STATUS-OK
006620         MOVE "AUDRPT WRITE FAILED" TO WS-ABEND-MSG
006630         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006640     END-IF.
006650 6000-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
006700*    A NON-ZERO RETURN CODE.
006710******************************************************************
006720 8000-ABEND-RTN.
006730     DISPLAY "OPERAUD ABEND -- " WS-ABEND-MSG.
006740     DISPLAY "OPERAUD ABEND -- ACC-STATUS=" ACC-STATUS
006750             " OPR-STATUS=" OPR-STATUS " RPT-STATUS=" RPT-STATUS.
006760     MOVE 16 TO RETURN-CODE.
006770     STOP RUN.
006780 8000-EXIT.
006790     EXIT.
006800*
006810 9999-MAIN-EXIT.
006820     STOP RUN.
