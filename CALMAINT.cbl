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
000320 PROGRAM-ID.                 CALMAINT.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  BUSCAL BUSINESS-DAY CALENDAR OPERATOR MAINTENANCE.
000390*
000400*  THE ONLY WAY THE BUSCAL CALENDAR (CALREC COPYBOOK) IS
000410*  CHANGED.  LOADS THE CALENDAR, THEN TAKES ONE ACTION AT A
000420*  TIME FROM THE OPERATOR:
000430*
000440*    A  ADD A DATE.  A WEEKDAY IS ADDED AS A BANK HOLIDAY
000450*       ("H"), A SATURDAY OR SUNDAY AS A DAY THE BANK OPENS
000460*       ("W") -- THE TYPE FOLLOWS FROM THE DAY OF THE WEEK.
000470*       A DESCRIPTION IS REQUIRED.
000480*    D  DELETE A DATE.
000490*    L  LIST THE CALENDAR WITH THE DAY OF THE WEEK.
000500*    E  END -- SHOW THE CHANGES AND, ON A "Y", REWRITE BUSCAL
000510*       IN DATE ORDER.
000520*
000530*  DATES ARE CHECKED THROUGH THE BUSCALC SUBPROGRAM, SO THE
000540*  SAME CALENDAR RULES APPLY HERE AS IN THE BATCH STEPS.  EACH
000550*  PROMPT ALLOWS THREE ATTEMPTS, AS IN CTLMAINT.
000560*
000561*  THE OPERATOR SIGNS ON FIRST THROUGH OPERSGN (OPERSEC
000562*  SECURITY FILE).  LEVEL 1 (INQUIRY) MAY LIST THE CALENDAR;
000563*  ADD AND DELETE NEED LEVEL 2 (OPERATIONS), THE LEVEL THAT
000564*  SETS UP CTLFILE, AND ARE REFUSED BELOW IT (A REFUSAL COUNTS
000565*  AS AN INVALID ATTEMPT).  THE SIGN-ON, EACH DATE ADDED OR
000566*  DELETED, THE REWRITE OR ITS REFUSAL AND THE SIGN-OFF GO TO
000567*  THE OPERLOG ACCESS LOG.
000568*
000570*  RETURN CODES
000580*    00  BUSCAL REWRITTEN, OR NOTHING WAS CHANGED
000590*    04  OPERATOR DECLINED AT THE CONFIRMATION -- NOT WRITTEN
000595*    16  ABEND (INVALID INPUT AFTER THREE ATTEMPTS, OR I/O,
000600*        OR A REFUSED SIGN-ON)
000610*
000620*  MODIFICATION HISTORY
000630*  2026-10-15 TSH  INITIAL VERSION.
000632*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 1, LEVEL 2 TO ADD OR
000634*                  DELETE) AND ACCESS LOG.
000635*  2026-10-15 TSH  KEEP THE STEP'S RETURN CODE ACROSS BUSCALC.
000640******************************************************************
000650 ENVIRONMENT                 DIVISION.
000660******************************************************************
000670 CONFIGURATION               SECTION.
000680 SOURCE-COMPUTER.            IBM-370.
000690 OBJECT-COMPUTER.            IBM-370.
000700******************************************************************
000710 INPUT-OUTPUT                SECTION.
000720 FILE-CONTROL.
000730     SELECT OPTIONAL CAL-FILE ASSIGN TO "BUSCAL"
000740                             ORGANIZATION LINE SEQUENTIAL
000750                             FILE STATUS CAL-STATUS.
000760******************************************************************
000770 DATA                        DIVISION.
000780******************************************************************
000790 FILE                        SECTION.
000800 FD  CAL-FILE.
000810     COPY CALREC.
000820******************************************************************
000830 WORKING-STORAGE             SECTION.
000840******************************************************************
000850*    STATUS 05 ON THE CALENDAR OPEN MEANS THE OPTIONAL BUSCAL
000860*    IS NOT ON CATALOG YET -- THE FIRST REWRITE CREATES IT.
000870 77  CAL-STATUS                PIC  XX.
000880     88  CAL-STATUS-OK             VALUE "00" "05".
000890     88  CAL-STATUS-EOF            VALUE "10".
000900*
000910*    SWITCHES, ATTEMPT COUNTER AND SCRATCH INPUT FIELDS.
000920 77  WS-FIELD-OK-SW            PIC  X(01)  VALUE "N".
000930     88  WS-FIELD-OK               VALUE "Y".
000940 77  WS-CONFIRM-SW             PIC  X(01)  VALUE "N".
000950     88  WS-CONFIRMED              VALUE "Y".
000960 77  WS-END-SW                 PIC  X(01)  VALUE "N".
000970     88  WS-END-REQUESTED          VALUE "Y".
000980 77  WS-CAL-EOF-SW             PIC  X(01)  VALUE "N".
000990     88  WS-CAL-EOF                VALUE "Y".
001000 77  WS-CAL-FOUND-SW           PIC  X(01)  VALUE "N".
001010     88  WS-CAL-FOUND              VALUE "Y".
001020 77  WS-TRY-COUNT              PIC  9(02)  COMP  VALUE ZERO.
001030 77  WS-TRY-MAX                PIC  9(02)  COMP  VALUE 3.
001040 77  WS-REPLY                  PIC  X(01)  VALUE SPACE.
001050 77  WS-ACTION                 PIC  X(01)  VALUE SPACE.
001060     88  WS-ACTION-ADD             VALUE "A".
001070     88  WS-ACTION-DELETE          VALUE "D".
001080     88  WS-ACTION-LIST            VALUE "L".
001090     88  WS-ACTION-END             VALUE "E".
001100 77  WS-IN-DATE-X              PIC  X(08)  VALUE SPACES.
001110 77  WS-IN-DATE-N REDEFINES WS-IN-DATE-X
001120                               PIC  9(08).
001130 77  WS-IN-DESC                PIC  X(30)  VALUE SPACES.
001140*
001150*    THE DATE BEING ADDED OR DELETED AND WHAT BUSCALC SAYS
001160*    ABOUT IT.
001170 77  WS-SEL-DATE               PIC  9(08)  VALUE ZERO.
001180 77  WS-SEL-TYPE               PIC  X(01)  VALUE SPACE.
001190 77  WS-SEL-DAY-NAME           PIC  X(09)  VALUE SPACES.
001200*
001210*    CALENDAR TABLE, ASCENDING BY DATE.
001220 77  WS-CAL-CNT                PIC  9(04)  COMP  VALUE ZERO.
001230 77  WS-CAL-MAX                PIC  9(04)  COMP  VALUE 1000.
001240 77  WS-CAL-SUB                PIC  9(04)  COMP  VALUE ZERO.
001250 77  WS-CAL-HIT-SUB            PIC  9(04)  COMP  VALUE ZERO.
001260 77  WS-CAL-INS-SUB            PIC  9(04)  COMP  VALUE ZERO.
001270 01  WS-CAL-TABLE.
001280     03  WS-CAL-ENTRY          OCCURS 1000.
001290         05  WS-CALT-DATE          PIC  9(08).
001300         05  WS-CALT-TYPE          PIC  X(01).
001310         05  WS-CALT-DESC          PIC  X(30).
001320*
001330*    COUNTERS AND RUN CONTROL VALUES.
001340 77  WS-ADD-COUNT              PIC  9(04)  COMP  VALUE ZERO.
001350 77  WS-DEL-COUNT              PIC  9(04)  COMP  VALUE ZERO.
001360 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001370 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001372 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001380 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001390*
001400*    BUSCALC CALL AREA.
001410     COPY BUSDAY.
001420*
001430*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001440     COPY RUNREC.
001450*
001452*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001454     COPY SIGNON.
001456*
001460*    DISPLAY FIELDS.
001470 77  WS-SHOW-COUNT             PIC  ZZZ9.
001480 01  WS-SHOW-LINE.
001490     03  FILLER                PIC  X(02)  VALUE SPACES.
001500     03  WS-SHOW-DATE          PIC  9(08).
001510     03  FILLER                PIC  X(01)  VALUE SPACE.
001520     03  WS-SHOW-TYPE          PIC  X(01).
001530     03  FILLER                PIC  X(01)  VALUE SPACE.
001540     03  WS-SHOW-DAY           PIC  X(09).
001550     03  FILLER                PIC  X(01)  VALUE SPACE.
001560     03  WS-SHOW-DESC          PIC  X(30).
001570******************************************************************
001580 PROCEDURE                   DIVISION.
001590******************************************************************
001600 0000-MAIN-RTN.
001610     ACCEPT WS-LOG-START-TIME FROM TIME.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001630     DISPLAY "CALMAINT -- BUSINESS-DAY CALENDAR MAINTENANCE".
001635     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001640     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
001650     PERFORM 2000-TAKE-ONE-ACTION THRU 2000-EXIT
001660         UNTIL WS-END-REQUESTED.
001670     PERFORM 6000-CONFIRM-AND-WRITE THRU 6000-EXIT.
001671     IF WS-ADD-COUNT NOT = ZERO OR WS-DEL-COUNT NOT = ZERO
001672         IF WS-CONFIRMED
001673             MOVE "BUSCAL REWRITTEN" TO SEQ-SGN-ACTION
001674         ELSE
001675             MOVE "BUSCAL CHANGES DECLINED, NOT WRITTEN"
001676                 TO SEQ-SGN-ACTION
001677         END-IF
001678         PERFORM 0300-LOG-ACTION THRU 0300-EXIT
001679     END-IF.
001680     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
001681     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
001690     GO TO 9999-MAIN-EXIT.
001700*
001701******************************************************************
001702*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 1 (INQUIRY)
001703*    TO RUN THIS PROGRAM.  ADD AND DELETE ARE AUTHORIZED ONE BY
001704*    ONE IN 2000-TAKE-ONE-ACTION.
001705******************************************************************
001706 0100-SIGN-ON.
001707     MOVE "S" TO SEQ-SGN-FUNCTION.
001708     MOVE 1   TO SEQ-SGN-REQ-LEVEL.
001709     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001710     IF NOT SEQ-SGN-OK
001711         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
001712         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001713     END-IF.
001714 0100-EXIT.
001715     EXIT.
001716*
001717******************************************************************
001718*    0200-AUTHORIZE -- MAY THE OPERATOR TAKE THE ACTION IN
001719*    SEQ-SGN-ACTION, WHICH NEEDS LEVEL SEQ-SGN-REQ-LEVEL?
001720*    OPERSGN SHOWS AND LOGS A REFUSAL.
001721******************************************************************
001722 0200-AUTHORIZE.
001723     MOVE "A" TO SEQ-SGN-FUNCTION.
001724     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001725 0200-EXIT.
001726     EXIT.
001727*
001728******************************************************************
001729*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
001730*    THE OPERLOG ACCESS LOG.
001731******************************************************************
001732 0300-LOG-ACTION.
001733     MOVE "L" TO SEQ-SGN-FUNCTION.
001734     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001735 0300-EXIT.
001736     EXIT.
001737*
001738 0400-SIGN-OFF.
001739     MOVE "E" TO SEQ-SGN-FUNCTION.
001740     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
001741 0400-EXIT.
001742     EXIT.
001743*
001744******************************************************************
001745*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
001746*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
001747******************************************************************
001748 0500-CALL-OPERSGN.
001749     MOVE "CALMAINT" TO SEQ-SGN-PGM.
001750     MOVE RETURN-CODE TO WS-SAVE-RC.
001751     CALL "OPERSGN" USING SEQ-SGN-AREA
001752         ON EXCEPTION
001753             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
001754             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001755     END-CALL.
001756     MOVE WS-SAVE-RC TO RETURN-CODE.
001757 0500-EXIT.
001758     EXIT.
001759*
001760******************************************************************
001761*    1000-LOAD-CALENDAR -- READ BUSCAL INTO THE TABLE.  EVERY
001762*    RECORD MUST BE A REAL DATE OF THE RIGHT TYPE FOR ITS DAY
001763*    OF THE WEEK, IN ASCENDING ORDER, OR THE REWRITE WOULD
001764*    CARRY THE DAMAGE FORWARD.
001765******************************************************************
001770 1000-LOAD-CALENDAR.
001780     OPEN INPUT CAL-FILE.
001790     IF NOT CAL-STATUS-OK
001800         MOVE "BUSCAL OPEN FAILED" TO WS-ABEND-MSG
001810         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001820     END-IF.
001830     PERFORM 1100-LOAD-ONE-CAL-REC THRU 1100-EXIT
001840         UNTIL WS-CAL-EOF.
001850     CLOSE CAL-FILE.
001860     IF NOT CAL-STATUS-OK
001870         MOVE "BUSCAL CLOSE FAILED" TO WS-ABEND-MSG
001880         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001890     END-IF.
001900     MOVE WS-CAL-CNT TO WS-SHOW-COUNT.
001910     DISPLAY "CALMAINT -- " WS-SHOW-COUNT
001920             " CALENDAR ENTRIES ON BUSCAL".
001930 1000-EXIT.
001940     EXIT.
001950*
001960 1100-LOAD-ONE-CAL-REC.
001970     READ CAL-FILE.
001980     IF CAL-STATUS-EOF
001990         SET WS-CAL-EOF TO TRUE
002000         GO TO 1100-EXIT
002010     END-IF.
002020     IF NOT CAL-STATUS-OK
002030         MOVE "BUSCAL READ FAILED" TO WS-ABEND-MSG
002040         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002050     END-IF.
002060     IF SEQ-CAL-DATE NOT NUMERIC
002070         MOVE "BUSCAL RECORD WITH A NON-NUMERIC DATE"
002080             TO WS-ABEND-MSG
002090         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002100     END-IF.
002110     MOVE SEQ-CAL-DATE TO WS-SEL-DATE.
002120     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
002130     IF NOT WS-FIELD-OK OR SEQ-CAL-TYPE NOT = WS-SEL-TYPE
002140         DISPLAY "CALMAINT -- BAD BUSCAL RECORD: " SEQ-CAL-REC
002150         MOVE "BUSCAL RECORD DATE OR TYPE NOT VALID"
002160             TO WS-ABEND-MSG
002170         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002180     END-IF.
002190     IF WS-CAL-CNT > ZERO
002200         AND SEQ-CAL-DATE NOT > WS-CALT-DATE (WS-CAL-CNT)
002210         MOVE "BUSCAL NOT IN ASCENDING DATE ORDER" TO WS-ABEND-MSG
002220         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002230     END-IF.
002240     IF WS-CAL-CNT >= WS-CAL-MAX
002250         MOVE "BUSCAL TABLE FULL -- RAISE WS-CAL-MAX"
002260             TO WS-ABEND-MSG
002270         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002280     END-IF.
002290     ADD 1 TO WS-CAL-CNT.
002300     MOVE SEQ-CAL-DATE TO WS-CALT-DATE (WS-CAL-CNT).
002310     MOVE SEQ-CAL-TYPE TO WS-CALT-TYPE (WS-CAL-CNT).
002320     MOVE SEQ-CAL-DESC TO WS-CALT-DESC (WS-CAL-CNT).
002330 1100-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370*    2000-TAKE-ONE-ACTION -- PROMPT FOR THE NEXT ACTION.  THE
002380*    ATTEMPT COUNT STARTS AGAIN AFTER EACH ACTION DONE.
002390******************************************************************
002400 2000-TAKE-ONE-ACTION.
002410     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
002420     DISPLAY "CALMAINT -- ENTER ACTION"
002430             " (A=ADD D=DELETE L=LIST E=END)".
002440     ACCEPT WS-ACTION.
002450     IF WS-ACTION-END
002460         SET WS-END-REQUESTED TO TRUE
002470         GO TO 2000-EXIT
002480     END-IF.
002490     IF WS-ACTION-LIST
002500         PERFORM 4000-LIST-CALENDAR THRU 4000-EXIT
002510         MOVE ZERO TO WS-TRY-COUNT
002520         GO TO 2000-EXIT
002530     END-IF.
002540     IF WS-ACTION-ADD
002542         MOVE "ADD A BUSCAL DATE" TO SEQ-SGN-ACTION
002544         MOVE 2 TO SEQ-SGN-REQ-LEVEL
002546         PERFORM 0200-AUTHORIZE THRU 0200-EXIT
002548         IF SEQ-SGN-OK
002550             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
002552             MOVE ZERO TO WS-TRY-COUNT
002554         END-IF
002570         GO TO 2000-EXIT
002580     END-IF.
002590     IF WS-ACTION-DELETE
002592         MOVE "DELETE A BUSCAL DATE" TO SEQ-SGN-ACTION
002594         MOVE 2 TO SEQ-SGN-REQ-LEVEL
002596         PERFORM 0200-AUTHORIZE THRU 0200-EXIT
002598         IF SEQ-SGN-OK
002600             PERFORM 3500-DELETE-ENTRY THRU 3500-EXIT
002602             MOVE ZERO TO WS-TRY-COUNT
002604         END-IF
002620         GO TO 2000-EXIT
002630     END-IF.
002640     DISPLAY "CALMAINT -- ACTION NOT RECOGNIZED".
002650 2000-EXIT.
002660     EXIT.
002670*
002680******************************************************************
002690*    2200-GET-DATE -- A REAL CALENDAR DATE, YYYYMMDD, CHECKED
002700*    BY BUSCALC.  LEAVES WS-SEL-DATE, THE DAY NAME AND THE
002710*    CALENDAR TYPE THAT DAY OF THE WEEK TAKES.
002720******************************************************************
002730 2200-GET-DATE.
002740     MOVE ZERO TO WS-TRY-COUNT.
002750     MOVE "N"  TO WS-FIELD-OK-SW.
002760     PERFORM 2300-TRY-DATE THRU 2300-EXIT
002770         UNTIL WS-FIELD-OK.
002780 2200-EXIT.
002790     EXIT.
002800*
002810 2300-TRY-DATE.
002820     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
002830     DISPLAY "CALMAINT -- ENTER DATE (YYYYMMDD)".
002840     ACCEPT WS-IN-DATE-X.
002850     IF WS-IN-DATE-X NOT NUMERIC
002860         DISPLAY "CALMAINT -- DATE MUST BE 8 DIGITS"
002870         GO TO 2300-EXIT
002880     END-IF.
002890     MOVE WS-IN-DATE-N TO WS-SEL-DATE.
002900     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
002910     IF NOT WS-FIELD-OK
002920         DISPLAY "CALMAINT -- NOT A VALID CALENDAR DATE"
002930     END-IF.
002940 2300-EXIT.
002950     EXIT.
002960*
002970******************************************************************
002980*    2500-CHECK-DATE -- ASK BUSCALC ABOUT WS-SEL-DATE.  A
002990*    WEEKDAY TAKES TYPE "H", A SATURDAY OR SUNDAY TYPE "W".
003000******************************************************************
003010 2500-CHECK-DATE.
003020     MOVE "N" TO WS-FIELD-OK-SW.
003030     MOVE "C"         TO SEQ-BUS-FUNCTION.
003040     MOVE WS-SEL-DATE TO SEQ-BUS-DATE.
003050     MOVE ZERO        TO SEQ-BUS-DAYS.
003055     MOVE RETURN-CODE TO WS-SAVE-RC.
003060     CALL "BUSCALC" USING SEQ-BUS-AREA
003070         ON EXCEPTION
003080             MOVE "BUSCALC NOT AVAILABLE" TO WS-ABEND-MSG
003090             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003100     END-CALL.
003102*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
003104*    STEP'S OWN CODE BACK.
003106     MOVE WS-SAVE-RC TO RETURN-CODE.
003110     IF SEQ-BUS-RETURN-CODE = 12
003120         MOVE "BUSCALC COULD NOT LOAD THE CALENDAR"
003130             TO WS-ABEND-MSG
003140         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003150     END-IF.
003160     IF NOT SEQ-BUS-RESULT-OK
003170         GO TO 2500-EXIT
003180     END-IF.
003190     MOVE SEQ-BUS-DAY-NAME TO WS-SEL-DAY-NAME.
003200     IF SEQ-BUS-WEEKDAY < 6
003210         MOVE "H" TO WS-SEL-TYPE
003220     ELSE
003230         MOVE "W" TO WS-SEL-TYPE
003240     END-IF.
003250     SET WS-FIELD-OK TO TRUE.
003260 2500-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    2600-FIND-DATE -- LOCATE WS-SEL-DATE IN THE TABLE.
003310******************************************************************
003320 2600-FIND-DATE.
003330     MOVE "N"  TO WS-CAL-FOUND-SW.
003340     MOVE ZERO TO WS-CAL-HIT-SUB.
003350     PERFORM 2650-MATCH-CAL-ENTRY THRU 2650-EXIT
003360         VARYING WS-CAL-SUB FROM 1 BY 1
003370         UNTIL WS-CAL-SUB > WS-CAL-CNT OR WS-CAL-FOUND.
003380 2600-EXIT.
003390     EXIT.
003400*
003410 2650-MATCH-CAL-ENTRY.
003420     IF WS-CALT-DATE (WS-CAL-SUB) = WS-SEL-DATE
003430         SET WS-CAL-FOUND TO TRUE
003440         MOVE WS-CAL-SUB TO WS-CAL-HIT-SUB
003450     END-IF.
003460 2650-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500*    3000-ADD-ENTRY -- ADD A HOLIDAY OR WEEKEND OPENING IN DATE
003510*    ORDER.  A DATE ALREADY ON THE CALENDAR MUST BE DELETED
003520*    FIRST.
003530******************************************************************
003540 3000-ADD-ENTRY.
003550     PERFORM 2200-GET-DATE THRU 2200-EXIT.
003560     PERFORM 2600-FIND-DATE THRU 2600-EXIT.
003570     IF WS-CAL-FOUND
003580         DISPLAY "CALMAINT -- " WS-SEL-DATE " IS ALREADY ON"
003590                 " BUSCAL -- DELETE IT FIRST TO CHANGE IT"
003600         GO TO 3000-EXIT
003610     END-IF.
003620     IF WS-SEL-TYPE = "H"
003630         DISPLAY "CALMAINT -- " WS-SEL-DATE " IS A "
003640                 WS-SEL-DAY-NAME " -- ADDING AS A BANK HOLIDAY"
003650     ELSE
003660         DISPLAY "CALMAINT -- " WS-SEL-DATE " IS A "
003670                 WS-SEL-DAY-NAME " -- ADDING AS A BUSINESS DAY"
003680     END-IF.
003690     MOVE ZERO TO WS-TRY-COUNT.
003700     MOVE "N"  TO WS-FIELD-OK-SW.
003710     PERFORM 3100-TRY-DESC THRU 3100-EXIT
003720         UNTIL WS-FIELD-OK.
003730     IF WS-CAL-CNT >= WS-CAL-MAX
003740         MOVE "BUSCAL TABLE FULL -- RAISE WS-CAL-MAX"
003750             TO WS-ABEND-MSG
003760         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003770     END-IF.
003780*    THE NEW ENTRY GOES BEFORE THE FIRST LATER DATE.
003790     COMPUTE WS-CAL-INS-SUB = WS-CAL-CNT + 1.
003800     PERFORM 3200-FIND-INSERT-POINT THRU 3200-EXIT
003810         VARYING WS-CAL-SUB FROM WS-CAL-CNT BY -1
003820         UNTIL WS-CAL-SUB < 1.
003830     PERFORM 3300-SHIFT-UP-ONE THRU 3300-EXIT
003840         VARYING WS-CAL-SUB FROM WS-CAL-CNT BY -1
003850         UNTIL WS-CAL-SUB < WS-CAL-INS-SUB.
003860     ADD 1 TO WS-CAL-CNT.
003870     MOVE WS-SEL-DATE TO WS-CALT-DATE (WS-CAL-INS-SUB).
003880     MOVE WS-SEL-TYPE TO WS-CALT-TYPE (WS-CAL-INS-SUB).
003890     MOVE WS-IN-DESC  TO WS-CALT-DESC (WS-CAL-INS-SUB).
003900     ADD 1 TO WS-ADD-COUNT.
003910     DISPLAY "CALMAINT -- " WS-SEL-DATE " ADDED".
003911     MOVE SPACES TO SEQ-SGN-ACTION.
003912     STRING "ADD " WS-SEL-DATE " " WS-SEL-TYPE " " WS-IN-DESC
003913            DELIMITED BY SIZE
003914         INTO SEQ-SGN-ACTION.
003915     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
003920 3000-EXIT.
003930     EXIT.
003940*
003950 3100-TRY-DESC.
003960     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
003970     DISPLAY "CALMAINT -- ENTER DESCRIPTION (UP TO 30"
003980             " CHARACTERS)".
003990     ACCEPT WS-IN-DESC.
004000     IF WS-IN-DESC = SPACES OR WS-IN-DESC = LOW-VALUES
004010         DISPLAY "CALMAINT -- DESCRIPTION IS REQUIRED"
004020         GO TO 3100-EXIT
004030     END-IF.
004040     SET WS-FIELD-OK TO TRUE.
004050 3100-EXIT.
004060     EXIT.
004070*
004080 3200-FIND-INSERT-POINT.
004090     IF WS-CALT-DATE (WS-CAL-SUB) > WS-SEL-DATE
004100         MOVE WS-CAL-SUB TO WS-CAL-INS-SUB
004110     END-IF.
004120 3200-EXIT.
004130     EXIT.
004140*
004150 3300-SHIFT-UP-ONE.
004160     MOVE WS-CAL-ENTRY (WS-CAL-SUB)
004170         TO WS-CAL-ENTRY (WS-CAL-SUB + 1).
004180 3300-EXIT.
004190     EXIT.
004200*
004210******************************************************************
004220*    3500-DELETE-ENTRY -- REMOVE A DATE FROM THE CALENDAR; THE
004230*    DAY GOES BACK TO THE WEEKDAY / WEEKEND RULE.
004240******************************************************************
004250 3500-DELETE-ENTRY.
004260     PERFORM 2200-GET-DATE THRU 2200-EXIT.
004270     PERFORM 2600-FIND-DATE THRU 2600-EXIT.
004280     IF NOT WS-CAL-FOUND
004290         DISPLAY "CALMAINT -- " WS-SEL-DATE " IS NOT ON BUSCAL"
004300         GO TO 3500-EXIT
004310     END-IF.
004320     DISPLAY "CALMAINT -- REMOVING " WS-SEL-DATE " "
004330             WS-CALT-DESC (WS-CAL-HIT-SUB).
004340     PERFORM 3600-SHIFT-DOWN-ONE THRU 3600-EXIT
004350         VARYING WS-CAL-SUB FROM WS-CAL-HIT-SUB BY 1
004360         UNTIL WS-CAL-SUB >= WS-CAL-CNT.
004370     SUBTRACT 1 FROM WS-CAL-CNT.
004380     ADD 1 TO WS-DEL-COUNT.
004381     MOVE SPACES TO SEQ-SGN-ACTION.
004382     STRING "DELETE " WS-SEL-DATE
004383            DELIMITED BY SIZE
004384         INTO SEQ-SGN-ACTION.
004385     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
004390 3500-EXIT.
004400     EXIT.
004410*
004420 3600-SHIFT-DOWN-ONE.
004430     MOVE WS-CAL-ENTRY (WS-CAL-SUB + 1)
004440         TO WS-CAL-ENTRY (WS-CAL-SUB).
004450 3600-EXIT.
004460     EXIT.
004470*
004480******************************************************************
004490*    4000-LIST-CALENDAR -- EVERY ENTRY WITH ITS DAY NAME.
004500******************************************************************
004510 4000-LIST-CALENDAR.
004520     IF WS-CAL-CNT = ZERO
004530         DISPLAY "CALMAINT -- NO ENTRIES, WEEKENDS ONLY"
004540         GO TO 4000-EXIT
004550     END-IF.
004560     PERFORM 4100-LIST-ONE-ENTRY THRU 4100-EXIT
004570         VARYING WS-CAL-SUB FROM 1 BY 1
004580         UNTIL WS-CAL-SUB > WS-CAL-CNT.
004590 4000-EXIT.
004600     EXIT.
004610*
004620 4100-LIST-ONE-ENTRY.
004630     MOVE WS-CALT-DATE (WS-CAL-SUB) TO WS-SEL-DATE.
004640     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
004650     MOVE WS-CALT-DATE (WS-CAL-SUB) TO WS-SHOW-DATE.
004660     MOVE WS-CALT-TYPE (WS-CAL-SUB) TO WS-SHOW-TYPE.
004670     MOVE WS-SEL-DAY-NAME           TO WS-SHOW-DAY.
004680     MOVE WS-CALT-DESC (WS-CAL-SUB) TO WS-SHOW-DESC.
004690     DISPLAY WS-SHOW-LINE.
004700 4100-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740*    6000-CONFIRM-AND-WRITE -- SHOW THE OPERATOR WHAT CHANGED;
004750*    ONLY A "Y" REWRITES BUSCAL.
004760******************************************************************
004770 6000-CONFIRM-AND-WRITE.
004780     IF WS-ADD-COUNT = ZERO AND WS-DEL-COUNT = ZERO
004790         DISPLAY "CALMAINT -- NO CHANGES, BUSCAL NOT REWRITTEN"
004800         GO TO 6000-EXIT
004810     END-IF.
004820     MOVE WS-ADD-COUNT TO WS-SHOW-COUNT.
004830     DISPLAY "  DATES ADDED:     " WS-SHOW-COUNT.
004840     MOVE WS-DEL-COUNT TO WS-SHOW-COUNT.
004850     DISPLAY "  DATES DELETED:   " WS-SHOW-COUNT.
004860     MOVE WS-CAL-CNT   TO WS-SHOW-COUNT.
004870     DISPLAY "  ENTRIES NOW:     " WS-SHOW-COUNT.
004880     DISPLAY "CALMAINT -- REWRITE BUSCAL (Y/N)".
004890     ACCEPT WS-REPLY.
004900     IF WS-REPLY = "Y"
004910         SET WS-CONFIRMED TO TRUE
004920     END-IF.
004930     IF NOT WS-CONFIRMED
004940         DISPLAY "CALMAINT -- CANCELLED, BUSCAL NOT REWRITTEN"
004950         MOVE 4 TO RETURN-CODE
004960         GO TO 6000-EXIT
004970     END-IF.
004980     OPEN OUTPUT CAL-FILE.
004990     IF NOT CAL-STATUS-OK
005000         MOVE "BUSCAL REWRITE OPEN FAILED" TO WS-ABEND-MSG
005010         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005020     END-IF.
005030     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
005040         VARYING WS-CAL-SUB FROM 1 BY 1
005050         UNTIL WS-CAL-SUB > WS-CAL-CNT.
005060     CLOSE CAL-FILE.
005070     IF NOT CAL-STATUS-OK
005080         MOVE "BUSCAL REWRITE CLOSE FAILED" TO WS-ABEND-MSG
005090         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005100     END-IF.
005110     DISPLAY "CALMAINT -- BUSCAL REWRITTEN".
005120 6000-EXIT.
005130     EXIT.
005140*
005150 6100-WRITE-ONE-ENTRY.
005160     MOVE WS-CALT-DATE (WS-CAL-SUB) TO SEQ-CAL-DATE.
005170     MOVE WS-CALT-TYPE (WS-CAL-SUB) TO SEQ-CAL-TYPE.
005180     MOVE WS-CALT-DESC (WS-CAL-SUB) TO SEQ-CAL-DESC.
005190     MOVE SPACE TO SEQ-CAL-REC (9:1).
005200     MOVE SPACE TO SEQ-CAL-REC (11:1).
005210     WRITE SEQ-CAL-REC.
005220     IF NOT CAL-STATUS-OK
005230         MOVE "BUSCAL WRITE FAILED" TO WS-ABEND-MSG
005240         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005250     END-IF.
005260 6100-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300*    7000-WRITE-RUN-LOG -- APPEND THIS SESSION'S AUDIT RECORD
005310*    TO THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
005320*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
005330******************************************************************
005340 7000-WRITE-RUN-LOG.
005350     MOVE "CALMAINT"          TO SEQ-RUN-PGM.
005360     MOVE SPACES              TO SEQ-RUN-ID.
005370     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
005380     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
005390     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
005400     COMPUTE SEQ-RUN-DETAIL-COUNT = WS-ADD-COUNT + WS-DEL-COUNT.
005410     MOVE ZERO                TO SEQ-RUN-CTRL-TOTAL.
005420     MOVE SPACE               TO SEQ-RUN-CTRL-SIGN.
005430     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
005440     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
005450     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
005460     CALL "RUNLOGW" USING SEQ-RUN-REC
005470         ON EXCEPTION
005480             DISPLAY "CALMAINT WARNING -- RUNLOGW NOT AVAILABLE"
005490     END-CALL.
005500*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
005510*    STEP'S OWN CODE BACK.
005520     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
005530 7000-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
005580*    A NON-ZERO RETURN CODE.
005590******************************************************************
005600 8000-ABEND-RTN.
005610     DISPLAY "CALMAINT ABEND -- " WS-ABEND-MSG.
005620     DISPLAY "CALMAINT ABEND -- CAL-STATUS=" CAL-STATUS.
005630     MOVE 16 TO RETURN-CODE.
005640     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
005650     STOP RUN.
005660 8000-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700*    8500-COUNT-ATTEMPT -- THREE STRIKES PER PROMPT.
005710******************************************************************
005720 8500-COUNT-ATTEMPT.
005730     ADD 1 TO WS-TRY-COUNT.
005740     IF WS-TRY-COUNT > WS-TRY-MAX
005750         MOVE "TOO MANY INVALID ATTEMPTS AT ONE PROMPT"
005760             TO WS-ABEND-MSG
005770         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005780     END-IF.
005790 8500-EXIT.
005800     EXIT.
005810*
005820 9999-MAIN-EXIT.
005830     STOP RUN.
