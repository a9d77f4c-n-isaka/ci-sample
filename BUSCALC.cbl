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
000320 PROGRAM-ID.                 BUSCALC.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  BUSINESS-DAY CALENDAR SUBPROGRAM.
000390*
000400*  ANSWERS THE CALLER'S BUSINESS-DAY QUESTION IN SEQ-BUS-AREA
000410*  (BUSDAY COPYBOOK) -- IS A DATE A BUSINESS DAY, THE NEXT OR
000420*  PRIOR BUSINESS DAY, THE LAST BUSINESS DAY OF A MONTH, OR
000430*  THE DATE A GIVEN NUMBER OF BUSINESS DAYS BACK.  CTLMAINT,
000440*  SEQSNAP, SEQDIFF, SEQMON, OPENAGE AND LOGARCH ALL CALL
000450*  THIS, SO THE CALENDAR RULES LIVE IN ONE PLACE.
000460*
000470*  SATURDAY AND SUNDAY ARE NOT BUSINESS DAYS; THE BUSCAL
000480*  CALENDAR (CALREC COPYBOOK, MAINTAINED BY CALMAINT) NAMES
000490*  THE WEEKDAY HOLIDAYS AND ANY WEEKEND DAYS THE BANK OPENS.
000500*  BUSCAL IS LOADED ONCE, ON THE FIRST CALL OF THE RUN.  WHEN
000510*  IT IS NOT ON CATALOG THE ANSWERS ARE GIVEN ON WEEKENDS
000520*  ALONE WITH RETURN CODE 04 SO THE CALLER CAN SAY SO.
000530*
000540*  THE DAY OF THE WEEK IS WORKED OUT BY ZELLER'S CONGRUENCE
000550*  ON THE STARTING DATE AND CARRIED ALONG AS THE DATE IS
000560*  STEPPED A DAY AT A TIME.
000570*
000580*  MODIFICATION HISTORY
000590*  2026-10-15 TSH  INITIAL VERSION.
000600******************************************************************
000610 ENVIRONMENT                 DIVISION.
000620******************************************************************
000630 CONFIGURATION               SECTION.
000640 SOURCE-COMPUTER.            IBM-370.
000650 OBJECT-COMPUTER.            IBM-370.
000660******************************************************************
000670 INPUT-OUTPUT                SECTION.
000680 FILE-CONTROL.
000690     SELECT OPTIONAL CAL-FILE ASSIGN TO "BUSCAL"
000700                             ORGANIZATION LINE SEQUENTIAL
000710                             FILE STATUS CAL-STATUS.
000720******************************************************************
000730 DATA                        DIVISION.
000740******************************************************************
000750 FILE                        SECTION.
000760 FD  CAL-FILE.
000770     COPY CALREC.
000780******************************************************************
000790 WORKING-STORAGE             SECTION.
000800******************************************************************
000810*    STATUS 05 ON THE CALENDAR OPEN MEANS THE OPTIONAL BUSCAL
000820*    IS NOT ON CATALOG -- WEEKENDS ONLY, RETURN CODE 04.
000830 77  CAL-STATUS                PIC  XX.
000840     88  CAL-STATUS-OK             VALUE "00" "05".
000850     88  CAL-STATUS-MISSING        VALUE "05".
000860     88  CAL-STATUS-EOF            VALUE "10".
000870*
000880*    SWITCHES.  WORKING-STORAGE KEEPS ITS VALUES FROM CALL TO
000890*    CALL, SO THE CALENDAR TABLE IS LOADED ONLY ONCE.
000900 77  WS-CAL-LOADED-SW          PIC  X(01)  VALUE "N".
000910     88  WS-CAL-LOADED             VALUE "Y".
000920 77  WS-CAL-FAILED-SW          PIC  X(01)  VALUE "N".
000930     88  WS-CAL-FAILED             VALUE "Y".
000940 77  WS-CAL-MISSING-SW         PIC  X(01)  VALUE "N".
000950     88  WS-CAL-MISSING            VALUE "Y".
000960 77  WS-CAL-EOF-SW             PIC  X(01)  VALUE "N".
000970     88  WS-CAL-EOF                VALUE "Y".
000980 77  WS-CAL-HIT-SW             PIC  X(01)  VALUE "N".
000990     88  WS-CAL-HIT                VALUE "Y".
001000 77  WS-BUSINESS-SW            PIC  X(01)  VALUE "N".
001010     88  WS-BUSINESS-DAY           VALUE "Y".
001020 77  WS-DATE-OK-SW             PIC  X(01)  VALUE "N".
001030     88  WS-DATE-OK                VALUE "Y".
001040*
001050*    CALENDAR EXCEPTION TABLE, AS READ FROM BUSCAL.
001060 77  WS-CAL-CNT                PIC  9(04)  COMP  VALUE ZERO.
001070 77  WS-CAL-MAX                PIC  9(04)  COMP  VALUE 1000.
001080 77  WS-CAL-SUB                PIC  9(04)  COMP  VALUE ZERO.
001090 77  WS-CAL-HIT-SUB            PIC  9(04)  COMP  VALUE ZERO.
001100 01  WS-CAL-TABLE.
001110     03  WS-CAL-ENTRY          OCCURS 1000.
001120         05  WS-CALT-DATE          PIC  9(08).
001130         05  WS-CALT-TYPE          PIC  X(01).
001140             88  WS-CALT-HOLIDAY       VALUE "H".
001150             88  WS-CALT-WORKDAY       VALUE "W".
001160         05  WS-CALT-DESC          PIC  X(30).
001170*
001180*    THE DATE BEING STEPPED AND ITS DAY OF THE WEEK, 1 = MONDAY
001190*    THROUGH 7 = SUNDAY.
001200 01  WS-DATE-PARTS.
001210     03  WS-DATE-YEAR          PIC  9(04).
001220     03  WS-DATE-MONTH         PIC  9(02).
001230     03  WS-DATE-DAY           PIC  9(02).
001240 77  WS-WEEKDAY                PIC  9(01)  VALUE ZERO.
001250 77  WS-MONTH-MAX-DAY          PIC  9(02)  VALUE ZERO.
001260 77  WS-LEAP-REM               PIC  9(04)  COMP  VALUE ZERO.
001270 77  WS-LEAP-SW                PIC  X(01)  VALUE "N".
001280     88  WS-LEAP-YEAR              VALUE "Y".
001290*
001300*    SEARCH GUARD -- A CALENDAR WITH NO BUSINESS DAY IN A YEAR
001310*    IS AN ERROR, NOT A LOOP.
001320 77  WS-STEP-COUNT             PIC  9(04)  COMP  VALUE ZERO.
001330 77  WS-STEP-MAX               PIC  9(04)  COMP  VALUE 366.
001340 77  WS-BACK-COUNT             PIC  9(04)  COMP  VALUE ZERO.
001350*
001360*    ZELLER'S CONGRUENCE WORK FIELDS.  JANUARY AND FEBRUARY
001370*    COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE; THE RESULT
001380*    IS 0 = SATURDAY THROUGH 6 = FRIDAY.
001390 77  WS-Z-YEAR                 PIC  9(04)  COMP  VALUE ZERO.
001400 77  WS-Z-MONTH                PIC  9(02)  COMP  VALUE ZERO.
001410 77  WS-Z-CENTURY              PIC  9(02)  COMP  VALUE ZERO.
001420 77  WS-Z-YEAR-OF-CENT         PIC  9(02)  COMP  VALUE ZERO.
001430 77  WS-Z-TERM                 PIC  9(04)  COMP  VALUE ZERO.
001440 77  WS-Z-SUM                  PIC  9(06)  COMP  VALUE ZERO.
001450 77  WS-Z-QUOT                 PIC  9(06)  COMP  VALUE ZERO.
001460 77  WS-Z-DAY                  PIC  9(01)  COMP  VALUE ZERO.
001470*
001480*    DAY NAMES, MONDAY FIRST.
001490 01  WS-DAY-NAME-VALUES.
001500     03  FILLER                PIC  X(09)  VALUE "MONDAY".
001510     03  FILLER                PIC  X(09)  VALUE "TUESDAY".
001520     03  FILLER                PIC  X(09)  VALUE "WEDNESDAY".
001530     03  FILLER                PIC  X(09)  VALUE "THURSDAY".
001540     03  FILLER                PIC  X(09)  VALUE "FRIDAY".
001550     03  FILLER                PIC  X(09)  VALUE "SATURDAY".
001560     03  FILLER                PIC  X(09)  VALUE "SUNDAY".
001570 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001580     03  WS-DAY-NAME           PIC  X(09)  OCCURS 7.
001590******************************************************************
001600 LINKAGE                     SECTION.
001610******************************************************************
001620     COPY BUSDAY.
001630******************************************************************
001640 PROCEDURE                   DIVISION USING SEQ-BUS-AREA.
001650******************************************************************
001660 0000-MAIN-RTN.
001670     MOVE ZERO   TO SEQ-BUS-RESULT-DATE.
001680     MOVE ZERO   TO SEQ-BUS-RETURN-CODE.
001690     MOVE "N"    TO SEQ-BUS-DAY-FLAG.
001700     MOVE ZERO   TO SEQ-BUS-WEEKDAY.
001710     MOVE SPACES TO SEQ-BUS-DAY-NAME.
001720     MOVE SPACES TO SEQ-BUS-DESC.
001730     IF NOT WS-CAL-LOADED
001740         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001750     END-IF.
001760     IF WS-CAL-FAILED
001770         MOVE 12 TO SEQ-BUS-RETURN-CODE
001780         GO TO 9999-MAIN-EXIT
001790     END-IF.
001800     IF SEQ-BUS-DATE NOT NUMERIC
001810         MOVE 08 TO SEQ-BUS-RETURN-CODE
001820         GO TO 9999-MAIN-EXIT
001830     END-IF.
001840     MOVE SEQ-BUS-DATE TO WS-DATE-PARTS.
001850     PERFORM 2000-CHECK-DATE THRU 2000-EXIT.
001860     IF NOT WS-DATE-OK
001870         MOVE 08 TO SEQ-BUS-RETURN-CODE
001880         GO TO 9999-MAIN-EXIT
001890     END-IF.
001900     PERFORM 2100-SET-WEEKDAY THRU 2100-EXIT.
001910     PERFORM 3000-APPLY-FUNCTION THRU 3000-EXIT.
001920     IF SEQ-BUS-RETURN-CODE NOT = ZERO
001930         GO TO 9999-MAIN-EXIT
001940     END-IF.
001950     PERFORM 4000-DESCRIBE-RESULT THRU 4000-EXIT.
001960     IF WS-CAL-MISSING
001970         MOVE 04 TO SEQ-BUS-RETURN-CODE
001980     END-IF.
001990     GO TO 9999-MAIN-EXIT.
002000*
002010******************************************************************
002020*    1000-LOAD-CALENDAR -- READ BUSCAL INTO THE EXCEPTION
002030*    TABLE.  RECORDS WITH A NON-NUMERIC DATE OR AN UNKNOWN
002040*    TYPE ARE SKIPPED WITH A WARNING.  A FAILURE HERE IS
002050*    REMEMBERED FOR THE REST OF THE RUN.
002060******************************************************************
002070 1000-LOAD-CALENDAR.
002080     SET WS-CAL-LOADED TO TRUE.
002090     OPEN INPUT CAL-FILE.
002100     IF NOT CAL-STATUS-OK
002110         DISPLAY "BUSCALC ERROR -- BUSCAL OPEN FAILED, STATUS="
002120                 CAL-STATUS
002130         SET WS-CAL-FAILED TO TRUE
002140         GO TO 1000-EXIT
002150     END-IF.
002160     IF CAL-STATUS-MISSING
002170         DISPLAY "BUSCALC WARNING -- BUSCAL NOT ON CATALOG,"
002180                 " WEEKENDS ARE THE ONLY NON-BUSINESS DAYS"
002190         SET WS-CAL-MISSING TO TRUE
002200     END-IF.
002210     PERFORM 1100-LOAD-ONE-CAL-REC THRU 1100-EXIT
002220         UNTIL WS-CAL-EOF OR WS-CAL-FAILED.
002230     CLOSE CAL-FILE.
002240     IF NOT CAL-STATUS-OK
002250         DISPLAY "BUSCALC ERROR -- BUSCAL CLOSE FAILED, STATUS="
002260                 CAL-STATUS
002270         SET WS-CAL-FAILED TO TRUE
002280     END-IF.
002290 1000-EXIT.
002300     EXIT.
002310*
002320 1100-LOAD-ONE-CAL-REC.
002330     READ CAL-FILE.
002340     IF CAL-STATUS-EOF
002350         SET WS-CAL-EOF TO TRUE
002360         GO TO 1100-EXIT
002370     END-IF.
002380     IF NOT CAL-STATUS-OK
002390         DISPLAY "BUSCALC ERROR -- BUSCAL READ FAILED, STATUS="
002400                 CAL-STATUS
002410         SET WS-CAL-FAILED TO TRUE
002420         GO TO 1100-EXIT
002430     END-IF.
002440     IF SEQ-CAL-DATE NOT NUMERIC
002450         OR NOT (SEQ-CAL-HOLIDAY OR SEQ-CAL-WORKDAY)
002460         DISPLAY "BUSCALC WARNING -- BUSCAL RECORD SKIPPED: "
002470                 SEQ-CAL-REC
002480         GO TO 1100-EXIT
002490     END-IF.
002500     IF WS-CAL-CNT >= WS-CAL-MAX
002510         DISPLAY "BUSCALC ERROR -- BUSCAL TABLE FULL -- RAISE"
002520                 " WS-CAL-MAX"
002530         SET WS-CAL-FAILED TO TRUE
002540         GO TO 1100-EXIT
002550     END-IF.
002560     ADD 1 TO WS-CAL-CNT.
002570     MOVE SEQ-CAL-DATE TO WS-CALT-DATE (WS-CAL-CNT).
002580     MOVE SEQ-CAL-TYPE TO WS-CALT-TYPE (WS-CAL-CNT).
002590     MOVE SEQ-CAL-DESC TO WS-CALT-DESC (WS-CAL-CNT).
002600 1100-EXIT.
002610     EXIT.
002620*
002630******************************************************************
002640*    2000-CHECK-DATE -- YEAR 1901-2099, MONTH 01-12, DAY
002650*    WITHIN THE MONTH.
002660******************************************************************
002670 2000-CHECK-DATE.
002680     MOVE "N" TO WS-DATE-OK-SW.
002690     IF WS-DATE-YEAR < 1901 OR WS-DATE-YEAR > 2099
002700         GO TO 2000-EXIT
002710     END-IF.
002720     IF WS-DATE-MONTH < 01 OR WS-DATE-MONTH > 12
002730         GO TO 2000-EXIT
002740     END-IF.
002750     PERFORM 5400-SET-MONTH-MAX THRU 5400-EXIT.
002760     IF WS-DATE-DAY < 01 OR WS-DATE-DAY > WS-MONTH-MAX-DAY
002770         GO TO 2000-EXIT
002780     END-IF.
002790     SET WS-DATE-OK TO TRUE.
002800 2000-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840*    2100-SET-WEEKDAY -- ZELLER'S CONGRUENCE FOR THE DATE IN
002850*    WS-DATE-PARTS:  (DAY + 13(MONTH+1)/5 + K + K/4 + J/4 + 5J)
002860*    MOD 7, K THE YEAR OF THE CENTURY, J THE CENTURY.  EACH
002870*    DIVISION IS TRUNCATED ON ITS OWN.
002880******************************************************************
002890 2100-SET-WEEKDAY.
002900     MOVE WS-DATE-YEAR  TO WS-Z-YEAR.
002910     MOVE WS-DATE-MONTH TO WS-Z-MONTH.
002920     IF WS-Z-MONTH < 3
002930         ADD 12 TO WS-Z-MONTH
002940         SUBTRACT 1 FROM WS-Z-YEAR
002950     END-IF.
002960     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
002970         REMAINDER WS-Z-YEAR-OF-CENT.
002980     MOVE WS-DATE-DAY TO WS-Z-SUM.
002990     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
003000     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-QUOT.
003010     ADD WS-Z-QUOT TO WS-Z-SUM.
003020     ADD WS-Z-YEAR-OF-CENT TO WS-Z-SUM.
003030     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-QUOT.
003040     ADD WS-Z-QUOT TO WS-Z-SUM.
003050     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-QUOT.
003060     ADD WS-Z-QUOT TO WS-Z-SUM.
003070     COMPUTE WS-Z-SUM = WS-Z-SUM + 5 * WS-Z-CENTURY.
003080     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT REMAINDER WS-Z-DAY.
003090*    0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
003100     IF WS-Z-DAY < 2
003110         COMPUTE WS-WEEKDAY = WS-Z-DAY + 6
003120     ELSE
003130         COMPUTE WS-WEEKDAY = WS-Z-DAY - 1
003140     END-IF.
003150 2100-EXIT.
003160     EXIT.
003170*
003180******************************************************************
003190*    3000-APPLY-FUNCTION -- MOVE WS-DATE-PARTS TO THE DATE THE
003200*    CALLER ASKED FOR.
003210******************************************************************
003220 3000-APPLY-FUNCTION.
003230     IF SEQ-BUS-CHECK
003240         GO TO 3000-EXIT
003250     END-IF.
003260     IF SEQ-BUS-NEXT
003270         PERFORM 3100-NEXT-BUS-DAY THRU 3100-EXIT
003280         GO TO 3000-EXIT
003290     END-IF.
003300     IF SEQ-BUS-PRIOR
003310         PERFORM 3200-PRIOR-BUS-DAY THRU 3200-EXIT
003320         GO TO 3000-EXIT
003330     END-IF.
003340     IF SEQ-BUS-LAST
003350         PERFORM 3300-LAST-BUS-DAY THRU 3300-EXIT
003360         GO TO 3000-EXIT
003370     END-IF.
003380     IF SEQ-BUS-BACK
003390         PERFORM 3400-BACK-BUS-DAYS THRU 3400-EXIT
003400         GO TO 3000-EXIT
003410     END-IF.
003420     MOVE 08 TO SEQ-BUS-RETURN-CODE.
003430 3000-EXIT.
003440     EXIT.
003450*
003460 3100-NEXT-BUS-DAY.
003470     MOVE ZERO TO WS-STEP-COUNT.
003480     MOVE "N"  TO WS-BUSINESS-SW.
003490     PERFORM 3150-FORWARD-AND-TEST THRU 3150-EXIT
003500         UNTIL WS-BUSINESS-DAY OR WS-STEP-COUNT > WS-STEP-MAX.
003510     IF NOT WS-BUSINESS-DAY
003520         MOVE 12 TO SEQ-BUS-RETURN-CODE
003530     END-IF.
003540 3100-EXIT.
003550     EXIT.
003560*
003570 3150-FORWARD-AND-TEST.
003580     PERFORM 5100-FORWARD-ONE-DAY THRU 5100-EXIT.
003590     PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
003600     ADD 1 TO WS-STEP-COUNT.
003610 3150-EXIT.
003620     EXIT.
003630*
003640 3200-PRIOR-BUS-DAY.
003650     MOVE ZERO TO WS-STEP-COUNT.
003660     MOVE "N"  TO WS-BUSINESS-SW.
003670     PERFORM 3250-BACK-AND-TEST THRU 3250-EXIT
003680         UNTIL WS-BUSINESS-DAY OR WS-STEP-COUNT > WS-STEP-MAX.
003690     IF NOT WS-BUSINESS-DAY
003700         MOVE 12 TO SEQ-BUS-RETURN-CODE
003710     END-IF.
003720 3200-EXIT.
003730     EXIT.
003740*
003750 3250-BACK-AND-TEST.
003760     PERFORM 5200-BACK-ONE-DAY THRU 5200-EXIT.
003770     PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
003780     ADD 1 TO WS-STEP-COUNT.
003790 3250-EXIT.
003800     EXIT.
003810*
003820*    THE LAST BUSINESS DAY OF THE MONTH IS THE MONTH'S LAST
003830*    DAY IF THAT IS A BUSINESS DAY, ELSE THE ONE BEFORE IT.
003840 3300-LAST-BUS-DAY.
003850     PERFORM 5400-SET-MONTH-MAX THRU 5400-EXIT.
003860     MOVE WS-MONTH-MAX-DAY TO WS-DATE-DAY.
003870     PERFORM 2100-SET-WEEKDAY THRU 2100-EXIT.
003880     PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
003890     IF NOT WS-BUSINESS-DAY
003900         PERFORM 3200-PRIOR-BUS-DAY THRU 3200-EXIT
003910     END-IF.
003920 3300-EXIT.
003930     EXIT.
003940*
003950 3400-BACK-BUS-DAYS.
003960     MOVE ZERO TO WS-BACK-COUNT.
003970     PERFORM 3450-BACK-ONE-BUS-DAY THRU 3450-EXIT
003980         UNTIL WS-BACK-COUNT >= SEQ-BUS-DAYS
003990         OR SEQ-BUS-RETURN-CODE NOT = ZERO.
004000 3400-EXIT.
004010     EXIT.
004020*
004030 3450-BACK-ONE-BUS-DAY.
004040     PERFORM 3200-PRIOR-BUS-DAY THRU 3200-EXIT.
004050     ADD 1 TO WS-BACK-COUNT.
004060 3450-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    4000-DESCRIBE-RESULT -- FILL IN THE RESULT DATE AND WHAT
004110*    THE CALENDAR SAYS ABOUT IT.
004120******************************************************************
004130 4000-DESCRIBE-RESULT.
004140     PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
004150     MOVE WS-DATE-PARTS TO SEQ-BUS-RESULT-DATE.
004160     MOVE WS-BUSINESS-SW TO SEQ-BUS-DAY-FLAG.
004170     MOVE WS-WEEKDAY TO SEQ-BUS-WEEKDAY.
004180     MOVE WS-DAY-NAME (WS-WEEKDAY) TO SEQ-BUS-DAY-NAME.
004190     IF WS-CAL-HIT
004200         MOVE WS-CALT-DESC (WS-CAL-HIT-SUB) TO SEQ-BUS-DESC
004210     END-IF.
004220 4000-EXIT.
004230     EXIT.
004240*
004250******************************************************************
004260*    5000-TEST-BUS-DAY -- A CALENDAR ENTRY DECIDES; OTHERWISE
004270*    MONDAY TO FRIDAY ARE BUSINESS DAYS.
004280******************************************************************
004290 5000-TEST-BUS-DAY.
004300     MOVE "N"  TO WS-CAL-HIT-SW.
004310     MOVE ZERO TO WS-CAL-HIT-SUB.
004320     PERFORM 5050-MATCH-CAL-ENTRY THRU 5050-EXIT
004330         VARYING WS-CAL-SUB FROM 1 BY 1
004340         UNTIL WS-CAL-SUB > WS-CAL-CNT OR WS-CAL-HIT.
004350     MOVE "N" TO WS-BUSINESS-SW.
004360     IF WS-CAL-HIT
004370         IF WS-CALT-WORKDAY (WS-CAL-HIT-SUB)
004380             SET WS-BUSINESS-DAY TO TRUE
004390         END-IF
004400         GO TO 5000-EXIT
004410     END-IF.
004420     IF WS-WEEKDAY < 6
004430         SET WS-BUSINESS-DAY TO TRUE
004440     END-IF.
004450 5000-EXIT.
004460     EXIT.
004470*
004480 5050-MATCH-CAL-ENTRY.
004490     IF WS-CALT-DATE (WS-CAL-SUB) = WS-DATE-PARTS
004500         SET WS-CAL-HIT TO TRUE
004510         MOVE WS-CAL-SUB TO WS-CAL-HIT-SUB
004520     END-IF.
004530 5050-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570*    5100-FORWARD-ONE-DAY / 5200-BACK-ONE-DAY -- STEP THE DATE
004580*    AND ITS DAY OF THE WEEK BY ONE CALENDAR DAY.
004590******************************************************************
004600 5100-FORWARD-ONE-DAY.
004610     IF WS-WEEKDAY = 7
004620         MOVE 1 TO WS-WEEKDAY
004630     ELSE
004640         ADD 1 TO WS-WEEKDAY
004650     END-IF.
004660     PERFORM 5400-SET-MONTH-MAX THRU 5400-EXIT.
004670     IF WS-DATE-DAY < WS-MONTH-MAX-DAY
004680         ADD 1 TO WS-DATE-DAY
004690         GO TO 5100-EXIT
004700     END-IF.
004710     MOVE 1 TO WS-DATE-DAY.
004720     IF WS-DATE-MONTH < 12
004730         ADD 1 TO WS-DATE-MONTH
004740     ELSE
004750         ADD 1 TO WS-DATE-YEAR
004760         MOVE 1 TO WS-DATE-MONTH
004770     END-IF.
004780 5100-EXIT.
004790     EXIT.
004800*
004810 5200-BACK-ONE-DAY.
004820     IF WS-WEEKDAY = 1
004830         MOVE 7 TO WS-WEEKDAY
004840     ELSE
004850         SUBTRACT 1 FROM WS-WEEKDAY
004860     END-IF.
004870     IF WS-DATE-DAY > 1
004880         SUBTRACT 1 FROM WS-DATE-DAY
004890         GO TO 5200-EXIT
004900     END-IF.
004910     IF WS-DATE-MONTH > 1
004920         SUBTRACT 1 FROM WS-DATE-MONTH
004930     ELSE
004940         SUBTRACT 1 FROM WS-DATE-YEAR
004950         MOVE 12 TO WS-DATE-MONTH
004960     END-IF.
004970     PERFORM 5400-SET-MONTH-MAX THRU 5400-EXIT.
004980     MOVE WS-MONTH-MAX-DAY TO WS-DATE-DAY.
004990 5200-EXIT.
005000     EXIT.
005010*
005020 5400-SET-MONTH-MAX.
005030     MOVE 31 TO WS-MONTH-MAX-DAY.
005040     IF WS-DATE-MONTH = 04 OR WS-DATE-MONTH = 06
005050         OR WS-DATE-MONTH = 09 OR WS-DATE-MONTH = 11
005060         MOVE 30 TO WS-MONTH-MAX-DAY
005070     END-IF.
005080     IF WS-DATE-MONTH = 02
005090         PERFORM 5500-CHECK-LEAP-YEAR THRU 5500-EXIT
005100         IF WS-LEAP-YEAR
005110             MOVE 29 TO WS-MONTH-MAX-DAY
005120         ELSE
005130             MOVE 28 TO WS-MONTH-MAX-DAY
005140         END-IF
005150     END-IF.
005160 5400-EXIT.
005170     EXIT.
005180*
005190 5500-CHECK-LEAP-YEAR.
005200     MOVE "N" TO WS-LEAP-SW.
005210     DIVIDE WS-DATE-YEAR BY 4
005220         GIVING WS-LEAP-REM REMAINDER WS-LEAP-REM.
005230     IF WS-LEAP-REM = ZERO
005240         SET WS-LEAP-YEAR TO TRUE
005250     END-IF.
005260     DIVIDE WS-DATE-YEAR BY 100
005270         GIVING WS-LEAP-REM REMAINDER WS-LEAP-REM.
005280     IF WS-LEAP-REM = ZERO
005290         MOVE "N" TO WS-LEAP-SW
005300         DIVIDE WS-DATE-YEAR BY 400
005310             GIVING WS-LEAP-REM REMAINDER WS-LEAP-REM
005320         IF WS-LEAP-REM = ZERO
005330             SET WS-LEAP-YEAR TO TRUE
005340         END-IF
005350     END-IF.
005360 5500-EXIT.
005370     EXIT.
005380*
005390 9999-MAIN-EXIT.
005400     GOBACK.
