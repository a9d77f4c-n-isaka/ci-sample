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
000320 PROGRAM-ID.                 OPERSGN.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  OPERATOR SIGN-ON AND ACCESS-LOG SUBPROGRAM.
000390*
000400*  SIGNS THE OPERATOR ON FOR AN INTERACTIVE PROGRAM, DECIDES
000410*  WHETHER EACH ACTION IS WITHIN THE OPERATOR'S AUTHORITY
000420*  LEVEL, AND WRITES EVERY SIGN-ON, FAILED ATTEMPT, REFUSAL,
000430*  ACTION AND SIGN-OFF TO THE CUMULATIVE OPERLOG ACCESS LOG
000440*  (ACCLOG COPYBOOK).  ACCTMNT, CTLMAINT, SEQINQ, RUNHIST,
000450*  RUNSLA, LOGARCH (RETRIEVAL), CALMAINT, SEQREST, SEQRESND
000460*  AND OPERMNT ALL CALL THIS, SO THE SECURITY RULES LIVE IN
000470*  ONE PLACE.  THE CALL AREA IS DESCRIBED IN THE SIGNON
000480*  COPYBOOK.
000490*
000500*  THE OPERATOR ID AND PASSWORD ARE CHECKED AGAINST THE
000510*  OPERSEC SECURITY FILE (OPERREC COPYBOOK), THREE ATTEMPTS
000520*  PER SIGN-ON.  A DISABLED OR LOCKED ID IS REFUSED.  EACH
000530*  WRONG PASSWORD ADDS ONE TO THE OPERATOR'S CONSECUTIVE
000540*  FAILURE COUNT ON OPERSEC, AND AT WS-LOCK-MAX FAILURES THE
000550*  ID IS LOCKED UNTIL OPERMNT REINSTATES IT.  A GOOD SIGN-ON
000560*  CLEARS THE COUNT.  AN UNKNOWN ID GETS THE SAME "SIGN-ON
000570*  FAILED" ANSWER AS A WRONG PASSWORD, SO THE CONSOLE DOES NOT
000580*  TELL WHICH IDS EXIST.
000590*
000600*  THE SIGNED-ON OPERATOR IS KEPT IN WORKING-STORAGE, WHICH
000610*  HOLDS ITS VALUES FROM CALL TO CALL FOR THE REST OF THE RUN.
000620*
000630*  A FAILURE TO WRITE THE ACCESS LOG IS REPORTED ON THE JOB
000640*  LOG, THE SAME AS ACCTCHGW; THE CALLER CARRIES ON.
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
000770     SELECT OPR-FILE         ASSIGN TO "OPERSEC"
000780                             ORGANIZATION INDEXED
000790                             ACCESS MODE DYNAMIC
000800                             RECORD KEY IS SEQ-OPR-ID
000810                             FILE STATUS OPR-STATUS.

000820     SELECT OPTIONAL ACC-FILE ASSIGN TO "OPERLOG"
000830                             ORGANIZATION LINE SEQUENTIAL
000840                             FILE STATUS ACC-STATUS.
000850******************************************************************
000860 DATA                        DIVISION.
000870******************************************************************
000880 FILE                        SECTION.
000890 FD  OPR-FILE.
000900     COPY OPERREC.

000910 FD  ACC-FILE.
000920 01  ACC-FILE-REC            PIC  X(75).
000930******************************************************************
000940 WORKING-STORAGE             SECTION.
000950******************************************************************
000960*    OPERSEC IS NOT OPTIONAL -- WITH NO SECURITY FILE NOBODY
000970*    SIGNS ON (OPERMNT ENROLS THE FIRST OPERATOR).
000980 77  OPR-STATUS                PIC  XX.
000990     88  OPR-STATUS-OK             VALUE "00".
001000     88  OPR-STATUS-NOT-FOUND      VALUE "23".
001010*    STATUS 05 IS A SUCCESSFUL OPEN OF THE OPTIONAL OPERLOG
001020*    BEFORE IT IS ON CATALOG -- THE FIRST EVENT CREATES IT.
001030 77  ACC-STATUS                PIC  XX.
001040     88  ACC-STATUS-OK             VALUE "00" "05".
001050*
001060*    THE SIGNED-ON OPERATOR, KEPT FROM CALL TO CALL.
001070 77  WS-SIGNED-ON-SW           PIC  X(01)  VALUE "N".
001080     88  WS-SIGNED-ON              VALUE "Y".
001090 77  WS-CUR-OPER-ID            PIC  X(08)  VALUE SPACES.
001100 77  WS-CUR-LEVEL              PIC  9(01)  VALUE ZERO.
001110*
001120*    SIGN-ON ATTEMPTS PER SIGN-ON, AND CONSECUTIVE FAILED
001130*    SIGN-ONS (ACROSS RUNS) THAT LOCK THE ID.
001140 77  WS-SGN-DONE-SW            PIC  X(01)  VALUE "N".
001150     88  WS-SGN-DONE               VALUE "Y".
001160 77  WS-TRY-COUNT              PIC  9(02)  COMP  VALUE ZERO.
001170 77  WS-TRY-MAX                PIC  9(02)  COMP  VALUE 3.
001180 77  WS-LOCK-MAX               PIC  9(02)  VALUE 5.
001190 77  WS-IN-OPER-ID             PIC  X(08)  VALUE SPACES.
001200 77  WS-IN-PASSWORD            PIC  X(16)  VALUE SPACES.
001210 77  WS-SHOW-LEVEL             PIC  9(01)  VALUE ZERO.
001220*
001230*    LENGTH OF THE CALLER'S PROGRAM NAME, FOR THE CONSOLE
001240*    MESSAGES.
001250 77  WS-PGM-LEN                PIC  9(04)  COMP  VALUE ZERO.
001260 77  WS-PGM-SUB                PIC  9(04)  COMP  VALUE ZERO.
001270*
001280*    PASSWORD SCRAMBLE.  EACH CHARACTER OF OPERATOR ID PLUS
001290*    PASSWORD IS TURNED INTO ITS POSITION IN WS-HASH-ALPHABET
001300*    (ANYTHING NOT IN IT COUNTS AS ONE PAST THE END) AND FOLDED
001310*    INTO A RUNNING VALUE KEPT BELOW A 12-DIGIT PRIME.  THE ID
001320*    IS PART OF THE INPUT, SO TWO OPERATORS WITH THE SAME
001330*    PASSWORD DO NOT SHARE A HASH.
001340 01  WS-HASH-INPUT.
001350     03  WS-HASH-IN-ID         PIC  X(08).
001360     03  WS-HASH-IN-PASSWORD   PIC  X(16).
001370 01  WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
001380     03  WS-HASH-CHAR          PIC  X(01)  OCCURS 24.
001390 01  WS-HASH-ALPHABET.
001400     03  FILLER                PIC  X(27)
001410             VALUE " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001420     03  FILLER                PIC  X(26)
001430             VALUE "abcdefghijklmnopqrstuvwxyz".
001440     03  FILLER                PIC  X(10)  VALUE "0123456789".
001450     03  FILLER                PIC  X(18)
001460             VALUE "!#$%&*+-./:;<=>?@_".
001470 77  WS-HASH-SUB               PIC  9(04)  COMP  VALUE ZERO.
001480 77  WS-HASH-ORD               PIC  9(04)  COMP  VALUE ZERO.
001490 77  WS-HASH-VALUE             PIC  9(12)  COMP-3 VALUE ZERO.
001500 77  WS-HASH-SEED              PIC  9(12)  COMP-3 VALUE 5381.
001510 77  WS-HASH-WORK              PIC  9(15)  COMP-3 VALUE ZERO.
001520 77  WS-HASH-QUOT              PIC  9(15)  COMP-3 VALUE ZERO.
001530 77  WS-HASH-MODULUS           PIC  9(12)  COMP-3
001540                                   VALUE 999999999989.
001550*
001560*    AUTHORITY LEVEL NAMES, LEVEL 1 FIRST.
001570 01  WS-LEVEL-NAME-VALUES.
001580     03  FILLER                PIC  X(11)  VALUE "INQUIRY".
001590     03  FILLER                PIC  X(11)  VALUE "OPERATIONS".
001600     03  FILLER                PIC  X(11)  VALUE "MAINTENANCE".
001610 01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAME-VALUES.
001620     03  WS-LEVEL-NAME         PIC  X(11)  OCCURS 3.
001630*
001640*    ACCESS-LOG RECORD, APPENDED TO OPERLOG.
001650     COPY ACCLOG.
001660******************************************************************
001670 LINKAGE                     SECTION.
001680******************************************************************
001690     COPY SIGNON.
001700******************************************************************
001710 PROCEDURE                   DIVISION USING SEQ-SGN-AREA.
001720******************************************************************
001730 0000-MAIN-RTN.
001740     MOVE ZERO TO SEQ-SGN-RETURN-CODE.
001750     MOVE ZERO TO WS-PGM-LEN.
001760     PERFORM 0050-FIND-PGM-LENGTH THRU 0050-EXIT
001770         VARYING WS-PGM-SUB FROM 8 BY -1
001780         UNTIL WS-PGM-SUB < 1 OR WS-PGM-LEN > ZERO.
001790     IF WS-PGM-LEN = ZERO
001800         MOVE "OPERSGN" TO SEQ-SGN-PGM
001810         MOVE 7 TO WS-PGM-LEN
001820     END-IF.
001830     IF SEQ-SGN-HASH-PW
001840         PERFORM 5000-HASH-PASSWORD THRU 5000-EXIT
001850         MOVE WS-HASH-VALUE TO SEQ-SGN-HASH
001860         GO TO 9999-MAIN-EXIT
001870     END-IF.
001880     PERFORM 0100-DISPATCH THRU 0100-EXIT.
001890     MOVE WS-CUR-OPER-ID TO SEQ-SGN-OPER-ID.
001900     MOVE WS-CUR-LEVEL   TO SEQ-SGN-LEVEL.
001910     GO TO 9999-MAIN-EXIT.
001920*
001930 0050-FIND-PGM-LENGTH.
001940     IF SEQ-SGN-PGM (WS-PGM-SUB:1) NOT = SPACE
001950         MOVE WS-PGM-SUB TO WS-PGM-LEN
001960     END-IF.
001970 0050-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010*    0100-DISPATCH -- ROUTE THE CALL.  EVERYTHING BUT A SIGN-ON
002020*    NEEDS AN OPERATOR ALREADY SIGNED ON.
002030******************************************************************
002040 0100-DISPATCH.
002050     IF SEQ-SGN-SIGN-ON
002060         PERFORM 1000-SIGN-ON THRU 1000-EXIT
002070         GO TO 0100-EXIT
002080     END-IF.
002090     IF NOT SEQ-SGN-AUTHORIZE AND NOT SEQ-SGN-LOG
002100         AND NOT SEQ-SGN-SIGN-OFF
002110         DISPLAY "OPERSGN ERROR -- FUNCTION CODE "
002120                 SEQ-SGN-FUNCTION " NOT RECOGNIZED"
002130         MOVE 12 TO SEQ-SGN-RETURN-CODE
002140         GO TO 0100-EXIT
002150     END-IF.
002160     IF NOT WS-SIGNED-ON
002170         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
002180                 " -- NO OPERATOR IS SIGNED ON"
002190         MOVE 08 TO SEQ-SGN-RETURN-CODE
002200         GO TO 0100-EXIT
002210     END-IF.
002220     IF SEQ-SGN-AUTHORIZE
002230         PERFORM 2000-AUTHORIZE THRU 2000-EXIT
002240         GO TO 0100-EXIT
002250     END-IF.
002260     IF SEQ-SGN-LOG
002270         PERFORM 3000-LOG-ACTION THRU 3000-EXIT
002280         GO TO 0100-EXIT
002290     END-IF.
002300     PERFORM 4000-SIGN-OFF THRU 4000-EXIT.
002310 0100-EXIT.
002320     EXIT.
002330*
002340******************************************************************
002350*    1000-SIGN-ON -- UP TO WS-TRY-MAX ATTEMPTS AT AN OPERATOR
002360*    ID AND PASSWORD, THEN THE PROGRAM'S OWN LEVEL CHECK.
002370******************************************************************
002380 1000-SIGN-ON.
002390     MOVE "N"    TO WS-SIGNED-ON-SW.
002400     MOVE SPACES TO WS-CUR-OPER-ID.
002410     MOVE ZERO   TO WS-CUR-LEVEL.
002420     OPEN I-O OPR-FILE.
002430     IF NOT OPR-STATUS-OK
002440         DISPLAY "OPERSGN ERROR -- OPERSEC OPEN FAILED, STATUS="
002450                 OPR-STATUS
002460         MOVE 12 TO SEQ-SGN-RETURN-CODE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     MOVE ZERO TO WS-TRY-COUNT.
002500     MOVE "N"  TO WS-SGN-DONE-SW.
002510     PERFORM 1100-TRY-SIGN-ON THRU 1100-EXIT
002520         UNTIL WS-SGN-DONE OR WS-TRY-COUNT NOT < WS-TRY-MAX.
002530     CLOSE OPR-FILE.
002540     IF NOT OPR-STATUS-OK
002550         DISPLAY "OPERSGN ERROR -- OPERSEC CLOSE FAILED, STATUS="
002560                 OPR-STATUS
002570         MOVE 12 TO SEQ-SGN-RETURN-CODE
002580     END-IF.
002590     IF SEQ-SGN-RETURN-CODE NOT = ZERO
002600         MOVE "N" TO WS-SIGNED-ON-SW
002610         GO TO 1000-EXIT
002620     END-IF.
002630     IF NOT WS-SIGNED-ON
002640         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN) " -- SIGN-ON REFUSED"
002650         MOVE 08 TO SEQ-SGN-RETURN-CODE
002660         GO TO 1000-EXIT
002670     END-IF.
002680     IF WS-CUR-LEVEL < SEQ-SGN-REQ-LEVEL
002690         MOVE WS-CUR-OPER-ID TO SEQ-ACC-OPER-ID
002700         MOVE WS-CUR-LEVEL   TO SEQ-ACC-LEVEL
002710         MOVE "R"            TO SEQ-ACC-EVENT
002720         MOVE "PROGRAM NEEDS A HIGHER LEVEL" TO SEQ-ACC-DETAIL
002730         PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT
002740         MOVE SEQ-SGN-REQ-LEVEL TO WS-SHOW-LEVEL
002750         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
002760                 " -- REFUSED: NEEDS LEVEL "
002770                 WS-SHOW-LEVEL " " WS-LEVEL-NAME (WS-SHOW-LEVEL)
002780         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
002790                 " -- OPERATOR " WS-CUR-OPER-ID
002800                 " IS LEVEL " WS-CUR-LEVEL
002810         MOVE "N"    TO WS-SIGNED-ON-SW
002820         MOVE SPACES TO WS-CUR-OPER-ID
002830         MOVE ZERO   TO WS-CUR-LEVEL
002840         MOVE 08     TO SEQ-SGN-RETURN-CODE
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.
002880*
002890 1100-TRY-SIGN-ON.
002900     ADD 1 TO WS-TRY-COUNT.
002910     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN) " -- ENTER OPERATOR ID".
002920     ACCEPT WS-IN-OPER-ID.
002930     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN) " -- ENTER PASSWORD".
002940     ACCEPT WS-IN-PASSWORD.
002950     MOVE WS-IN-OPER-ID TO SEQ-ACC-OPER-ID.
002960     MOVE ZERO          TO SEQ-ACC-LEVEL.
002970     IF WS-IN-OPER-ID = SPACES OR WS-IN-OPER-ID = LOW-VALUES
002972         MOVE SPACES                TO SEQ-ACC-OPER-ID
002974         MOVE "F"                   TO SEQ-ACC-EVENT
002976         MOVE "BLANK OPERATOR ID"   TO SEQ-ACC-DETAIL
002978         PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT
002980         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN) " -- SIGN-ON FAILED"
002990         GO TO 1100-EXIT
003000     END-IF.
003010     MOVE WS-IN-OPER-ID TO SEQ-OPR-ID.
003020     READ OPR-FILE.
003030     IF OPR-STATUS-NOT-FOUND
003040         MOVE "F"                   TO SEQ-ACC-EVENT
003050         MOVE "UNKNOWN OPERATOR ID" TO SEQ-ACC-DETAIL
003060         PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT
003070         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN) " -- SIGN-ON FAILED"
003080         GO TO 1100-EXIT
003090     END-IF.
003100     IF NOT OPR-STATUS-OK
003110         DISPLAY "OPERSGN ERROR -- OPERSEC READ FAILED, STATUS="
003120                 OPR-STATUS
003130         MOVE 12 TO SEQ-SGN-RETURN-CODE
003140         SET WS-SGN-DONE TO TRUE
003150         GO TO 1100-EXIT
003160     END-IF.
003170     MOVE SEQ-OPR-LEVEL TO SEQ-ACC-LEVEL.
003180     IF SEQ-OPR-DISABLED OR SEQ-OPR-LOCKED
003190         PERFORM 1200-REFUSE-ID THRU 1200-EXIT
003200         GO TO 1100-EXIT
003210     END-IF.
003220     MOVE WS-IN-OPER-ID  TO WS-HASH-IN-ID.
003230     MOVE WS-IN-PASSWORD TO WS-HASH-IN-PASSWORD.
003240     PERFORM 5100-COMPUTE-HASH THRU 5100-EXIT.
003250     MOVE SPACES TO WS-IN-PASSWORD WS-HASH-IN-PASSWORD.
003260     IF WS-HASH-VALUE NOT = SEQ-OPR-PW-HASH
003270         PERFORM 1300-WRONG-PASSWORD THRU 1300-EXIT
003280         GO TO 1100-EXIT
003290     END-IF.
003300     MOVE ZERO TO SEQ-OPR-FAIL-COUNT.
003310     ACCEPT SEQ-OPR-LAST-DATE FROM DATE YYYYMMDD.
003320     ACCEPT SEQ-OPR-LAST-TIME FROM TIME.
003330     PERFORM 1400-REWRITE-OPERATOR THRU 1400-EXIT.
003340     IF SEQ-SGN-RETURN-CODE NOT = ZERO
003350         GO TO 1100-EXIT
003360     END-IF.
003370     SET WS-SIGNED-ON TO TRUE.
003380     SET WS-SGN-DONE  TO TRUE.
003390     MOVE SEQ-OPR-ID    TO WS-CUR-OPER-ID.
003400     MOVE SEQ-OPR-LEVEL TO WS-CUR-LEVEL.
003410     MOVE "S"           TO SEQ-ACC-EVENT.
003420     MOVE "SIGNED ON"   TO SEQ-ACC-DETAIL.
003430     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
003440     IF NOT SEQ-OPR-LEVEL-VALID
003450         MOVE 1 TO WS-SHOW-LEVEL
003460     ELSE
003470         MOVE SEQ-OPR-LEVEL TO WS-SHOW-LEVEL
003480     END-IF.
003490     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
003500             " -- " SEQ-OPR-ID " SIGNED ON, LEVEL "
003510             SEQ-OPR-LEVEL " " WS-LEVEL-NAME (WS-SHOW-LEVEL).
003520 1100-EXIT.
003530     EXIT.
003540*
003550******************************************************************
003560*    1200-REFUSE-ID -- A DISABLED OR LOCKED ID IS REFUSED
003570*    WITHOUT LOOKING AT THE PASSWORD, AND NO FURTHER ATTEMPT IS
003580*    OFFERED.
003590******************************************************************
003600 1200-REFUSE-ID.
003610     MOVE "R" TO SEQ-ACC-EVENT.
003620     IF SEQ-OPR-DISABLED
003630         MOVE "OPERATOR ID DISABLED" TO SEQ-ACC-DETAIL
003640     ELSE
003650         MOVE "OPERATOR ID LOCKED"   TO SEQ-ACC-DETAIL
003660     END-IF.
003670     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
003680     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
003690             " -- SIGN-ON REFUSED, " SEQ-ACC-DETAIL.
003700     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
003710             " -- SEE THE SECURITY ADMINISTRATOR".
003720     SET WS-SGN-DONE TO TRUE.
003730 1200-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770*    1300-WRONG-PASSWORD -- COUNT THE FAILURE ON OPERSEC AND
003780*    LOCK THE ID WHEN THE COUNT REACHES WS-LOCK-MAX.
003790******************************************************************
003800 1300-WRONG-PASSWORD.
003810     ADD 1 TO SEQ-OPR-FAIL-COUNT.
003820     IF SEQ-OPR-FAIL-COUNT NOT < WS-LOCK-MAX
003830         SET SEQ-OPR-LOCKED TO TRUE
003840     END-IF.
003850     PERFORM 1400-REWRITE-OPERATOR THRU 1400-EXIT.
003860     MOVE "F"              TO SEQ-ACC-EVENT.
003870     MOVE "WRONG PASSWORD" TO SEQ-ACC-DETAIL.
003880     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
003890     IF NOT SEQ-OPR-LOCKED
003900         DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN) " -- SIGN-ON FAILED"
003910         GO TO 1300-EXIT
003920     END-IF.
003930     MOVE "L" TO SEQ-ACC-EVENT.
003940     MOVE SPACES TO SEQ-ACC-DETAIL.
003950     STRING "LOCKED AFTER " SEQ-OPR-FAIL-COUNT
003960            " FAILED SIGN-ONS" DELIMITED BY SIZE
003970         INTO SEQ-ACC-DETAIL.
003980     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
003990     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
004000             " -- SIGN-ON FAILED -- OPERATOR ID "
004010             SEQ-OPR-ID " IS NOW LOCKED".
004020     SET WS-SGN-DONE TO TRUE.
004030 1300-EXIT.
004040     EXIT.
004050*
004060 1400-REWRITE-OPERATOR.
004070     REWRITE SEQ-OPR-REC.
004080     IF NOT OPR-STATUS-OK
004090         DISPLAY "OPERSGN ERROR -- OPERSEC REWRITE FAILED,"
004100                 " STATUS=" OPR-STATUS
004110         MOVE 12 TO SEQ-SGN-RETURN-CODE
004120         SET WS-SGN-DONE TO TRUE
004130     END-IF.
004140 1400-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*    2000-AUTHORIZE -- MAY THE SIGNED-ON OPERATOR TAKE THE
004190*    CALLER'S ACTION?  A REFUSAL IS LOGGED; AN ALLOWED ACTION
004200*    IS LOGGED BY THE CALLER ONCE IT HAS BEEN TAKEN.
004210******************************************************************
004220 2000-AUTHORIZE.
004230     IF WS-CUR-LEVEL NOT < SEQ-SGN-REQ-LEVEL
004240         GO TO 2000-EXIT
004250     END-IF.
004260     MOVE WS-CUR-OPER-ID TO SEQ-ACC-OPER-ID.
004270     MOVE WS-CUR-LEVEL   TO SEQ-ACC-LEVEL.
004280     MOVE "R"            TO SEQ-ACC-EVENT.
004290     MOVE SEQ-SGN-ACTION TO SEQ-ACC-DETAIL.
004300     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
004310     MOVE SEQ-SGN-REQ-LEVEL TO WS-SHOW-LEVEL.
004320     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
004330             " -- REFUSED: " SEQ-SGN-ACTION.
004340     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
004350             " -- NEEDS LEVEL " WS-SHOW-LEVEL " "
004360             WS-LEVEL-NAME (WS-SHOW-LEVEL).
004370     DISPLAY SEQ-SGN-PGM (1:WS-PGM-LEN)
004380             " -- OPERATOR " WS-CUR-OPER-ID
004390             " IS LEVEL " WS-CUR-LEVEL.
004400     MOVE 08 TO SEQ-SGN-RETURN-CODE.
004410 2000-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450*    3000-LOG-ACTION -- THE CALLER HAS TAKEN AN ACTION.
004460******************************************************************
004470 3000-LOG-ACTION.
004480     MOVE WS-CUR-OPER-ID TO SEQ-ACC-OPER-ID.
004490     MOVE WS-CUR-LEVEL   TO SEQ-ACC-LEVEL.
004500     MOVE "A"            TO SEQ-ACC-EVENT.
004510     MOVE SEQ-SGN-ACTION TO SEQ-ACC-DETAIL.
004520     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
004530 3000-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570*    4000-SIGN-OFF -- END OF THE SESSION.
004580******************************************************************
004590 4000-SIGN-OFF.
004600     MOVE WS-CUR-OPER-ID TO SEQ-ACC-OPER-ID.
004610     MOVE WS-CUR-LEVEL   TO SEQ-ACC-LEVEL.
004620     MOVE "E"            TO SEQ-ACC-EVENT.
004630     MOVE "SIGNED OFF"   TO SEQ-ACC-DETAIL.
004632*    NO LEVEL IS NEEDED TO SIGN OFF.
004634     MOVE ZERO           TO SEQ-SGN-REQ-LEVEL.
004640     PERFORM 6000-WRITE-ACCESS-LOG THRU 6000-EXIT.
004650     MOVE "N"    TO WS-SIGNED-ON-SW.
004660     MOVE SPACES TO WS-CUR-OPER-ID.
004670     MOVE ZERO   TO WS-CUR-LEVEL.
004680 4000-EXIT.
004690     EXIT.
004700*
004710******************************************************************
004720*    5000-HASH-PASSWORD -- THE CALLER'S ID AND PASSWORD IN,
004730*    THE SCRAMBLED VALUE OUT (OPERMNT SETTING A PASSWORD).
004740******************************************************************
004750 5000-HASH-PASSWORD.
004760     MOVE SEQ-SGN-OPER-ID  TO WS-HASH-IN-ID.
004770     MOVE SEQ-SGN-PASSWORD TO WS-HASH-IN-PASSWORD.
004780     PERFORM 5100-COMPUTE-HASH THRU 5100-EXIT.
004790     MOVE SPACES TO WS-HASH-IN-PASSWORD.
004800 5000-EXIT.
004810     EXIT.
004820*
004830 5100-COMPUTE-HASH.
004840     MOVE WS-HASH-SEED TO WS-HASH-VALUE.
004850     PERFORM 5200-HASH-ONE-CHAR THRU 5200-EXIT
004860         VARYING WS-HASH-SUB FROM 1 BY 1
004870         UNTIL WS-HASH-SUB > 24.
004880 5100-EXIT.
004890     EXIT.
004900*
004910 5200-HASH-ONE-CHAR.
004920     MOVE ZERO TO WS-HASH-ORD.
004930     INSPECT WS-HASH-ALPHABET TALLYING WS-HASH-ORD
004940         FOR CHARACTERS BEFORE INITIAL WS-HASH-CHAR (WS-HASH-SUB).
004950     ADD 1 TO WS-HASH-ORD.
004960     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
004970                          + WS-HASH-ORD * WS-HASH-SUB + 17.
004980     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
004990         GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
005000 5200-EXIT.
005010     EXIT.
005020*
005030******************************************************************
005040*    6000-WRITE-ACCESS-LOG -- STAMP AND APPEND THE ACCESS-LOG
005050*    RECORD.  THE CALLER HAS SET THE OPERATOR, LEVEL, EVENT AND
005060*    DETAIL.
005070******************************************************************
005080 6000-WRITE-ACCESS-LOG.
005090     ACCEPT SEQ-ACC-DATE FROM DATE YYYYMMDD.
005100     ACCEPT SEQ-ACC-TIME FROM TIME.
005110     MOVE SEQ-SGN-PGM       TO SEQ-ACC-PGM.
005120     MOVE SEQ-SGN-REQ-LEVEL TO SEQ-ACC-REQ-LEVEL.
005130     OPEN EXTEND ACC-FILE.
005140     IF NOT ACC-STATUS-OK
005150         DISPLAY "OPERSGN WARNING -- OPERLOG OPEN FAILED,"
005160                 " STATUS=" ACC-STATUS
005170         GO TO 6000-EXIT
005180     END-IF.
005190     WRITE ACC-FILE-REC FROM SEQ-ACC-REC.
005200     IF NOT ACC-STATUS-OK
005210         DISPLAY "OPERSGN WARNING -- OPERLOG WRITE FAILED,"
005220                 " STATUS=" ACC-STATUS
005230     END-IF.
005240     CLOSE ACC-FILE.
005250     IF NOT ACC-STATUS-OK
005260         DISPLAY "OPERSGN WARNING -- OPERLOG CLOSE FAILED,"
005270                 " STATUS=" ACC-STATUS
005280     END-IF.
005290 6000-EXIT.
005300     EXIT.
005310*
005320 9999-MAIN-EXIT.
005330     GOBACK.
