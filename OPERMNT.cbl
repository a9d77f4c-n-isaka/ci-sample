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
000320 PROGRAM-ID.                 OPERMNT.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  OPERSEC OPERATOR SECURITY MAINTENANCE.
000390*
000400*  RUN BY THE SECURITY ADMINISTRATOR TO MAINTAIN THE OPERSEC
000410*  OPERATOR SECURITY FILE (OPERREC COPYBOOK) -- ENROL AN
000420*  OPERATOR, CHANGE AN AUTHORITY LEVEL, DISABLE OR REINSTATE
000430*  AN ID, RESET A PASSWORD.  THE OPERATOR SIGNS ON THROUGH
000440*  OPERSGN LIKE ANY OTHER INTERACTIVE PROGRAM AND MUST HOLD
000450*  LEVEL 3 (MASTER-FILE MAINTENANCE).  EVERY ACTION IS
000460*  WRITTEN TO THE OPERLOG ACCESS LOG.
000470*
000480*  ACTIONS
000490*    A  ADD AN OPERATOR           (NAME, LEVEL, PASSWORD)
000500*    C  CHANGE AN AUTHORITY LEVEL
000510*    X  DISABLE AN OPERATOR ID
000520*    R  REINSTATE A DISABLED OR LOCKED ID (CLEARS THE
000530*       FAILED SIGN-ON COUNT)
000540*    P  RESET A PASSWORD          (A LOCKED ID STAYS LOCKED
000550*                                  UNTIL REINSTATED)
000560*    L  LIST THE OPERATORS
000570*    E  END THE SESSION
000580*
000590*  THE ADMINISTRATOR MAY NOT CHANGE THE LEVEL OF, OR DISABLE,
000600*  THEIR OWN ID, SO THE LAST LEVEL-3 OPERATOR CANNOT LOCK
000610*  EVERYONE OUT BY MISTAKE.
000620*
000630*  FIRST USE -- WHEN OPERSEC IS NOT ON CATALOG OR HOLDS NO
000640*  OPERATORS, THE PROGRAM ENROLS THE FIRST SECURITY
000650*  ADMINISTRATOR AT LEVEL 3 BEFORE THE SIGN-ON.  OPERSEC
000660*  MUST THEREFORE BE PROTECTED AGAINST DELETION.
000670*
000680*  PASSWORDS ARE 6 TO 16 CHARACTERS, ENTERED TWICE, AND ARE
000690*  STORED ONLY AS THE OPERSGN SCRAMBLE.  EACH PROMPT ALLOWS
000700*  THREE ATTEMPTS BEFORE THE PROGRAM GIVES UP.
000710*
000720*  INPUT
000730*    OPERATOR ID AND PASSWORD (OPERSGN SIGN-ON) FIRST, THEN
000740*    THE ACTIONS.
000750*
000760*  RETURN CODES
000770*    00  SESSION ENDED NORMALLY
000780*    16  ABEND (SIGN-ON REFUSED, INVALID INPUT AFTER THREE
000790*        ATTEMPTS, OR I/O)
000800*
000810*  MODIFICATION HISTORY
000820*  2026-10-15 TSH  INITIAL VERSION.
000830******************************************************************
000840 ENVIRONMENT                 DIVISION.
000850******************************************************************
000860 CONFIGURATION               SECTION.
000870 SOURCE-COMPUTER.            IBM-370.
000880 OBJECT-COMPUTER.            IBM-370.
000890******************************************************************
000900 INPUT-OUTPUT                SECTION.
000910 FILE-CONTROL.
000920     SELECT OPR-FILE         ASSIGN TO "OPERSEC"
000930                             ORGANIZATION INDEXED
000940                             ACCESS MODE DYNAMIC
000950                             RECORD KEY IS SEQ-OPR-ID
000960                             FILE STATUS OPR-STATUS.
000970******************************************************************
000980 DATA                        DIVISION.
000990******************************************************************
001000 FILE                        SECTION.
001010 FD  OPR-FILE.
001020     COPY OPERREC.
001030******************************************************************
001040 WORKING-STORAGE             SECTION.
001050******************************************************************
001060*    FILE STATUS.  35 ON THE FIRST-USE CHECK MEANS OPERSEC IS
001070*    NOT ON CATALOG YET.
001080 77  OPR-STATUS                PIC  XX.
001090     88  OPR-STATUS-OK             VALUE "00".
001100     88  OPR-STATUS-EOF            VALUE "10".
001110     88  OPR-STATUS-DUPLICATE      VALUE "22".
001120     88  OPR-STATUS-NOT-FOUND      VALUE "23".
001130     88  OPR-STATUS-MISSING        VALUE "35".
001140*
001150*    SWITCHES, ATTEMPT COUNTER AND SCRATCH INPUT FIELDS.
001160 77  WS-END-SW                 PIC  X(01)  VALUE "N".
001170     88  WS-SESSION-END            VALUE "Y".
001180 77  WS-FIELD-OK-SW            PIC  X(01)  VALUE "N".
001190     88  WS-FIELD-OK               VALUE "Y".
001200 77  WS-FIRST-USE-SW           PIC  X(01)  VALUE "N".
001210     88  WS-FIRST-USE              VALUE "Y".
001220 77  WS-NO-FILE-SW             PIC  X(01)  VALUE "N".
001230     88  WS-NO-FILE                VALUE "Y".
001240 77  WS-LIST-END-SW            PIC  X(01)  VALUE "N".
001250     88  WS-LIST-END               VALUE "Y".
001260 77  WS-TRY-COUNT              PIC  9(02)  COMP  VALUE ZERO.
001270 77  WS-TRY-MAX                PIC  9(02)  COMP  VALUE 3.
001280 77  WS-IN-ACTION              PIC  X(01)  VALUE SPACE.
001290     88  WS-ACT-ADD                VALUE "A".
001300     88  WS-ACT-LEVEL              VALUE "C".
001310     88  WS-ACT-DISABLE            VALUE "X".
001320     88  WS-ACT-REINSTATE          VALUE "R".
001330     88  WS-ACT-PASSWORD           VALUE "P".
001340     88  WS-ACT-LIST               VALUE "L".
001350     88  WS-ACT-END                VALUE "E".
001360 77  WS-IN-OPER-ID             PIC  X(08)  VALUE SPACES.
001370 77  WS-IN-NAME                PIC  X(30)  VALUE SPACES.
001380 77  WS-IN-LEVEL-X             PIC  X(01)  VALUE SPACE.
001390     88  WS-IN-LEVEL-VALID         VALUE "1" "2" "3".
001400 77  WS-IN-LEVEL-N REDEFINES WS-IN-LEVEL-X
001410                               PIC  9(01).
001420 77  WS-IN-PASSWORD            PIC  X(16)  VALUE SPACES.
001430 77  WS-IN-PASSWORD-2          PIC  X(16)  VALUE SPACES.
001440 77  WS-OLD-LEVEL              PIC  9(01)  VALUE ZERO.
001450*
001460*    OPERATOR-ID SCAN FIELDS -- THE SAME LEFT-JUSTIFIED RULE
001470*    ACCTMNT APPLIES TO ACCOUNT IDS.
001480 77  WS-ID-SUB                 PIC  9(04)  COMP  VALUE ZERO.
001490 77  WS-ID-LEN                 PIC  9(04)  COMP  VALUE ZERO.
001500 77  WS-ID-BAD-SW              PIC  X(01)  VALUE "N".
001510     88  WS-ID-BAD                 VALUE "Y".
001520*
001530*    PASSWORD LENGTH CHECK.
001540 77  WS-PW-SUB                 PIC  9(04)  COMP  VALUE ZERO.
001550 77  WS-PW-LEN                 PIC  9(04)  COMP  VALUE ZERO.
001560 77  WS-PW-MIN                 PIC  9(04)  COMP  VALUE 6.
001570 77  WS-NEW-HASH               PIC  9(12)  VALUE ZERO.
001580*
001590*    THE SIGNED-ON ADMINISTRATOR AND SESSION COUNTERS.
001600 77  WS-MY-OPER-ID             PIC  X(08)  VALUE SPACES.
001610 77  WS-APPLIED-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001620 77  WS-LIST-COUNT             PIC  9(05)  VALUE ZERO.
001630 77  WS-LIST-STATE             PIC  X(08)  VALUE SPACES.
001640*
001650 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001660 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001670 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001680 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001690*
001700*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001710     COPY RUNREC.
001720*
001730*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
001740     COPY SIGNON.
001750******************************************************************
001760 PROCEDURE                   DIVISION.
001770******************************************************************
001780 0000-MAIN-RTN.
001790     ACCEPT WS-LOG-START-TIME FROM TIME.
001800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001810     DISPLAY "OPERMNT -- OPERATOR SECURITY MAINTENANCE".
001820     PERFORM 0600-CHECK-FIRST-USE THRU 0600-EXIT.
001830     IF WS-FIRST-USE
001840         PERFORM 0700-ENROL-FIRST THRU 0700-EXIT
001850     END-IF.
001860     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001870     IF WS-FIRST-USE
001880         MOVE SPACES TO SEQ-SGN-ACTION
001890         STRING "ENROLLED FIRST OPERATOR " DELIMITED BY SIZE
001900                WS-IN-OPER-ID DELIMITED BY SPACE
001910                " LEVEL 3" DELIMITED BY SIZE
001920             INTO SEQ-SGN-ACTION
001930         PERFORM 0300-LOG-ACTION THRU 0300-EXIT
001940     END-IF.
001950     OPEN I-O OPR-FILE.
001960     IF NOT OPR-STATUS-OK
001970         MOVE "OPERSEC OPEN FAILED" TO WS-ABEND-MSG
001980         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001990     END-IF.
002000     PERFORM 1000-ONE-ACTION THRU 1000-EXIT
002010         UNTIL WS-SESSION-END.
002020     CLOSE OPR-FILE.
002030     IF NOT OPR-STATUS-OK
002040         MOVE "OPERSEC CLOSE FAILED" TO WS-ABEND-MSG
002050         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002060     END-IF.
002070     DISPLAY "OPERMNT -- " WS-APPLIED-COUNT " ACTIONS APPLIED".
002080     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
002090     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
002100     GO TO 9999-MAIN-EXIT.
002110*
002120******************************************************************
002130*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 3 TO RUN
002140*    THIS PROGRAM.
002150******************************************************************
002160 0100-SIGN-ON.
002170     MOVE "S" TO SEQ-SGN-FUNCTION.
002180     MOVE 3   TO SEQ-SGN-REQ-LEVEL.
002190     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002200     IF NOT SEQ-SGN-OK
002210         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
002220         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002230     END-IF.
002240     MOVE SEQ-SGN-OPER-ID TO WS-MY-OPER-ID.
002250 0100-EXIT.
002260     EXIT.
002270*
002280******************************************************************
002290*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
002300*    THE OPERLOG ACCESS LOG.
002310******************************************************************
002320 0300-LOG-ACTION.
002330     MOVE "L" TO SEQ-SGN-FUNCTION.
002340     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002350 0300-EXIT.
002360     EXIT.
002370*
002380 0400-SIGN-OFF.
002390     MOVE "E" TO SEQ-SGN-FUNCTION.
002400     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002410 0400-EXIT.
002420     EXIT.
002430*
002440******************************************************************
002450*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
002460*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
002470******************************************************************
002480 0500-CALL-OPERSGN.
002490     MOVE "OPERMNT" TO SEQ-SGN-PGM.
002500     MOVE RETURN-CODE TO WS-SAVE-RC.
002510     CALL "OPERSGN" USING SEQ-SGN-AREA
002520         ON EXCEPTION
002530             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
002540             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002550     END-CALL.
002560     MOVE WS-SAVE-RC TO RETURN-CODE.
002570 0500-EXIT.
002580     EXIT.
002590*
002600******************************************************************
002610*    0600-CHECK-FIRST-USE -- NO OPERSEC, OR AN EMPTY ONE, MEANS
002620*    NOBODY COULD EVER SIGN ON.
002630******************************************************************
002640 0600-CHECK-FIRST-USE.
002650     OPEN INPUT OPR-FILE.
002660     IF OPR-STATUS-MISSING
002670         SET WS-NO-FILE   TO TRUE
002680         SET WS-FIRST-USE TO TRUE
002690         GO TO 0600-EXIT
002700     END-IF.
002710     IF NOT OPR-STATUS-OK
002720         MOVE "OPERSEC OPEN FAILED" TO WS-ABEND-MSG
002730         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002740     END-IF.
002750     READ OPR-FILE NEXT RECORD.
002760     IF OPR-STATUS-EOF
002770         SET WS-FIRST-USE TO TRUE
002780     ELSE
002790         IF NOT OPR-STATUS-OK
002800             MOVE "OPERSEC READ FAILED" TO WS-ABEND-MSG
002810             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002820         END-IF
002830     END-IF.
002840     CLOSE OPR-FILE.
002850 0600-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890*    0700-ENROL-FIRST -- CREATE THE FIRST SECURITY
002900*    ADMINISTRATOR AT LEVEL 3.  THE NORMAL SIGN-ON FOLLOWS.
002910******************************************************************
002920 0700-ENROL-FIRST.
002930     DISPLAY "OPERMNT -- OPERSEC HAS NO OPERATORS".
002940     DISPLAY "OPERMNT -- ENROL THE FIRST SECURITY ADMINISTRATOR"
002950             " (LEVEL 3)".
002960     PERFORM 2000-GET-OPER-ID THRU 2000-EXIT.
002970     PERFORM 3100-GET-NAME THRU 3100-EXIT.
002980     PERFORM 3300-GET-PASSWORD THRU 3300-EXIT.
002990     IF WS-NO-FILE
003000         OPEN OUTPUT OPR-FILE
003010     ELSE
003020         OPEN I-O OPR-FILE
003030     END-IF.
003040     IF NOT OPR-STATUS-OK
003050         MOVE "OPERSEC OPEN FAILED" TO WS-ABEND-MSG
003060         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003070     END-IF.
003080     MOVE 3 TO WS-IN-LEVEL-N.
003090     PERFORM 3500-BUILD-OPERATOR THRU 3500-EXIT.
003100     WRITE SEQ-OPR-REC.
003110     IF NOT OPR-STATUS-OK
003120         MOVE "OPERSEC FIRST OPERATOR WRITE FAILED"
003130             TO WS-ABEND-MSG
003140         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003150     END-IF.
003160     CLOSE OPR-FILE.
003170     IF NOT OPR-STATUS-OK
003180         MOVE "OPERSEC CLOSE FAILED" TO WS-ABEND-MSG
003190         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003200     END-IF.
003210     DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
003220             " ENROLLED -- SIGN ON TO CONTINUE".
003230 0700-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270*    1000-ONE-ACTION -- PROMPT FOR THE ACTION CODE AND ROUTE
003280*    TO THE ACTION PARAGRAPH.
003290******************************************************************
003300 1000-ONE-ACTION.
003310     MOVE ZERO TO WS-TRY-COUNT.
003320     MOVE "N"  TO WS-FIELD-OK-SW.
003330     PERFORM 1100-TRY-ACTION THRU 1100-EXIT
003340         UNTIL WS-FIELD-OK.
003350     IF WS-ACT-END
003360         SET WS-SESSION-END TO TRUE
003370         GO TO 1000-EXIT
003380     END-IF.
003390     IF WS-ACT-LIST
003400         PERFORM 6000-LIST-OPERATORS THRU 6000-EXIT
003410         GO TO 1000-EXIT
003420     END-IF.
003430     PERFORM 2000-GET-OPER-ID THRU 2000-EXIT.
003440     IF WS-ACT-ADD
003450         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003460         GO TO 1000-EXIT
003470     END-IF.
003480     IF WS-ACT-LEVEL
003490         PERFORM 4000-APPLY-LEVEL THRU 4000-EXIT
003500         GO TO 1000-EXIT
003510     END-IF.
003520     IF WS-ACT-DISABLE OR WS-ACT-REINSTATE
003530         PERFORM 5000-APPLY-STATUS THRU 5000-EXIT
003540         GO TO 1000-EXIT
003550     END-IF.
003560     PERFORM 5500-APPLY-PASSWORD THRU 5500-EXIT.
003570 1000-EXIT.
003580     EXIT.
003590*
003600 1100-TRY-ACTION.
003610     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
003620     DISPLAY "OPERMNT -- ENTER ACTION (A=ADD C=CHANGE LEVEL"
003630             " X=DISABLE R=REINSTATE P=PASSWORD L=LIST E=END)".
003640     ACCEPT WS-IN-ACTION.
003650     IF WS-ACT-ADD OR WS-ACT-LEVEL OR WS-ACT-DISABLE
003660         OR WS-ACT-REINSTATE OR WS-ACT-PASSWORD OR WS-ACT-LIST
003670         OR WS-ACT-END
003680         SET WS-FIELD-OK TO TRUE
003690     ELSE
003700         DISPLAY "OPERMNT -- ACTION NOT RECOGNIZED"
003710     END-IF.
003720 1100-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760*    2000-GET-OPER-ID -- LEFT JUSTIFIED, NO LEADING OR EMBEDDED
003770*    BLANKS, THE SAME RULE ACCTMNT APPLIES TO ACCOUNT IDS.
003780******************************************************************
003790 2000-GET-OPER-ID.
003800     MOVE ZERO TO WS-TRY-COUNT.
003810     MOVE "N"  TO WS-FIELD-OK-SW.
003820     PERFORM 2100-TRY-OPER-ID THRU 2100-EXIT
003830         UNTIL WS-FIELD-OK.
003840 2000-EXIT.
003850     EXIT.
003860*
003870 2100-TRY-OPER-ID.
003880     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
003890     DISPLAY "OPERMNT -- ENTER OPERATOR ID (UP TO 8 CHARACTERS)".
003900     ACCEPT WS-IN-OPER-ID.
003910     IF WS-IN-OPER-ID = SPACES OR WS-IN-OPER-ID = LOW-VALUES
003920         DISPLAY "OPERMNT -- OPERATOR ID IS REQUIRED"
003930         GO TO 2100-EXIT
003940     END-IF.
003950     PERFORM 2200-CHECK-ID-FORMAT THRU 2200-EXIT.
003960     IF WS-ID-BAD
003970         DISPLAY "OPERMNT -- OPERATOR ID MUST BE LEFT JUSTIFIED"
003980                 " WITH NO EMBEDDED BLANKS"
003990         GO TO 2100-EXIT
004000     END-IF.
004010     SET WS-FIELD-OK TO TRUE.
004020 2100-EXIT.
004030     EXIT.
004040*
004050 2200-CHECK-ID-FORMAT.
004060     MOVE "N"  TO WS-ID-BAD-SW.
004070     MOVE ZERO TO WS-ID-LEN.
004080     PERFORM 2250-FIND-ID-LENGTH THRU 2250-EXIT
004090         VARYING WS-ID-SUB FROM 8 BY -1
004100         UNTIL WS-ID-SUB < 1 OR WS-ID-LEN > ZERO.
004110     PERFORM 2260-SCAN-ID-BYTE THRU 2260-EXIT
004120         VARYING WS-ID-SUB FROM 1 BY 1
004130         UNTIL WS-ID-SUB > WS-ID-LEN OR WS-ID-BAD.
004140 2200-EXIT.
004150     EXIT.
004160*
004170 2250-FIND-ID-LENGTH.
004180     IF WS-IN-OPER-ID (WS-ID-SUB:1) NOT = SPACE
004190         AND WS-IN-OPER-ID (WS-ID-SUB:1) NOT = LOW-VALUE
004200         MOVE WS-ID-SUB TO WS-ID-LEN
004210     END-IF.
004220 2250-EXIT.
004230     EXIT.
004240*
004250 2260-SCAN-ID-BYTE.
004260     IF WS-IN-OPER-ID (WS-ID-SUB:1) = SPACE
004270         OR WS-IN-OPER-ID (WS-ID-SUB:1) = LOW-VALUE
004280         SET WS-ID-BAD TO TRUE
004290     END-IF.
004300 2260-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340*    3000-APPLY-ADD -- NAME, LEVEL AND PASSWORD ARE REQUIRED.
004350******************************************************************
004360 3000-APPLY-ADD.
004370     MOVE WS-IN-OPER-ID TO SEQ-OPR-ID.
004380     READ OPR-FILE KEY IS SEQ-OPR-ID.
004390     IF OPR-STATUS-OK
004400         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
004410                 " ALREADY ON OPERSEC, NOT ADDED"
004420         GO TO 3000-EXIT
004430     END-IF.
004440     IF NOT OPR-STATUS-NOT-FOUND
004450         MOVE "OPERSEC KEYED READ FAILED" TO WS-ABEND-MSG
004460         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004470     END-IF.
004480     PERFORM 3100-GET-NAME THRU 3100-EXIT.
004490     PERFORM 3200-GET-LEVEL THRU 3200-EXIT.
004500     PERFORM 3300-GET-PASSWORD THRU 3300-EXIT.
004510     PERFORM 3500-BUILD-OPERATOR THRU 3500-EXIT.
004520     WRITE SEQ-OPR-REC.
004530     IF OPR-STATUS-DUPLICATE
004540         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
004550                 " ALREADY ON OPERSEC, NOT ADDED"
004560         GO TO 3000-EXIT
004570     END-IF.
004580     IF NOT OPR-STATUS-OK
004590         MOVE "OPERSEC ADD WRITE FAILED" TO WS-ABEND-MSG
004600         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004610     END-IF.
004620     ADD 1 TO WS-APPLIED-COUNT.
004630     MOVE SPACES TO SEQ-SGN-ACTION.
004640     STRING "ADD OPERATOR " DELIMITED BY SIZE
004650            WS-IN-OPER-ID DELIMITED BY SPACE
004660            " LEVEL " WS-IN-LEVEL-X DELIMITED BY SIZE
004670         INTO SEQ-SGN-ACTION.
004680     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
004690     DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID " ADDED".
004700 3000-EXIT.
004710     EXIT.
004720*
004730 3100-GET-NAME.
004740     MOVE ZERO TO WS-TRY-COUNT.
004750     MOVE "N"  TO WS-FIELD-OK-SW.
004760     PERFORM 3150-TRY-NAME THRU 3150-EXIT
004770         UNTIL WS-FIELD-OK.
004780 3100-EXIT.
004790     EXIT.
004800*
004810 3150-TRY-NAME.
004820     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
004830     DISPLAY "OPERMNT -- ENTER OPERATOR NAME"
004840             " (UP TO 30 CHARACTERS)".
004850     ACCEPT WS-IN-NAME.
004860     IF WS-IN-NAME = SPACES OR WS-IN-NAME = LOW-VALUES
004870         DISPLAY "OPERMNT -- OPERATOR NAME IS REQUIRED"
004880         GO TO 3150-EXIT
004890     END-IF.
004900     SET WS-FIELD-OK TO TRUE.
004910 3150-EXIT.
004920     EXIT.
004930*
004940 3200-GET-LEVEL.
004950     MOVE ZERO TO WS-TRY-COUNT.
004960     MOVE "N"  TO WS-FIELD-OK-SW.
004970     PERFORM 3250-TRY-LEVEL THRU 3250-EXIT
004980         UNTIL WS-FIELD-OK.
004990 3200-EXIT.
005000     EXIT.
005010*
005020 3250-TRY-LEVEL.
005030     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
005040     DISPLAY "OPERMNT -- ENTER AUTHORITY LEVEL (1=INQUIRY"
005050             " 2=OPERATIONS 3=MAINTENANCE)".
005060     ACCEPT WS-IN-LEVEL-X.
005070     IF NOT WS-IN-LEVEL-VALID
005080         DISPLAY "OPERMNT -- LEVEL MUST BE 1, 2 OR 3"
005090         GO TO 3250-EXIT
005100     END-IF.
005110     SET WS-FIELD-OK TO TRUE.
005120 3250-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*    3300-GET-PASSWORD -- WS-PW-MIN TO 16 CHARACTERS, ENTERED
005170*    TWICE, SCRAMBLED THROUGH OPERSGN INTO WS-NEW-HASH.  THE
005180*    CLEAR PASSWORD IS BLANKED AS SOON AS IT IS HASHED.
005190******************************************************************
005200 3300-GET-PASSWORD.
005210     MOVE ZERO TO WS-TRY-COUNT.
005220     MOVE "N"  TO WS-FIELD-OK-SW.
005230     PERFORM 3350-TRY-PASSWORD THRU 3350-EXIT
005240         UNTIL WS-FIELD-OK.
005250     MOVE "H"            TO SEQ-SGN-FUNCTION.
005260     MOVE WS-IN-OPER-ID  TO SEQ-SGN-OPER-ID.
005270     MOVE WS-IN-PASSWORD TO SEQ-SGN-PASSWORD.
005280     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
005290     MOVE SEQ-SGN-HASH   TO WS-NEW-HASH.
005300     MOVE SPACES TO WS-IN-PASSWORD WS-IN-PASSWORD-2
005310                    SEQ-SGN-PASSWORD.
005320 3300-EXIT.
005330     EXIT.
005340*
005350 3350-TRY-PASSWORD.
005360     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
005370     DISPLAY "OPERMNT -- ENTER NEW PASSWORD (6 TO 16 CHARACTERS)".
005380     ACCEPT WS-IN-PASSWORD.
005390     MOVE ZERO TO WS-PW-LEN.
005400     PERFORM 3360-FIND-PW-LENGTH THRU 3360-EXIT
005410         VARYING WS-PW-SUB FROM 16 BY -1
005420         UNTIL WS-PW-SUB < 1 OR WS-PW-LEN > ZERO.
005430     IF WS-PW-LEN < WS-PW-MIN
005440         DISPLAY "OPERMNT -- PASSWORD IS TOO SHORT"
005450         GO TO 3350-EXIT
005460     END-IF.
005470     DISPLAY "OPERMNT -- ENTER THE NEW PASSWORD AGAIN".
005480     ACCEPT WS-IN-PASSWORD-2.
005490     IF WS-IN-PASSWORD-2 NOT = WS-IN-PASSWORD
005500         DISPLAY "OPERMNT -- PASSWORDS DO NOT MATCH"
005510         GO TO 3350-EXIT
005520     END-IF.
005530     SET WS-FIELD-OK TO TRUE.
005540 3350-EXIT.
005550     EXIT.
005560*
005570 3360-FIND-PW-LENGTH.
005580     IF WS-IN-PASSWORD (WS-PW-SUB:1) NOT = SPACE
005590         AND WS-IN-PASSWORD (WS-PW-SUB:1) NOT = LOW-VALUE
005600         MOVE WS-PW-SUB TO WS-PW-LEN
005610     END-IF.
005620 3360-EXIT.
005630     EXIT.
005640*
005650 3500-BUILD-OPERATOR.
005660     MOVE SPACES         TO SEQ-OPR-REC.
005670     MOVE WS-IN-OPER-ID  TO SEQ-OPR-ID.
005680     MOVE WS-IN-NAME     TO SEQ-OPR-NAME.
005690     MOVE WS-NEW-HASH    TO SEQ-OPR-PW-HASH.
005700     MOVE WS-IN-LEVEL-N  TO SEQ-OPR-LEVEL.
005710     MOVE "N"            TO SEQ-OPR-DISABLED-FLAG.
005720     MOVE "N"            TO SEQ-OPR-LOCKED-FLAG.
005730     MOVE ZERO           TO SEQ-OPR-FAIL-COUNT.
005740     MOVE ZERO           TO SEQ-OPR-LAST-DATE.
005750     MOVE ZERO           TO SEQ-OPR-LAST-TIME.
005760 3500-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800*    4000-APPLY-LEVEL -- NOT ON THE ADMINISTRATOR'S OWN ID.
005810******************************************************************
005820 4000-APPLY-LEVEL.
005830     IF WS-IN-OPER-ID = WS-MY-OPER-ID
005840         DISPLAY "OPERMNT -- YOU MAY NOT CHANGE YOUR OWN LEVEL"
005850         GO TO 4000-EXIT
005860     END-IF.
005870     PERFORM 6100-READ-OPERATOR THRU 6100-EXIT.
005880     IF OPR-STATUS-NOT-FOUND
005890         GO TO 4000-EXIT
005900     END-IF.
005910     MOVE SEQ-OPR-LEVEL TO WS-OLD-LEVEL.
005920     DISPLAY "OPERMNT -- " SEQ-OPR-ID " IS NOW LEVEL "
005930             WS-OLD-LEVEL.
005940     PERFORM 3200-GET-LEVEL THRU 3200-EXIT.
005950     IF WS-IN-LEVEL-N = WS-OLD-LEVEL
005960         DISPLAY "OPERMNT -- LEVEL UNCHANGED"
005970         GO TO 4000-EXIT
005980     END-IF.
005990     MOVE WS-IN-LEVEL-N TO SEQ-OPR-LEVEL.
006000     REWRITE SEQ-OPR-REC.
006010     IF NOT OPR-STATUS-OK
006020         MOVE "OPERSEC LEVEL REWRITE FAILED" TO WS-ABEND-MSG
006030         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006040     END-IF.
006050     ADD 1 TO WS-APPLIED-COUNT.
006060     MOVE SPACES TO SEQ-SGN-ACTION.
006070     STRING "CHANGE LEVEL " DELIMITED BY SIZE
006080            WS-IN-OPER-ID DELIMITED BY SPACE
006090            " " WS-OLD-LEVEL " TO " WS-IN-LEVEL-X
006100                DELIMITED BY SIZE
006110         INTO SEQ-SGN-ACTION.
006120     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
006130     DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
006140             " LEVEL CHANGED".
006150 4000-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190*    5000-APPLY-STATUS -- DISABLE THE ID, OR REINSTATE IT
006200*    (CLEARS DISABLED, LOCKED AND THE FAILED SIGN-ON COUNT).
006210******************************************************************
006220 5000-APPLY-STATUS.
006230     IF WS-ACT-DISABLE AND WS-IN-OPER-ID = WS-MY-OPER-ID
006240         DISPLAY "OPERMNT -- YOU MAY NOT DISABLE YOUR OWN ID"
006250         GO TO 5000-EXIT
006260     END-IF.
006270     PERFORM 6100-READ-OPERATOR THRU 6100-EXIT.
006280     IF OPR-STATUS-NOT-FOUND
006290         GO TO 5000-EXIT
006300     END-IF.
006310     IF WS-ACT-DISABLE AND SEQ-OPR-DISABLED
006320         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
006330                 " IS ALREADY DISABLED"
006340         GO TO 5000-EXIT
006350     END-IF.
006360     IF WS-ACT-REINSTATE AND NOT SEQ-OPR-DISABLED
006370         AND NOT SEQ-OPR-LOCKED AND SEQ-OPR-FAIL-COUNT = ZERO
006380         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
006390                 " IS NOT DISABLED OR LOCKED"
006400         GO TO 5000-EXIT
006410     END-IF.
006420     IF WS-ACT-DISABLE
006430         SET SEQ-OPR-DISABLED TO TRUE
006440     ELSE
006450         MOVE "N"  TO SEQ-OPR-DISABLED-FLAG
006460         MOVE "N"  TO SEQ-OPR-LOCKED-FLAG
006470         MOVE ZERO TO SEQ-OPR-FAIL-COUNT
006480     END-IF.
006490     REWRITE SEQ-OPR-REC.
006500     IF NOT OPR-STATUS-OK
006510         MOVE "OPERSEC STATUS REWRITE FAILED" TO WS-ABEND-MSG
006520         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006530     END-IF.
006540     ADD 1 TO WS-APPLIED-COUNT.
006550     MOVE SPACES TO SEQ-SGN-ACTION.
006560     IF WS-ACT-DISABLE
006570         STRING "DISABLE OPERATOR " DELIMITED BY SIZE
006580                WS-IN-OPER-ID DELIMITED BY SPACE
006590             INTO SEQ-SGN-ACTION
006600     ELSE
006610         STRING "REINSTATE OPERATOR " DELIMITED BY SIZE
006620                WS-IN-OPER-ID DELIMITED BY SPACE
006630             INTO SEQ-SGN-ACTION
006640     END-IF.
006650     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
006660     IF WS-ACT-DISABLE
006670         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID " DISABLED"
006680     ELSE
006690         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
006700                 " REINSTATED"
006710     END-IF.
006720 5000-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760*    5500-APPLY-PASSWORD -- RESET THE PASSWORD AND THE FAILED
006770*    SIGN-ON COUNT.
006780******************************************************************
006790 5500-APPLY-PASSWORD.
006800     PERFORM 6100-READ-OPERATOR THRU 6100-EXIT.
006810     IF OPR-STATUS-NOT-FOUND
006820         GO TO 5500-EXIT
006830     END-IF.
006840     PERFORM 3300-GET-PASSWORD THRU 3300-EXIT.
006850     MOVE WS-NEW-HASH TO SEQ-OPR-PW-HASH.
006860     MOVE ZERO        TO SEQ-OPR-FAIL-COUNT.
006870     REWRITE SEQ-OPR-REC.
006880     IF NOT OPR-STATUS-OK
006890         MOVE "OPERSEC PASSWORD REWRITE FAILED" TO WS-ABEND-MSG
006900         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006910     END-IF.
006920     ADD 1 TO WS-APPLIED-COUNT.
006930     MOVE SPACES TO SEQ-SGN-ACTION.
006940     STRING "RESET PASSWORD " DELIMITED BY SIZE
006950            WS-IN-OPER-ID DELIMITED BY SPACE
006960         INTO SEQ-SGN-ACTION.
006970     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
006980     DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
006990             " PASSWORD RESET".
007000     IF SEQ-OPR-LOCKED
007010         DISPLAY "OPERMNT -- THE ID IS STILL LOCKED -- USE R TO"
007020                 " REINSTATE IT"
007030     END-IF.
007040 5500-EXIT.
007050     EXIT.
007060*
007070******************************************************************
007080*    6000-LIST-OPERATORS -- EVERY OPERATOR IN ID ORDER.
007090******************************************************************
007100 6000-LIST-OPERATORS.
007110     MOVE ZERO       TO WS-LIST-COUNT.
007120     MOVE "N"        TO WS-LIST-END-SW.
007130     MOVE LOW-VALUES TO SEQ-OPR-ID.
007140     START OPR-FILE KEY IS NOT LESS THAN SEQ-OPR-ID.
007150     IF NOT OPR-STATUS-OK
007160         SET WS-LIST-END TO TRUE
007170     END-IF.
007180     DISPLAY "  OPER-ID  NAME                           LVL"
007190             " STATE    LAST SIGN-ON".
007200     PERFORM 6050-LIST-ONE-OPERATOR THRU 6050-EXIT
007210         UNTIL WS-LIST-END.
007220     DISPLAY "OPERMNT -- " WS-LIST-COUNT " OPERATORS".
007230     MOVE "LIST OPERATORS" TO SEQ-SGN-ACTION.
007240     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
007250 6000-EXIT.
007260     EXIT.
007270*
007280 6050-LIST-ONE-OPERATOR.
007290     READ OPR-FILE NEXT RECORD.
007300     IF OPR-STATUS-EOF
007310         SET WS-LIST-END TO TRUE
007320         GO TO 6050-EXIT
007330     END-IF.
007340     IF NOT OPR-STATUS-OK
007350         MOVE "OPERSEC LIST READ FAILED" TO WS-ABEND-MSG
007360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007370     END-IF.
007380     ADD 1 TO WS-LIST-COUNT.
007390     MOVE "ACTIVE" TO WS-LIST-STATE.
007400     IF SEQ-OPR-LOCKED
007410         MOVE "LOCKED" TO WS-LIST-STATE
007420     END-IF.
007430     IF SEQ-OPR-DISABLED
007440         MOVE "DISABLED" TO WS-LIST-STATE
007450     END-IF.
007460     DISPLAY "  " SEQ-OPR-ID " " SEQ-OPR-NAME " " SEQ-OPR-LEVEL
007470             "   " WS-LIST-STATE " " SEQ-OPR-LAST-DATE.
007480 6050-EXIT.
007490     EXIT.
007500*
007510 6100-READ-OPERATOR.
007520     MOVE WS-IN-OPER-ID TO SEQ-OPR-ID.
007530     READ OPR-FILE KEY IS SEQ-OPR-ID.
007540     IF OPR-STATUS-NOT-FOUND
007550         DISPLAY "OPERMNT -- OPERATOR " WS-IN-OPER-ID
007560                 " NOT ON OPERSEC"
007570         GO TO 6100-EXIT
007580     END-IF.
007590     IF NOT OPR-STATUS-OK
007600         MOVE "OPERSEC KEYED READ FAILED" TO WS-ABEND-MSG
007610         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007620     END-IF.
007630 6100-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670*    7000-WRITE-RUN-LOG -- APPEND THIS SESSION'S AUDIT RECORD
007680*    TO THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
007690*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
007700******************************************************************
007710 7000-WRITE-RUN-LOG.
007720     MOVE "OPERMNT"           TO SEQ-RUN-PGM.
007730     MOVE SPACES              TO SEQ-RUN-ID.
007740     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
007750     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
007760     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
007770     MOVE WS-APPLIED-COUNT    TO SEQ-RUN-DETAIL-COUNT.
007780     MOVE ZERO                TO SEQ-RUN-CTRL-TOTAL.
007790     MOVE SPACE               TO SEQ-RUN-CTRL-SIGN.
007800     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
007810     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
007820     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
007830     CALL "RUNLOGW" USING SEQ-RUN-REC
007840         ON EXCEPTION
007850             DISPLAY "OPERMNT WARNING -- RUNLOGW NOT AVAILABLE"
007860     END-CALL.
007870*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
007880*    STEP'S OWN CODE BACK.
007890     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
007900 7000-EXIT.
007910     EXIT.
007920*
007930******************************************************************
007940*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
007950*    A NON-ZERO RETURN CODE.
007960******************************************************************
007970 8000-ABEND-RTN.
007980     DISPLAY "OPERMNT ABEND -- " WS-ABEND-MSG.
007990     DISPLAY "OPERMNT ABEND -- OPR-STATUS=" OPR-STATUS.
008000     MOVE 16 TO RETURN-CODE.
008010     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
008020     STOP RUN.
008030 8000-EXIT.
008040     EXIT.
008050*
008060******************************************************************
008070*    8500-COUNT-ATTEMPT -- THREE STRIKES PER PROMPT.
008080******************************************************************
008090 8500-COUNT-ATTEMPT.
008100     ADD 1 TO WS-TRY-COUNT.
008110     IF WS-TRY-COUNT > WS-TRY-MAX
008120         MOVE "TOO MANY INVALID ATTEMPTS AT ONE PROMPT"
008130             TO WS-ABEND-MSG
008140         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008150     END-IF.
008160 8500-EXIT.
008170     EXIT.
008180*
008190 9999-MAIN-EXIT.
008200     STOP RUN.
