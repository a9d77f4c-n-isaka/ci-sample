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
000320 PROGRAM-ID.                 ACCTLOAD.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  ACCTMST BATCH MAINTENANCE.
000390*
000400*  APPLIES A FILE OF ACCOUNT MASTER TRANSACTIONS (ACCTTXN) TO
000410*  THE ACCTMST ACCOUNT REFERENCE MASTER (ACCTMST COPYBOOK) --
000420*  A BRANCH OPENING A BLOCK OF ACCOUNTS, OR A BLOCK MOVING
000430*  FROM ONE BRANCH TO ANOTHER -- WITH THE SAME VALIDATION THE
000440*  ACCTMNT OPERATOR PROGRAM APPLIES TO ONE ACCOUNT AT A TIME.
000450*  EVERY TRANSACTION IS LISTED ON THE ACCTLRPT REPORT AS
000460*  APPLIED OR REJECTED WITH THE REASON, AND EVERY APPLIED
000470*  TRANSACTION IS WRITTEN TO THE ACCTCHG CHANGE LOG WITH THE
000480*  BEFORE AND AFTER MASTER IMAGES, VIA ACCTCHGW.  A REJECTED
000490*  TRANSACTION DOES NOT STOP THE RUN.  THE FIRST ADD OF ALL
000500*  CREATES THE MASTER FILE.
000510*
000520*  ACCTTXN RECORD:  ACTION X(01), ONE BLANK, ACCOUNT ID X(10),
000530*  ONE BLANK, NAME X(30), ONE BLANK, BRANCH X(08).
000540*
000550*  ACTIONS
000560*    A  ADD A NEW ACCOUNT         (NAME AND BRANCH REQUIRED)
000570*    C  CHANGE NAME / BRANCH      (BLANK FIELD IS KEPT)
000580*    N  CHANGE NAME ONLY          (NAME REQUIRED)
000590*    B  CHANGE BRANCH ONLY        (BRANCH REQUIRED)
000600*    X  CLOSE THE ACCOUNT
000610*    R  REOPEN A CLOSED ACCOUNT
000620*
000630*  RETURN CODES
000640*    00  EVERY TRANSACTION APPLIED
000650*    04  ONE OR MORE TRANSACTIONS REJECTED -- SEE ACCTLRPT
000660*    16  ABEND
000670*
000680*  MODIFICATION HISTORY
000690*  2026-10-15 TSH  INITIAL VERSION.
000700******************************************************************
000710 ENVIRONMENT                 DIVISION.
000720******************************************************************
000730 CONFIGURATION               SECTION.
000740 SOURCE-COMPUTER.            IBM-370.
000750 OBJECT-COMPUTER.            IBM-370.
000760******************************************************************
000770 INPUT-OUTPUT                SECTION.
000780 FILE-CONTROL.
000790     SELECT TXN-FILE         ASSIGN TO "ACCTTXN"
000800                             ORGANIZATION LINE SEQUENTIAL
000810                             FILE STATUS TXN-STATUS.

000820     SELECT OPTIONAL MST-FILE ASSIGN TO "ACCTMST"
000830                             ORGANIZATION INDEXED
000840                             ACCESS MODE DYNAMIC
000850                             RECORD KEY IS ACCT-MST-ID
000860                             FILE STATUS MST-STATUS.

000870     SELECT RPT-FILE         ASSIGN TO "ACCTLRPT"
000880                             ORGANIZATION LINE SEQUENTIAL
000890                             FILE STATUS RPT-STATUS.
000900******************************************************************
000910 DATA                        DIVISION.
000920******************************************************************
000930 FILE                        SECTION.
000940 FD  TXN-FILE.
000950 01  TXN-REC.
000960     03   TXN-ACTION         PIC  X(01).
000970         88  TXN-ADD             VALUE "A".
000980         88  TXN-CHANGE          VALUE "C".
000990         88  TXN-CHG-NAME        VALUE "N".
001000         88  TXN-CHG-BRANCH      VALUE "B".
001010         88  TXN-CLOSE           VALUE "X".
001020         88  TXN-REOPEN          VALUE "R".
001030     03   FILLER             PIC  X(01).
001040     03   TXN-ACCT-ID        PIC  X(10).
001050     03   FILLER             PIC  X(01).
001060     03   TXN-NAME           PIC  X(30).
001070     03   FILLER             PIC  X(01).
001080     03   TXN-BRANCH         PIC  X(08).

001090 FD  MST-FILE.
001100     COPY ACCTMST.

001110 FD  RPT-FILE.
001120 01  RPT-LINE                PIC  X(80).
001130******************************************************************
001140 WORKING-STORAGE             SECTION.
001150******************************************************************
001160*    FILE STATUS FIELDS.  STATUS 05 IS A SUCCESSFUL OPEN OF AN
001170*    OPTIONAL FILE NOT YET ON CATALOG -- THE FIRST ADD CREATES
001180*    THE MASTER, SO 05 IS A NORMAL OPEN HERE.
001190 77  TXN-STATUS                PIC  XX.
001200     88  TXN-STATUS-OK             VALUE "00".
001210     88  TXN-STATUS-EOF            VALUE "10".
001220 77  MST-STATUS                PIC  XX.
001230     88  MST-STATUS-OK             VALUE "00" "05".
001240     88  MST-STATUS-DUPLICATE      VALUE "22".
001250     88  MST-STATUS-NOT-FOUND      VALUE "23".
001260 77  RPT-STATUS                PIC  XX.
001270     88  RPT-STATUS-OK              VALUE "00".
001280*
001290*    SWITCHES.
001300 77  WS-TXN-EOF-SW             PIC  X(01)  VALUE "N".
001310     88  WS-TXN-EOF                VALUE "Y".
001320*
001330*    ACCOUNT-ID SCAN FIELDS -- THE SAME LEFT-JUSTIFIED RULE
001340*    ACCTMNT AND ACCTEDIT APPLY TO ACCOUNT IDS.
001350 77  WS-IN-ACCT-ID             PIC  X(10)  VALUE SPACES.
001360 77  WS-ID-SUB                 PIC  9(04)  COMP  VALUE ZERO.
001370 77  WS-ID-LEN                 PIC  9(04)  COMP  VALUE ZERO.
001380 77  WS-ID-BAD-SW              PIC  X(01)  VALUE "N".
001390     88  WS-ID-BAD                 VALUE "Y".
001400*
001410*    MASTER RECORD AS READ, THE BEFORE IMAGE FOR ACCTCHG.
001420 01  WS-MST-BEFORE             PIC  X(54)  VALUE SPACES.
001430*
001440*    COUNTERS AND RUN CONTROL VALUES.
001450 77  WS-TXN-COUNT              PIC  9(08)  COMP  VALUE ZERO.
001460 77  WS-APPLIED-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001470 77  WS-REJECTED-COUNT         PIC  9(08)  COMP  VALUE ZERO.
001480 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001490 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001500 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001510*
001520*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001530     COPY RUNREC.
001540*
001550*    MASTER CHANGE-LOG RECORD, APPENDED TO ACCTCHG VIA ACCTCHGW.
001560     COPY ACCTCHG.
001570*
001580*    PRINT REPORT LINE LAYOUTS.
001590 01  WS-RPT-HEADING.
001600     03  FILLER            PIC X(26)
001610         VALUE "ACCTMST BATCH MAINTENANCE".
001620     03  FILLER            PIC X(11) VALUE "  RUNDATE: ".
001630     03  WS-RPTH-RUN-DATE  PIC 9(08).
001640     03  FILLER            PIC X(35) VALUE SPACES.

001650 01  WS-RPT-TXN-LINE.
001660     03  WS-RPTT-FLAG      PIC X(04).
001670     03  WS-RPTT-ACTION    PIC X(01).
001680     03  FILLER            PIC X(02) VALUE SPACES.
001690     03  WS-RPTT-ACCT-ID   PIC X(10).
001700     03  FILLER            PIC X(02) VALUE SPACES.
001710     03  WS-RPTT-RESULT    PIC X(09).
001720     03  FILLER            PIC X(01) VALUE SPACE.
001730     03  WS-RPTT-TEXT      PIC X(40).
001740     03  FILLER            PIC X(11) VALUE SPACES.

001750 01  WS-RPT-COUNT-LINE.
001760     03  FILLER            PIC X(02) VALUE "  ".
001770     03  WS-RPTC-LABEL     PIC X(34).
001780     03  WS-RPTC-COUNT     PIC ZZZZZZZ9.
001790     03  FILLER            PIC X(36) VALUE SPACES.
001800******************************************************************
001810 PROCEDURE                   DIVISION.
001820******************************************************************
001830 0000-MAIN-RTN.
001840     ACCEPT WS-LOG-START-TIME FROM TIME.
001850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-APPLY-ONE-TXN THRU 2000-EXIT
001880         UNTIL WS-TXN-EOF.
001890     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001900     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
001910     GO TO 9999-MAIN-EXIT.
001920*
001930******************************************************************
001940*    1000-INITIALIZE -- OPEN FILES, WRITE THE REPORT HEADING.
001950******************************************************************
001960 1000-INITIALIZE.
001970     OPEN INPUT TXN-FILE.
001980     IF NOT TXN-STATUS-OK
001990         MOVE "ACCTTXN OPEN FAILED" TO WS-ABEND-MSG
002000         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002010     END-IF.
002020     OPEN I-O MST-FILE.
002030     IF NOT MST-STATUS-OK
002040         MOVE "ACCTMST OPEN FAILED" TO WS-ABEND-MSG
002050         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002060     END-IF.
002070     OPEN OUTPUT RPT-FILE.
002080     IF NOT RPT-STATUS-OK
002090         MOVE "ACCTLRPT OPEN FAILED" TO WS-ABEND-MSG
002100         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002110     END-IF.
002120     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
002130     WRITE RPT-LINE FROM WS-RPT-HEADING.
002140     IF NOT RPT-STATUS-OK
002150         MOVE "ACCTLRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
002160         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220*    2000-APPLY-ONE-TXN -- ONE ACCTTXN RECORD PER PASS.  A
002230*    TRANSACTION THAT FAILS VALIDATION IS LISTED AS REJECTED
002240*    AND THE RUN GOES ON.
002250******************************************************************
002260 2000-APPLY-ONE-TXN.
002270     READ TXN-FILE.
002280     IF TXN-STATUS-EOF
002290         SET WS-TXN-EOF TO TRUE
002300         GO TO 2000-EXIT
002310     END-IF.
002320     IF NOT TXN-STATUS-OK
002330         MOVE "ACCTTXN READ FAILED" TO WS-ABEND-MSG
002340         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002350     END-IF.
002360     ADD 1 TO WS-TXN-COUNT.
002370     MOVE TXN-ACTION  TO WS-RPTT-ACTION.
002380     MOVE TXN-ACCT-ID TO WS-RPTT-ACCT-ID.
002390     IF NOT TXN-ADD AND NOT TXN-CHANGE AND NOT TXN-CHG-NAME
002400         AND NOT TXN-CHG-BRANCH AND NOT TXN-CLOSE
002410         AND NOT TXN-REOPEN
002420         MOVE "ACTION NOT RECOGNIZED" TO WS-RPTT-TEXT
002430         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
002440         GO TO 2000-EXIT
002450     END-IF.
002460     IF TXN-ACCT-ID = SPACES OR TXN-ACCT-ID = LOW-VALUES
002470         MOVE "ACCOUNT ID IS REQUIRED" TO WS-RPTT-TEXT
002480         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
002490         GO TO 2000-EXIT
002500     END-IF.
002510     MOVE TXN-ACCT-ID TO WS-IN-ACCT-ID.
002520     PERFORM 2200-CHECK-ID-FORMAT THRU 2200-EXIT.
002530     IF WS-ID-BAD
002540         MOVE "ACCOUNT ID NOT LEFT JUSTIFIED OR HAS BLANKS"
002550             TO WS-RPTT-TEXT
002560         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
002570         GO TO 2000-EXIT
002580     END-IF.
002590     IF TXN-ADD
002600         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
002610         GO TO 2000-EXIT
002620     END-IF.
002630     PERFORM 2300-READ-ACCOUNT THRU 2300-EXIT.
002640     IF MST-STATUS-NOT-FOUND
002650         MOVE "ACCOUNT NOT ON ACCTMST" TO WS-RPTT-TEXT
002660         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
002670         GO TO 2000-EXIT
002680     END-IF.
002690     IF TXN-CLOSE OR TXN-REOPEN
002700         PERFORM 3300-APPLY-STATUS THRU 3300-EXIT
002710     ELSE
002720         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
002730     END-IF.
002740 2000-EXIT.
002750     EXIT.
002760*
002770 2200-CHECK-ID-FORMAT.
002780     MOVE "N"  TO WS-ID-BAD-SW.
002790     MOVE ZERO TO WS-ID-LEN.
002800     PERFORM 2250-FIND-ID-LENGTH THRU 2250-EXIT
002810         VARYING WS-ID-SUB FROM 10 BY -1
002820         UNTIL WS-ID-SUB < 1 OR WS-ID-LEN > ZERO.
002830     PERFORM 2260-SCAN-ID-BYTE THRU 2260-EXIT
002840         VARYING WS-ID-SUB FROM 1 BY 1
002850         UNTIL WS-ID-SUB > WS-ID-LEN OR WS-ID-BAD.
002860 2200-EXIT.
002870     EXIT.
002880*
002890 2250-FIND-ID-LENGTH.
002900     IF WS-IN-ACCT-ID (WS-ID-SUB:1) NOT = SPACE
002910         AND WS-IN-ACCT-ID (WS-ID-SUB:1) NOT = LOW-VALUE
002920         MOVE WS-ID-SUB TO WS-ID-LEN
002930     END-IF.
002940 2250-EXIT.
002950     EXIT.
002960*
002970 2260-SCAN-ID-BYTE.
002980     IF WS-IN-ACCT-ID (WS-ID-SUB:1) = SPACE
002990         OR WS-IN-ACCT-ID (WS-ID-SUB:1) = LOW-VALUE
003000         SET WS-ID-BAD TO TRUE
003010     END-IF.
003020 2260-EXIT.
003030     EXIT.
003040*
003050 2300-READ-ACCOUNT.
003060     MOVE TXN-ACCT-ID TO ACCT-MST-ID.
003070     READ MST-FILE KEY IS ACCT-MST-ID.
003080     IF MST-STATUS-NOT-FOUND
003090         GO TO 2300-EXIT
003100     END-IF.
003110     IF NOT MST-STATUS-OK
003120         MOVE "ACCTMST KEYED READ FAILED" TO WS-ABEND-MSG
003130         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003140     END-IF.
003150     MOVE ACCT-MST-REC TO WS-MST-BEFORE.
003160 2300-EXIT.
003170     EXIT.
003180*
003190 2900-REJECT-TXN.
003200     ADD 1 TO WS-REJECTED-COUNT.
003210     MOVE "  ! "     TO WS-RPTT-FLAG.
003220     MOVE "REJECTED" TO WS-RPTT-RESULT.
003230     PERFORM 2950-WRITE-TXN-LINE THRU 2950-EXIT.
003240 2900-EXIT.
003250     EXIT.
003260*
003270 2950-WRITE-TXN-LINE.
003280     WRITE RPT-LINE FROM WS-RPT-TXN-LINE.
003290     IF NOT RPT-STATUS-OK
003300         MOVE "ACCTLRPT DETAIL WRITE FAILED" TO WS-ABEND-MSG
003310         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003320     END-IF.
003330 2950-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370*    3000-FINALIZE -- PRINT THE COUNTS, CLOSE FILES, SET THE
003380*    RETURN CODE.
003390******************************************************************
003400 3000-FINALIZE.
003410     MOVE "TRANSACTIONS READ"             TO WS-RPTC-LABEL.
003420     MOVE WS-TXN-COUNT                    TO WS-RPTC-COUNT.
003430     PERFORM 3050-WRITE-COUNT-LINE THRU 3050-EXIT.
003440     MOVE "TRANSACTIONS APPLIED"          TO WS-RPTC-LABEL.
003450     MOVE WS-APPLIED-COUNT                TO WS-RPTC-COUNT.
003460     PERFORM 3050-WRITE-COUNT-LINE THRU 3050-EXIT.
003470     MOVE "TRANSACTIONS REJECTED"         TO WS-RPTC-LABEL.
003480     MOVE WS-REJECTED-COUNT               TO WS-RPTC-COUNT.
003490     PERFORM 3050-WRITE-COUNT-LINE THRU 3050-EXIT.
003500     CLOSE TXN-FILE.
003510     IF NOT TXN-STATUS-OK
003520         MOVE "ACCTTXN CLOSE FAILED" TO WS-ABEND-MSG
003530         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003540     END-IF.
003550     CLOSE MST-FILE.
003560     IF NOT MST-STATUS-OK
003570         MOVE "ACCTMST CLOSE FAILED" TO WS-ABEND-MSG
003580         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003590     END-IF.
003600     CLOSE RPT-FILE.
003610     IF NOT RPT-STATUS-OK
003620         MOVE "ACCTLRPT CLOSE FAILED" TO WS-ABEND-MSG
003630         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003640     END-IF.
003650     DISPLAY "ACCTLOAD -- " WS-APPLIED-COUNT " APPLIED, "
003660             WS-REJECTED-COUNT " REJECTED".
003670     IF WS-REJECTED-COUNT > ZERO
003680         DISPLAY "ACCTLOAD WARNING -- REJECTED TRANSACTIONS,"
003690                 " SEE ACCTLRPT"
003700         MOVE 4 TO RETURN-CODE
003710     END-IF.
003720 3000-EXIT.
003730     EXIT.
003740*
003750 3050-WRITE-COUNT-LINE.
003760     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
003770     IF NOT RPT-STATUS-OK
003780         MOVE "ACCTLRPT COUNT WRITE FAILED" TO WS-ABEND-MSG
003790         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003800     END-IF.
003810 3050-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850*    3100-APPLY-ADD -- NAME AND BRANCH ARE REQUIRED; THE NEW
003860*    ACCOUNT IS WRITTEN WITH OPEN STATUS.
003870******************************************************************
003880 3100-APPLY-ADD.
003890     IF TXN-NAME = SPACES OR TXN-NAME = LOW-VALUES
003900         MOVE "ACCOUNT NAME IS REQUIRED" TO WS-RPTT-TEXT
003910         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
003920         GO TO 3100-EXIT
003930     END-IF.
003940     IF TXN-BRANCH = SPACES OR TXN-BRANCH = LOW-VALUES
003950         MOVE "OWNING BRANCH IS REQUIRED" TO WS-RPTT-TEXT
003960         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
003970         GO TO 3100-EXIT
003980     END-IF.
003990     MOVE SPACES        TO ACCT-MST-REC.
004000     MOVE TXN-ACCT-ID   TO ACCT-MST-ID.
004010     MOVE TXN-NAME      TO ACCT-MST-NAME.
004020     MOVE TXN-BRANCH    TO ACCT-MST-BRANCH.
004030     SET ACCT-MST-OPEN  TO TRUE.
004040     WRITE ACCT-MST-REC.
004050     IF MST-STATUS-DUPLICATE
004060         MOVE "ACCOUNT ALREADY ON ACCTMST" TO WS-RPTT-TEXT
004070         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
004080         GO TO 3100-EXIT
004090     END-IF.
004100     IF NOT MST-STATUS-OK
004110         MOVE "ACCTMST ADD WRITE FAILED" TO WS-ABEND-MSG
004120         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004130     END-IF.
004140     MOVE SPACES    TO WS-MST-BEFORE.
004150     MOVE "ADDED"   TO WS-RPTT-TEXT.
004160     PERFORM 3900-APPLIED-TXN THRU 3900-EXIT.
004170 3100-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210*    3200-APPLY-CHANGE -- C KEEPS A BLANK FIELD AS IT IS, THE
004220*    SAME AS ACCTMNT; N AND B REQUIRE THEIR ONE FIELD.
004230******************************************************************
004240 3200-APPLY-CHANGE.
004250     IF TXN-CHG-NAME AND TXN-NAME = SPACES
004260         MOVE "ACCOUNT NAME IS REQUIRED" TO WS-RPTT-TEXT
004270         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
004280         GO TO 3200-EXIT
004290     END-IF.
004300     IF TXN-CHG-BRANCH AND TXN-BRANCH = SPACES
004310         MOVE "OWNING BRANCH IS REQUIRED" TO WS-RPTT-TEXT
004320         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
004330         GO TO 3200-EXIT
004340     END-IF.
004350     IF TXN-CHANGE AND TXN-NAME = SPACES AND TXN-BRANCH = SPACES
004360         MOVE "NOTHING TO CHANGE" TO WS-RPTT-TEXT
004370         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
004380         GO TO 3200-EXIT
004390     END-IF.
004400     IF (TXN-CHANGE OR TXN-CHG-NAME) AND TXN-NAME NOT = SPACES
004410         MOVE TXN-NAME TO ACCT-MST-NAME
004420     END-IF.
004430     IF (TXN-CHANGE OR TXN-CHG-BRANCH)
004440         AND TXN-BRANCH NOT = SPACES
004450         MOVE TXN-BRANCH TO ACCT-MST-BRANCH
004460     END-IF.
004470     REWRITE ACCT-MST-REC.
004480     IF NOT MST-STATUS-OK
004490         MOVE "ACCTMST CHANGE REWRITE FAILED" TO WS-ABEND-MSG
004500         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004510     END-IF.
004520     MOVE "CHANGED"  TO WS-RPTT-TEXT.
004530     PERFORM 3900-APPLIED-TXN THRU 3900-EXIT.
004540 3200-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580*    3300-APPLY-STATUS -- CLOSE OR REOPEN THE ACCOUNT.
004590******************************************************************
004600 3300-APPLY-STATUS.
004610     IF TXN-CLOSE AND ACCT-MST-CLOSED
004620         MOVE "ACCOUNT IS ALREADY CLOSED" TO WS-RPTT-TEXT
004630         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
004640         GO TO 3300-EXIT
004650     END-IF.
004660     IF TXN-REOPEN AND ACCT-MST-OPEN
004670         MOVE "ACCOUNT IS ALREADY OPEN" TO WS-RPTT-TEXT
004680         PERFORM 2900-REJECT-TXN THRU 2900-EXIT
004690         GO TO 3300-EXIT
004700     END-IF.
004710     IF TXN-CLOSE
004720         SET ACCT-MST-CLOSED TO TRUE
004730         MOVE "CLOSED"   TO WS-RPTT-TEXT
004740     ELSE
004750         SET ACCT-MST-OPEN TO TRUE
004760         MOVE "REOPENED" TO WS-RPTT-TEXT
004770     END-IF.
004780     REWRITE ACCT-MST-REC.
004790     IF NOT MST-STATUS-OK
004800         MOVE "ACCTMST STATUS REWRITE FAILED" TO WS-ABEND-MSG
004810         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004820     END-IF.
004830     PERFORM 3900-APPLIED-TXN THRU 3900-EXIT.
004840 3300-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880*    3900-APPLIED-TXN -- COUNT AND LIST THE TRANSACTION AND LOG
004890*    THE CHANGE TO ACCTCHG.  N AND B ARE LOGGED AS C.
004900******************************************************************
004910 3900-APPLIED-TXN.
004920     ADD 1 TO WS-APPLIED-COUNT.
004930     MOVE SPACES     TO WS-RPTT-FLAG.
004940     MOVE "APPLIED"  TO WS-RPTT-RESULT.
004950     PERFORM 2950-WRITE-TXN-LINE THRU 2950-EXIT.
004960     MOVE SPACES          TO ACCT-CHG-REC.
004970     MOVE "ACCTLOAD"      TO ACCT-CHG-PGM.
004980     MOVE TXN-ACTION      TO ACCT-CHG-ACTION.
004990     IF TXN-CHG-NAME OR TXN-CHG-BRANCH
005000         SET ACCT-CHG-CHANGE TO TRUE
005010     END-IF.
005020     MOVE ACCT-MST-ID     TO ACCT-CHG-ID.
005030     MOVE WS-MST-BEFORE   TO ACCT-CHG-BEFORE.
005040     MOVE ACCT-MST-REC    TO ACCT-CHG-AFTER.
005050     CALL "ACCTCHGW" USING ACCT-CHG-REC
005060         ON EXCEPTION
005070             DISPLAY "ACCTLOAD WARNING -- ACCTCHGW NOT AVAILABLE"
005080     END-CALL.
005090 3900-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
005140*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
005150*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
005160******************************************************************
005170 7000-WRITE-RUN-LOG.
005180     MOVE "ACCTLOAD"          TO SEQ-RUN-PGM.
005190     MOVE SPACES              TO SEQ-RUN-ID.
005200     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
005210     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
005220     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
005230     MOVE WS-APPLIED-COUNT    TO SEQ-RUN-DETAIL-COUNT.
005240     MOVE ZERO                TO SEQ-RUN-CTRL-TOTAL.
005250     MOVE SPACE               TO SEQ-RUN-CTRL-SIGN.
005260     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
005270     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
005280     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
005290     CALL "RUNLOGW" USING SEQ-RUN-REC
005300         ON EXCEPTION
005310             DISPLAY "ACCTLOAD WARNING -- RUNLOGW NOT AVAILABLE"
005320     END-CALL.
005330*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
005340*    STEP'S OWN CODE BACK.
005350     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
005360 7000-EXIT.
005370     EXIT.
005380*
005390******************************************************************
005400*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
005410*    A NON-ZERO RETURN CODE.
005420******************************************************************
005430 8000-ABEND-RTN.
005440     DISPLAY "ACCTLOAD ABEND -- " WS-ABEND-MSG.
005450     DISPLAY "ACCTLOAD ABEND -- TXN-STATUS=" TXN-STATUS
005460             " MST-STATUS=" MST-STATUS
005470             " RPT-STATUS=" RPT-STATUS.
005480     MOVE 16 TO RETURN-CODE.
005490     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
005500     STOP RUN.
005510 8000-EXIT.
005520     EXIT.
005530*
005540 9999-MAIN-EXIT.
005550     STOP RUN.
