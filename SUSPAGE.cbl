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
000320 PROGRAM-ID.                 SUSPAGE.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  REJECT SUSPENSE AGING REPORT AND WRITE-OFF.
000390*
000400*  READS THE ACCTSUSP SUSPENSE FILE THAT ACCTEDIT KEEPS (SUSPREC
000410*  COPYBOOK) AND PRINTS THE SUSPRPT AGING REPORT -- THE ITEMS
000420*  STILL PENDING, BY REASON CODE AND BRANCH OF ORIGIN, IN
000430*  1-3, 4-7 AND 8+ NIGHT BUCKETS.
000440*
000450*  AN ITEM THAT WILL NEVER PASS THE EDIT (A MISSING OR
000460*  MALFORMED ACCOUNT ID, AN AMOUNT THE BRANCH HAS RESENT
000470*  CORRECTED) IS WRITTEN OFF DELIBERATELY THROUGH THE OPTIONAL
000480*  SUSPWO REQUEST FILE.  EACH MATCHING PENDING ITEM IS REMOVED
000490*  FROM ACCTSUSP, APPENDED TO THE CUMULATIVE SUSPWOL WRITE-OFF
000500*  LOG WITH THE DATE AND WHO AUTHORIZED IT, AND LISTED ON THE
000510*  REPORT.  A REQUEST THAT MATCHES NOTHING IS FLAGGED.
000520*
000530*  SUSPWO RECORD:  ACCOUNT ID X(10), ONE BLANK, ORIGINAL RUN-ID
000540*  X(08), ONE BLANK, AUTHORIZED BY X(08), ONE BLANK, NOTE
000550*  X(30).  A BLANK RUN-ID WRITES OFF EVERY PENDING ITEM FOR
000560*  THE ACCOUNT.
000570*
000571*  SUSPWO IS CONSUMED BY THE RUN:  ONCE THE REPORT IS PRINTED
000572*  IT IS EMPTIED, SO A REQUEST (ABOVE ALL ONE WITH A BLANK
000573*  RUN-ID) CANNOT WRITE OFF ITEMS SUSPENDED ON A LATER NIGHT,
000574*  AND A RERUN DOES NOT REPORT THE SAME REQUESTS AS UNMATCHED.
000575*  A REQUEST FLAGGED AS UNMATCHED MUST BE RESUBMITTED IF IT IS
000576*  STILL WANTED.  AN ABEND LEAVES SUSPWO AS IT WAS.
000577*
000580*  SUSPWOL RECORD:  THE SUSPENSE RECORD IMAGE X(62), ONE
000590*  BLANK, WRITE-OFF DATE 9(08), ONE BLANK, AUTHORIZED BY X(08),
000600*  ONE BLANK, NOTE X(30).
000610*
000620*  RETURN CODES
000630*    00  REPORT PRINTED
000640*    04  A WRITE-OFF REQUEST MATCHED NO PENDING ITEM
000650*    16  ABEND
000660*
000670*  MODIFICATION HISTORY
000680*  2026-10-15 TSH  INITIAL VERSION.
000685*  2026-10-15 TSH  EMPTY SUSPWO AFTER A SUCCESSFUL RUN.
000690******************************************************************
000700 ENVIRONMENT                 DIVISION.
000710******************************************************************
000720 CONFIGURATION               SECTION.
000730 SOURCE-COMPUTER.            IBM-370.
000740 OBJECT-COMPUTER.            IBM-370.
000750******************************************************************
000760 INPUT-OUTPUT                SECTION.
000770 FILE-CONTROL.
000780     SELECT CTL-FILE         ASSIGN TO "CTLFILE"
000790                             ORGANIZATION LINE SEQUENTIAL
000800                             FILE STATUS CTL-STATUS.

000810     SELECT OPTIONAL SUSP-FILE ASSIGN TO "ACCTSUSP"
000820                             ORGANIZATION LINE SEQUENTIAL
000830                             FILE STATUS SUSP-STATUS.

000840     SELECT OPTIONAL WO-FILE ASSIGN TO "SUSPWO"
000850                             ORGANIZATION LINE SEQUENTIAL
000860                             FILE STATUS WO-STATUS.

000870     SELECT OPTIONAL WOL-FILE ASSIGN TO "SUSPWOL"
000880                             ORGANIZATION LINE SEQUENTIAL
000890                             FILE STATUS WOL-STATUS.

000900     SELECT RPT-FILE         ASSIGN TO "SUSPRPT"
000910                             ORGANIZATION LINE SEQUENTIAL
000920                             FILE STATUS RPT-STATUS.
000930******************************************************************
000940 DATA                        DIVISION.
000950******************************************************************
000960 FILE                        SECTION.
000970 FD  CTL-FILE.
000980     COPY SEQCTL.

000990 FD  SUSP-FILE.
001000 01  SUSP-REC                PIC  X(62).

001010 FD  WO-FILE.
001020 01  WO-REC.
001030     03   WO-ACCT-ID         PIC  X(10).
001040     03   FILLER             PIC  X(01).
001050     03   WO-ORIG-RUN-ID     PIC  X(08).
001060     03   FILLER             PIC  X(01).
001070     03   WO-BY              PIC  X(08).
001080     03   FILLER             PIC  X(01).
001090     03   WO-NOTE            PIC  X(30).

001100 FD  WOL-FILE.
001110 01  WOL-REC.
001120     03   WOL-ITEM           PIC  X(62).
001130     03   FILLER             PIC  X(01).
001140     03   WOL-DATE           PIC  9(08).
001150     03   FILLER             PIC  X(01).
001160     03   WOL-BY             PIC  X(08).
001170     03   FILLER             PIC  X(01).
001180     03   WOL-NOTE           PIC  X(30).

001190 FD  RPT-FILE.
001200 01  RPT-LINE                PIC  X(80).
001210******************************************************************
001220 WORKING-STORAGE             SECTION.
001230******************************************************************
001240*    FILE STATUS FIELDS.  STATUS 05 ON AN OPTIONAL OPEN MEANS
001250*    THE FILE IS NOT ON CATALOG -- NOTHING SUSPENDED, NO
001260*    WRITE-OFFS REQUESTED, OR THE FIRST WRITE-OFF EVER LOGGED.
001270 77  CTL-STATUS                PIC  XX.
001280     88  CTL-STATUS-OK             VALUE "00".
001290 77  SUSP-STATUS               PIC  XX.
001300     88  SUSP-STATUS-OK             VALUE "00" "05".
001310     88  SUSP-STATUS-EOF            VALUE "10".
001320 77  WO-STATUS                 PIC  XX.
001330     88  WO-STATUS-OK               VALUE "00" "05".
001340     88  WO-STATUS-EOF              VALUE "10".
001350 77  WOL-STATUS                PIC  XX.
001360     88  WOL-STATUS-OK              VALUE "00" "05".
001370 77  RPT-STATUS                PIC  XX.
001380     88  RPT-STATUS-OK              VALUE "00".
001390*
001400*    SWITCHES.
001410 77  WS-SUSP-EOF-SW            PIC  X(01)  VALUE "N".
001420     88  WS-SUSP-EOF               VALUE "Y".
001430 77  WS-WO-EOF-SW              PIC  X(01)  VALUE "N".
001440     88  WS-WO-EOF                 VALUE "Y".
001450 77  WS-WOL-OPEN-SW            PIC  X(01)  VALUE "N".
001460     88  WS-WOL-OPEN               VALUE "Y".
001470 77  WS-WO-FOUND-SW            PIC  X(01)  VALUE "N".
001480     88  WS-WO-FOUND               VALUE "Y".
001490 77  WS-AGE-FOUND-SW           PIC  X(01)  VALUE "N".
001500     88  WS-AGE-FOUND              VALUE "Y".
001510*
001520*    WRITE-OFF REQUEST TABLE, FROM SUSPWO.
001530 77  WS-WO-CNT                 PIC  9(04)  COMP  VALUE ZERO.
001540 77  WS-WO-MAX                 PIC  9(04)  COMP  VALUE 200.
001550 77  WS-WO-SUB                 PIC  9(04)  COMP  VALUE ZERO.
001560 77  WS-WO-HIT-SUB             PIC  9(04)  COMP  VALUE ZERO.
001570 01  WS-WO-TABLE.
001580     03  WS-WO-ENTRY           OCCURS 200.
001590         05  WS-WOT-ACCT-ID        PIC  X(10).
001600         05  WS-WOT-RUN-ID         PIC  X(08).
001610         05  WS-WOT-BY             PIC  X(08).
001620         05  WS-WOT-NOTE           PIC  X(30).
001630         05  WS-WOT-USED           PIC  9(04)  COMP.
001640*
001650*    ITEMS WRITTEN OFF THIS RUN, HELD FOR THE REPORT.
001660 77  WS-WOF-CNT                PIC  9(04)  COMP  VALUE ZERO.
001670 77  WS-WOF-MAX                PIC  9(04)  COMP  VALUE 500.
001680 77  WS-WOF-SUB                PIC  9(04)  COMP  VALUE ZERO.
001690 01  WS-WOF-TABLE.
001700     03  WS-WOF-ENTRY          OCCURS 500.
001710         05  WS-WOFT-ITEM          PIC  X(62).
001720         05  WS-WOFT-BY            PIC  X(08).
001730*
001740*    SUSPENSE ITEMS KEPT, HELD WHILE ACCTSUSP IS REWRITTEN.
001750 77  WS-SUS-CNT                PIC  9(04)  COMP  VALUE ZERO.
001760 77  WS-SUS-MAX                PIC  9(04)  COMP  VALUE 2000.
001770 77  WS-SUS-SUB                PIC  9(04)  COMP  VALUE ZERO.
001780 01  WS-SUS-TABLE.
001790     03  WS-SUS-ENTRY          OCCURS 2000
001800                               PIC  X(62).
001810*
001820*    AGING TABLE, ASCENDING BY REASON CODE THEN BRANCH.
001830 77  WS-AGE-CNT                PIC  9(04)  COMP  VALUE ZERO.
001840 77  WS-AGE-MAX                PIC  9(04)  COMP  VALUE 300.
001850 77  WS-AGE-SUB                PIC  9(04)  COMP  VALUE ZERO.
001860 77  WS-AGE-POS                PIC  9(04)  COMP  VALUE ZERO.
001870 77  WS-SHIFT-SUB              PIC  9(04)  COMP  VALUE ZERO.
001880 77  WS-BUCKET                 PIC  9(01)        VALUE ZERO.
001890 01  WS-AGE-KEY.
001900     03  WS-AGE-KEY-REASON     PIC  X(02).
001910     03  WS-AGE-KEY-BRANCH     PIC  X(08).
001920 01  WS-AGE-TABLE.
001930     03  WS-AGE-ENTRY          OCCURS 300.
001940         05  WS-AGET-KEY.
001950             07  WS-AGET-REASON    PIC  X(02).
001960             07  WS-AGET-BRANCH    PIC  X(08).
001970         05  WS-AGET-BUCKET        PIC  9(06)  COMP
001980                                   OCCURS 3.
001990 01  WS-TOTAL-BUCKETS.
002000     03  WS-TOTAL-BUCKET       PIC  9(08)  COMP
002010                               OCCURS 3.
002020*
002030*    COUNTERS AND RUN CONTROL VALUES.
002040 77  WS-SUSP-READ-COUNT        PIC  9(08)  COMP  VALUE ZERO.
002050 77  WS-PENDING-COUNT          PIC  9(08)  COMP  VALUE ZERO.
002060 77  WS-RELEASED-COUNT         PIC  9(08)  COMP  VALUE ZERO.
002070 77  WS-WRITEOFF-COUNT         PIC  9(08)  COMP  VALUE ZERO.
002080 77  WS-UNMATCHED-COUNT        PIC  9(08)  COMP  VALUE ZERO.
002090 77  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
002100 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
002110 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
002120 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
002130*
002140*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
002150     COPY RUNREC.
002160*
002170*    SUSPENSE ITEM WORK AREA.
002180     COPY SUSPREC.
002190*
002200*    PRINT REPORT LINE LAYOUTS.
002210 01  WS-RPT-HEADING.
002220     03  FILLER            PIC X(22)
002225         VALUE "SUSPENSE AGING REPORT".
002230     03  FILLER            PIC X(09) VALUE " RUN-ID: ".
002240     03  WS-RPTH-RUN-ID    PIC X(08).
002250     03  FILLER            PIC X(11) VALUE "  RUNDATE: ".
002260     03  WS-RPTH-RUN-DATE  PIC 9(08).
002270     03  FILLER            PIC X(22) VALUE SPACES.

002280 01  WS-RPT-COL-HEADS.
002290     03  FILLER            PIC X(08) VALUE "REASON".
002300     03  FILLER            PIC X(10) VALUE "BRANCH".
002310     03  FILLER            PIC X(10) VALUE "  1-3 NTS".
002320     03  FILLER            PIC X(10) VALUE "  4-7 NTS".
002330     03  FILLER            PIC X(10) VALUE "   8+ NTS".
002340     03  FILLER            PIC X(10) VALUE "    TOTAL".
002350     03  FILLER            PIC X(22) VALUE SPACES.

002360 01  WS-RPT-AGE-LINE.
002370     03  FILLER            PIC X(02) VALUE "  ".
002380     03  WS-RPTA-REASON    PIC X(02).
002390     03  FILLER            PIC X(04) VALUE SPACES.
002400     03  WS-RPTA-BRANCH    PIC X(08).
002410     03  FILLER            PIC X(02) VALUE SPACES.
002420     03  WS-RPTA-B1        PIC ZZZZZZZ9.
002430     03  FILLER            PIC X(02) VALUE SPACES.
002440     03  WS-RPTA-B2        PIC ZZZZZZZ9.
002450     03  FILLER            PIC X(02) VALUE SPACES.
002460     03  WS-RPTA-B3        PIC ZZZZZZZ9.
002470     03  FILLER            PIC X(02) VALUE SPACES.
002480     03  WS-RPTA-TOTAL     PIC ZZZZZZZ9.
002490     03  FILLER            PIC X(24) VALUE SPACES.

002500 01  WS-RPT-WO-HEAD.
002510     03  FILLER            PIC X(24)
002520         VALUE "ITEMS WRITTEN OFF".
002530     03  FILLER            PIC X(56) VALUE SPACES.

002540 01  WS-RPT-WO-LINE.
002550     03  FILLER            PIC X(04) VALUE "  - ".
002560     03  WS-RPTW-ACCT-ID   PIC X(10).
002570     03  FILLER            PIC X(02) VALUE SPACES.
002580     03  WS-RPTW-RUN-ID    PIC X(08).
002590     03  FILLER            PIC X(06) VALUE "  RSN ".
002600     03  WS-RPTW-REASON    PIC X(02).
002610     03  FILLER            PIC X(02) VALUE SPACES.
002620     03  WS-RPTW-NIGHTS    PIC ZZ9.
002630     03  FILLER            PIC X(11) VALUE " NIGHTS BY ".
002640     03  WS-RPTW-BY        PIC X(08).
002650     03  FILLER            PIC X(02) VALUE SPACES.
002660     03  WS-RPTW-BRANCH    PIC X(08).
002670     03  FILLER            PIC X(14) VALUE SPACES.

002680 01  WS-RPT-FLAG-LINE.
002690     03  FILLER            PIC X(04) VALUE "  ! ".
002700     03  WS-RPTF-ACCT-ID   PIC X(10).
002710     03  FILLER            PIC X(02) VALUE SPACES.
002720     03  WS-RPTF-RUN-ID    PIC X(08).
002730     03  FILLER            PIC X(02) VALUE SPACES.
002740     03  WS-RPTF-TEXT      PIC X(40).
002750     03  FILLER            PIC X(14) VALUE SPACES.

002760 01  WS-RPT-COUNT-LINE.
002770     03  FILLER            PIC X(02) VALUE "  ".
002780     03  WS-RPTC-LABEL     PIC X(34).
002790     03  WS-RPTC-COUNT     PIC ZZZZZZZ9.
002800     03  FILLER            PIC X(36) VALUE SPACES.
002810******************************************************************
002820 PROCEDURE                   DIVISION.
002830******************************************************************
002840 0000-MAIN-RTN.
002850     ACCEPT WS-LOG-START-TIME FROM TIME.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-SCAN-ONE-ITEM THRU 2000-EXIT
002880         UNTIL WS-SUSP-EOF.
002890     PERFORM 3000-FINISH-SUSPENSE THRU 3000-EXIT.
002900     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
002910     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002920     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
002930     GO TO 9999-MAIN-EXIT.
002940*
002950******************************************************************
002960*    1000-INITIALIZE -- RUN LABELS FROM CTLFILE, THE WRITE-OFF
002970*    REQUESTS, OPEN THE SUSPENSE FILE AND THE REPORT.
002980******************************************************************
002990 1000-INITIALIZE.
003000*    THE OCCURS TABLES CARRY NO VALUE CLAUSES -- CLEAR THEM
003010*    BEFORE THE FIRST ADD.
003020     INITIALIZE WS-WO-TABLE.
003030     INITIALIZE WS-AGE-TABLE.
003040     INITIALIZE WS-TOTAL-BUCKETS.
003050     PERFORM 1100-READ-CTL-FILE THRU 1100-EXIT.
003060     PERFORM 1200-LOAD-WRITE-OFFS THRU 1200-EXIT.
003070     OPEN INPUT SUSP-FILE.
003080     IF NOT SUSP-STATUS-OK
003090         MOVE "ACCTSUSP OPEN FAILED" TO WS-ABEND-MSG
003100         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003110     END-IF.
003120     OPEN OUTPUT RPT-FILE.
003130     IF NOT RPT-STATUS-OK
003140         MOVE "SUSPRPT OPEN FAILED" TO WS-ABEND-MSG
003150         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003160     END-IF.
003170 1000-EXIT.
003180     EXIT.
003190*
003200 1100-READ-CTL-FILE.
003210     OPEN INPUT CTL-FILE.
003220     IF NOT CTL-STATUS-OK
003230         MOVE "CTLFILE OPEN FAILED" TO WS-ABEND-MSG
003240         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003250     END-IF.
003260     READ CTL-FILE.
003270     IF NOT CTL-STATUS-OK
003280         MOVE "CTLFILE READ FAILED" TO WS-ABEND-MSG
003290         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003300     END-IF.
003310     MOVE SEQ-CTL-RUN-ID   TO WS-RUN-ID.
003320     MOVE SEQ-CTL-RUN-DATE TO WS-RUN-DATE.
003330     CLOSE CTL-FILE.
003340     IF NOT CTL-STATUS-OK
003350         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
003360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003370     END-IF.
003380 1100-EXIT.
003390     EXIT.
003400*
003410 1200-LOAD-WRITE-OFFS.
003420     OPEN INPUT WO-FILE.
003430     IF NOT WO-STATUS-OK
003440         MOVE "SUSPWO OPEN FAILED" TO WS-ABEND-MSG
003450         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003460     END-IF.
003470     PERFORM 1250-LOAD-ONE-WRITE-OFF THRU 1250-EXIT
003480         UNTIL WS-WO-EOF.
003490     CLOSE WO-FILE.
003500     IF NOT WO-STATUS-OK
003510         MOVE "SUSPWO CLOSE FAILED" TO WS-ABEND-MSG
003520         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003530     END-IF.
003540 1200-EXIT.
003550     EXIT.
003560*
003570 1250-LOAD-ONE-WRITE-OFF.
003580     READ WO-FILE.
003590     IF WO-STATUS-EOF
003600         SET WS-WO-EOF TO TRUE
003610         GO TO 1250-EXIT
003620     END-IF.
003630     IF NOT WO-STATUS-OK
003640         MOVE "SUSPWO READ FAILED" TO WS-ABEND-MSG
003650         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003660     END-IF.
003670     IF WO-ACCT-ID = SPACES
003680         GO TO 1250-EXIT
003690     END-IF.
003700     IF WS-WO-CNT >= WS-WO-MAX
003710         MOVE "WRITE-OFF TABLE FULL -- RAISE WS-WO-MAX"
003720             TO WS-ABEND-MSG
003730         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003740     END-IF.
003750     ADD 1 TO WS-WO-CNT.
003760     MOVE WO-ACCT-ID     TO WS-WOT-ACCT-ID (WS-WO-CNT).
003770     MOVE WO-ORIG-RUN-ID TO WS-WOT-RUN-ID (WS-WO-CNT).
003780     MOVE WO-BY          TO WS-WOT-BY (WS-WO-CNT).
003790     MOVE WO-NOTE        TO WS-WOT-NOTE (WS-WO-CNT).
003800 1250-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*    2000-SCAN-ONE-ITEM -- ONE ACCTSUSP RECORD PER PASS.  A
003850*    RELEASED ITEM IS CARRIED AS IS (ACCTEDIT DROPS IT NEXT
003860*    NIGHT).  A PENDING ITEM NAMED ON A WRITE-OFF REQUEST IS
003870*    LOGGED AND LEFT OUT; ANY OTHER PENDING ITEM IS AGED.
003880******************************************************************
003890 2000-SCAN-ONE-ITEM.
003900     READ SUSP-FILE INTO SEQ-SUS-REC.
003910     IF SUSP-STATUS-EOF
003920         SET WS-SUSP-EOF TO TRUE
003930         GO TO 2000-EXIT
003940     END-IF.
003950     IF NOT SUSP-STATUS-OK
003960         MOVE "ACCTSUSP READ FAILED" TO WS-ABEND-MSG
003970         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003980     END-IF.
003990     ADD 1 TO WS-SUSP-READ-COUNT.
004000     IF SEQ-SUS-RELEASED
004010         ADD 1 TO WS-RELEASED-COUNT
004020         PERFORM 2900-KEEP-ITEM THRU 2900-EXIT
004030         GO TO 2000-EXIT
004040     END-IF.
004050     MOVE "N"  TO WS-WO-FOUND-SW.
004060     MOVE ZERO TO WS-WO-HIT-SUB.
004070     PERFORM 2100-MATCH-WRITE-OFF THRU 2100-EXIT
004080         VARYING WS-WO-SUB FROM 1 BY 1
004090         UNTIL WS-WO-SUB > WS-WO-CNT OR WS-WO-FOUND.
004100     IF WS-WO-FOUND
004110         PERFORM 2200-WRITE-OFF-ITEM THRU 2200-EXIT
004120         GO TO 2000-EXIT
004130     END-IF.
004140     ADD 1 TO WS-PENDING-COUNT.
004150     PERFORM 2300-AGE-ITEM THRU 2300-EXIT.
004160     PERFORM 2900-KEEP-ITEM THRU 2900-EXIT.
004170 2000-EXIT.
004180     EXIT.
004190*
004200 2100-MATCH-WRITE-OFF.
004210     IF WS-WOT-ACCT-ID (WS-WO-SUB) = SEQ-SUS-ACCT-ID
004220         AND (WS-WOT-RUN-ID (WS-WO-SUB) = SPACES
004230           OR WS-WOT-RUN-ID (WS-WO-SUB) = SEQ-SUS-ORIG-RUN-ID)
004240         SET WS-WO-FOUND TO TRUE
004250         MOVE WS-WO-SUB TO WS-WO-HIT-SUB
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004310*    2200-WRITE-OFF-ITEM -- APPEND THE ITEM TO THE SUSPWOL LOG
004320*    (OPENED ON THE FIRST WRITE-OFF) AND HOLD IT FOR THE REPORT.
004330*    SUSPWOL IS THE RECORD OF WRITE-OFFS; THE REPORT LISTING
004340*    STOPS AT WS-WOF-MAX LINES.
004350******************************************************************
004360 2200-WRITE-OFF-ITEM.
004370     IF NOT WS-WOL-OPEN
004380         OPEN EXTEND WOL-FILE
004390         IF NOT WOL-STATUS-OK
004400             MOVE "SUSPWOL OPEN FAILED" TO WS-ABEND-MSG
004410             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004420         END-IF
004430         SET WS-WOL-OPEN TO TRUE
004440     END-IF.
004450     MOVE SPACES                       TO WOL-REC.
004460     MOVE SEQ-SUS-REC                  TO WOL-ITEM.
004470     MOVE WS-RUN-DATE                  TO WOL-DATE.
004480     MOVE WS-WOT-BY (WS-WO-HIT-SUB)    TO WOL-BY.
004490     MOVE WS-WOT-NOTE (WS-WO-HIT-SUB)  TO WOL-NOTE.
004500     WRITE WOL-REC.
004510     IF NOT WOL-STATUS-OK
004520         MOVE "SUSPWOL WRITE FAILED" TO WS-ABEND-MSG
004530         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004540     END-IF.
004550     ADD 1 TO WS-WOT-USED (WS-WO-HIT-SUB).
004560     ADD 1 TO WS-WRITEOFF-COUNT.
004570     IF WS-WOF-CNT < WS-WOF-MAX
004580         ADD 1 TO WS-WOF-CNT
004590         MOVE SEQ-SUS-REC TO WS-WOFT-ITEM (WS-WOF-CNT)
004600         MOVE WS-WOT-BY (WS-WO-HIT-SUB)
004610             TO WS-WOFT-BY (WS-WOF-CNT)
004620     END-IF.
004630 2200-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*    2300-AGE-ITEM -- BUCKET THE ITEM BY NIGHTS PENDING AND ADD
004680*    IT TO ITS REASON / BRANCH ENTRY, INSERTING THE ENTRY IN
004690*    KEY ORDER ON FIRST SIGHT.
004700******************************************************************
004710 2300-AGE-ITEM.
004720     MOVE 1 TO WS-BUCKET.
004730     IF SEQ-SUS-NIGHTS NUMERIC
004740         IF SEQ-SUS-NIGHTS > 7
004750             MOVE 3 TO WS-BUCKET
004760         ELSE
004770             IF SEQ-SUS-NIGHTS > 3
004780                 MOVE 2 TO WS-BUCKET
004790             END-IF
004800         END-IF
004810     END-IF.
004820     ADD 1 TO WS-TOTAL-BUCKET (WS-BUCKET).
004830     MOVE SEQ-SUS-REASON TO WS-AGE-KEY-REASON.
004840     MOVE SEQ-SUS-BRANCH TO WS-AGE-KEY-BRANCH.
004850     MOVE "N"  TO WS-AGE-FOUND-SW.
004860     MOVE ZERO TO WS-AGE-POS.
004870     PERFORM 2350-FIND-AGE-SLOT THRU 2350-EXIT
004880         VARYING WS-AGE-SUB FROM 1 BY 1
004890         UNTIL WS-AGE-SUB > WS-AGE-CNT OR WS-AGE-POS > ZERO.
004900     IF WS-AGE-FOUND
004910         ADD 1 TO WS-AGET-BUCKET (WS-AGE-POS, WS-BUCKET)
004920         GO TO 2300-EXIT
004930     END-IF.
004940     IF WS-AGE-CNT >= WS-AGE-MAX
004950         MOVE "AGING TABLE FULL -- RAISE WS-AGE-MAX"
004960             TO WS-ABEND-MSG
004970         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004980     END-IF.
004990     IF WS-AGE-POS = ZERO
005000         COMPUTE WS-AGE-POS = WS-AGE-CNT + 1
005010     END-IF.
005020     PERFORM 2360-SHIFT-AGE-DOWN THRU 2360-EXIT
005030         VARYING WS-SHIFT-SUB FROM WS-AGE-CNT BY -1
005040         UNTIL WS-SHIFT-SUB < WS-AGE-POS.
005050     ADD 1 TO WS-AGE-CNT.
005060     MOVE WS-AGE-KEY TO WS-AGET-KEY (WS-AGE-POS).
005070     MOVE ZERO TO WS-AGET-BUCKET (WS-AGE-POS, 1).
005080     MOVE ZERO TO WS-AGET-BUCKET (WS-AGE-POS, 2).
005090     MOVE ZERO TO WS-AGET-BUCKET (WS-AGE-POS, 3).
005100     MOVE 1    TO WS-AGET-BUCKET (WS-AGE-POS, WS-BUCKET).
005110 2300-EXIT.
005120     EXIT.
005130*
005140 2350-FIND-AGE-SLOT.
005150     IF WS-AGET-KEY (WS-AGE-SUB) = WS-AGE-KEY
005160         SET WS-AGE-FOUND TO TRUE
005170         MOVE WS-AGE-SUB TO WS-AGE-POS
005180         GO TO 2350-EXIT
005190     END-IF.
005200     IF WS-AGET-KEY (WS-AGE-SUB) > WS-AGE-KEY
005210         MOVE WS-AGE-SUB TO WS-AGE-POS
005220     END-IF.
005230 2350-EXIT.
005240     EXIT.
005250*
005260 2360-SHIFT-AGE-DOWN.
005270     MOVE WS-AGE-ENTRY (WS-SHIFT-SUB)
005280         TO WS-AGE-ENTRY (WS-SHIFT-SUB + 1).
005290 2360-EXIT.
005300     EXIT.
005310*
005320 2900-KEEP-ITEM.
005330     IF WS-SUS-CNT >= WS-SUS-MAX
005340         MOVE "SUSPENSE TABLE FULL -- RAISE WS-SUS-MAX"
005350             TO WS-ABEND-MSG
005360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005370     END-IF.
005380     ADD 1 TO WS-SUS-CNT.
005390     MOVE SEQ-SUS-REC TO WS-SUS-ENTRY (WS-SUS-CNT).
005400 2900-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440*    3000-FINISH-SUSPENSE -- CLOSE THE SUSPENSE FILE AND, WHEN
005450*    ANYTHING WAS WRITTEN OFF, REWRITE IT FROM THE KEPT ITEMS.
005460******************************************************************
005470 3000-FINISH-SUSPENSE.
005480     CLOSE SUSP-FILE.
005490     IF NOT SUSP-STATUS-OK
005500         MOVE "ACCTSUSP CLOSE FAILED" TO WS-ABEND-MSG
005510         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005520     END-IF.
005530     IF WS-WOL-OPEN
005540         CLOSE WOL-FILE
005550         IF NOT WOL-STATUS-OK
005560             MOVE "SUSPWOL CLOSE FAILED" TO WS-ABEND-MSG
005570             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005580         END-IF
005590     END-IF.
005600     IF WS-WRITEOFF-COUNT = ZERO
005610         GO TO 3000-EXIT
005620     END-IF.
005630     OPEN OUTPUT SUSP-FILE.
005640     IF NOT SUSP-STATUS-OK
005650         MOVE "ACCTSUSP REWRITE OPEN FAILED" TO WS-ABEND-MSG
005660         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005670     END-IF.
005680     PERFORM 3100-WRITE-ONE-ITEM THRU 3100-EXIT
005690         VARYING WS-SUS-SUB FROM 1 BY 1
005700         UNTIL WS-SUS-SUB > WS-SUS-CNT.
005710     CLOSE SUSP-FILE.
005720     IF NOT SUSP-STATUS-OK
005730         MOVE "ACCTSUSP REWRITE CLOSE FAILED" TO WS-ABEND-MSG
005740         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005750     END-IF.
005760 3000-EXIT.
005770     EXIT.
005780*
005790 3100-WRITE-ONE-ITEM.
005800     WRITE SUSP-REC FROM WS-SUS-ENTRY (WS-SUS-SUB).
005810     IF NOT SUSP-STATUS-OK
005820         MOVE "ACCTSUSP WRITE FAILED" TO WS-ABEND-MSG
005830         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005840     END-IF.
005850 3100-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890*    4000-PRINT-REPORT -- AGING LINES BY REASON AND BRANCH, THE
005900*    BUCKET TOTALS, THE WRITE-OFFS AND ANY UNMATCHED REQUEST.
005910******************************************************************
005920 4000-PRINT-REPORT.
005930     MOVE WS-RUN-ID   TO WS-RPTH-RUN-ID.
005940     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
005950     WRITE RPT-LINE FROM WS-RPT-HEADING.
005960     IF NOT RPT-STATUS-OK
005970         MOVE "SUSPRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
005980         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005990     END-IF.
006000     WRITE RPT-LINE FROM WS-RPT-COL-HEADS.
006010     IF NOT RPT-STATUS-OK
006020         MOVE "SUSPRPT COLUMN HEADS WRITE FAILED" TO WS-ABEND-MSG
006030         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006040     END-IF.
006050     PERFORM 4100-WRITE-ONE-AGE-LINE THRU 4100-EXIT
006060         VARYING WS-AGE-SUB FROM 1 BY 1
006070         UNTIL WS-AGE-SUB > WS-AGE-CNT.
006080     MOVE "**"                 TO WS-RPTA-REASON.
006090     MOVE "ALL"                TO WS-RPTA-BRANCH.
006100     MOVE WS-TOTAL-BUCKET (1)  TO WS-RPTA-B1.
006110     MOVE WS-TOTAL-BUCKET (2)  TO WS-RPTA-B2.
006120     MOVE WS-TOTAL-BUCKET (3)  TO WS-RPTA-B3.
006130     MOVE WS-PENDING-COUNT     TO WS-RPTA-TOTAL.
006140     PERFORM 4150-WRITE-AGE-LINE THRU 4150-EXIT.
006150     IF WS-WO-CNT > ZERO
006160         WRITE RPT-LINE FROM WS-RPT-WO-HEAD
006170         IF NOT RPT-STATUS-OK
006180             MOVE "SUSPRPT WRITE-OFF HEAD WRITE FAILED"
006190                 TO WS-ABEND-MSG
006200             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006210         END-IF
006220         PERFORM 4200-LIST-ONE-WRITE-OFF THRU 4200-EXIT
006230             VARYING WS-WOF-SUB FROM 1 BY 1
006240             UNTIL WS-WOF-SUB > WS-WOF-CNT
006250         PERFORM 4300-CHECK-ONE-REQUEST THRU 4300-EXIT
006260             VARYING WS-WO-SUB FROM 1 BY 1
006270             UNTIL WS-WO-SUB > WS-WO-CNT
006280     END-IF.
006290     MOVE "SUSPENSE RECORDS READ"         TO WS-RPTC-LABEL.
006300     MOVE WS-SUSP-READ-COUNT              TO WS-RPTC-COUNT.
006310     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006320     MOVE "ITEMS PENDING"                 TO WS-RPTC-LABEL.
006330     MOVE WS-PENDING-COUNT                TO WS-RPTC-COUNT.
006340     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006350     MOVE "ITEMS RELEASED, AWAITING PURGE" TO WS-RPTC-LABEL.
006360     MOVE WS-RELEASED-COUNT               TO WS-RPTC-COUNT.
006370     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006380     MOVE "ITEMS WRITTEN OFF"             TO WS-RPTC-LABEL.
006390     MOVE WS-WRITEOFF-COUNT               TO WS-RPTC-COUNT.
006400     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006410     MOVE "WRITE-OFF REQUESTS UNMATCHED"  TO WS-RPTC-LABEL.
006420     MOVE WS-UNMATCHED-COUNT              TO WS-RPTC-COUNT.
006430     PERFORM 4500-WRITE-COUNT-LINE THRU 4500-EXIT.
006440 4000-EXIT.
006450     EXIT.
006460*
006470 4100-WRITE-ONE-AGE-LINE.
006480     MOVE WS-AGET-REASON (WS-AGE-SUB)     TO WS-RPTA-REASON.
006490     MOVE WS-AGET-BRANCH (WS-AGE-SUB)     TO WS-RPTA-BRANCH.
006500     MOVE WS-AGET-BUCKET (WS-AGE-SUB, 1)  TO WS-RPTA-B1.
006510     MOVE WS-AGET-BUCKET (WS-AGE-SUB, 2)  TO WS-RPTA-B2.
006520     MOVE WS-AGET-BUCKET (WS-AGE-SUB, 3)  TO WS-RPTA-B3.
006530     COMPUTE WS-RPTA-TOTAL = WS-AGET-BUCKET (WS-AGE-SUB, 1)
006540                           + WS-AGET-BUCKET (WS-AGE-SUB, 2)
006550                           + WS-AGET-BUCKET (WS-AGE-SUB, 3).
006560     PERFORM 4150-WRITE-AGE-LINE THRU 4150-EXIT.
006570 4100-EXIT.
006580     EXIT.
006590*
006600 4150-WRITE-AGE-LINE.
006610     WRITE RPT-LINE FROM WS-RPT-AGE-LINE.
006620     IF NOT RPT-STATUS-OK
006630         MOVE "SUSPRPT AGING LINE WRITE FAILED" TO WS-ABEND-MSG
006640         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006650     END-IF.
006660 4150-EXIT.
006670     EXIT.
006680*
006690 4200-LIST-ONE-WRITE-OFF.
006700     MOVE WS-WOFT-ITEM (WS-WOF-SUB) TO SEQ-SUS-REC.
006710     MOVE SEQ-SUS-ACCT-ID           TO WS-RPTW-ACCT-ID.
006720     MOVE SEQ-SUS-ORIG-RUN-ID       TO WS-RPTW-RUN-ID.
006730     MOVE SEQ-SUS-REASON            TO WS-RPTW-REASON.
006740     MOVE SEQ-SUS-NIGHTS            TO WS-RPTW-NIGHTS.
006750     MOVE WS-WOFT-BY (WS-WOF-SUB)   TO WS-RPTW-BY.
006760     MOVE SEQ-SUS-BRANCH            TO WS-RPTW-BRANCH.
006770     WRITE RPT-LINE FROM WS-RPT-WO-LINE.
006780     IF NOT RPT-STATUS-OK
006790         MOVE "SUSPRPT WRITE-OFF LINE WRITE FAILED"
006800             TO WS-ABEND-MSG
006810         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006820     END-IF.
006830 4200-EXIT.
006840     EXIT.
006850*
006860 4300-CHECK-ONE-REQUEST.
006870     IF WS-WOT-USED (WS-WO-SUB) > ZERO
006880         GO TO 4300-EXIT
006890     END-IF.
006900     ADD 1 TO WS-UNMATCHED-COUNT.
006910     MOVE WS-WOT-ACCT-ID (WS-WO-SUB) TO WS-RPTF-ACCT-ID.
006920     MOVE WS-WOT-RUN-ID (WS-WO-SUB)  TO WS-RPTF-RUN-ID.
006930     MOVE "REQUEST MATCHES NO PENDING ITEM"
006940         TO WS-RPTF-TEXT.
006950     WRITE RPT-LINE FROM WS-RPT-FLAG-LINE.
006960     IF NOT RPT-STATUS-OK
006970         MOVE "SUSPRPT FLAG WRITE FAILED" TO WS-ABEND-MSG
006980         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006990     END-IF.
007000 4300-EXIT.
007010     EXIT.
007020*
007030 4500-WRITE-COUNT-LINE.
007040     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
007050     IF NOT RPT-STATUS-OK
007060         MOVE "SUSPRPT COUNT WRITE FAILED" TO WS-ABEND-MSG
007070         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007080     END-IF.
007090 4500-EXIT.
007100     EXIT.
007110*
007120 5000-FINALIZE.
007130     CLOSE RPT-FILE.
007140     IF NOT RPT-STATUS-OK
007150         MOVE "SUSPRPT CLOSE FAILED" TO WS-ABEND-MSG
007160         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007170     END-IF.
007180     DISPLAY "SUSPAGE -- " WS-PENDING-COUNT " ITEMS PENDING, "
007190             WS-WRITEOFF-COUNT " WRITTEN OFF".
007200     IF WS-UNMATCHED-COUNT > ZERO
007210         DISPLAY "SUSPAGE WARNING -- " WS-UNMATCHED-COUNT
007220                 " WRITE-OFF REQUESTS MATCHED NOTHING"
007230         MOVE 4 TO RETURN-CODE
007240     END-IF.
007242     IF WS-WO-CNT > ZERO
007244         PERFORM 5100-CLEAR-WRITE-OFFS THRU 5100-EXIT
007246     END-IF.
007250 5000-EXIT.
007260     EXIT.
007270*
007280 5100-CLEAR-WRITE-OFFS.
007290     OPEN OUTPUT WO-FILE.
007300     IF NOT WO-STATUS-OK
007310         MOVE "SUSPWO CLEAR OPEN FAILED" TO WS-ABEND-MSG
007320         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007330     END-IF.
007340     CLOSE WO-FILE.
007350     IF NOT WO-STATUS-OK
007360         MOVE "SUSPWO CLEAR CLOSE FAILED" TO WS-ABEND-MSG
007370         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007380     END-IF.
007390     DISPLAY "SUSPAGE -- " WS-WO-CNT
007400             " WRITE-OFF REQUESTS PROCESSED, SUSPWO EMPTIED".
007410 5100-EXIT.
007420     EXIT.
007430*
007440******************************************************************
007450*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
007460*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
007470*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
007480******************************************************************
007490 7000-WRITE-RUN-LOG.
007500     MOVE "SUSPAGE"           TO SEQ-RUN-PGM.
007510     MOVE WS-RUN-ID           TO SEQ-RUN-ID.
007520     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
007530     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
007540     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
007550     MOVE WS-PENDING-COUNT    TO SEQ-RUN-DETAIL-COUNT.
007560     MOVE ZERO                TO SEQ-RUN-CTRL-TOTAL.
007570     MOVE SPACE               TO SEQ-RUN-CTRL-SIGN.
007580     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
007590     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
007600     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
007610     CALL "RUNLOGW" USING SEQ-RUN-REC
007620         ON EXCEPTION
007630             DISPLAY "SUSPAGE WARNING -- RUNLOGW NOT AVAILABLE"
007640     END-CALL.
007650*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
007660*    STEP'S OWN CODE BACK.
007670     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
007680 7000-EXIT.
007690     EXIT.
007700*
007710******************************************************************
007720*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
007730*    A NON-ZERO RETURN CODE.
007740******************************************************************
007750 8000-ABEND-RTN.
007760     DISPLAY "SUSPAGE ABEND -- " WS-ABEND-MSG.
007770     DISPLAY "SUSPAGE ABEND -- CTL-STATUS=" CTL-STATUS
007780             " SUSP-STATUS=" SUSP-STATUS
007790             " WO-STATUS=" WO-STATUS
007800             " WOL-STATUS=" WOL-STATUS
007810             " RPT-STATUS=" RPT-STATUS.
007820     MOVE 16 TO RETURN-CODE.
007830     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
007840     STOP RUN.
007850 8000-EXIT.
007860     EXIT.
007870*
007880 9999-MAIN-EXIT.
007890     STOP RUN.
