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
000320 PROGRAM-ID.                 ACCTXREF.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  ACCTMST / SEQ001 CROSS-REFERENCE.
000390*
000400*  COMPARES THE ACCTMST ACCOUNT REFERENCE MASTER WITH THE
000410*  SEQ001 HISTORY AND PRINTS THE XREFRPT REVIEW REPORT:
000420*
000430*  1.  DORMANCY CANDIDATES -- ACCOUNTS OPEN ON ACCTMST THAT ARE
000440*      ABSENT FROM EACH OF THE NEWEST N SNAPSHOT GENERATIONS ON
000450*      SNAPCAT, WITH THE LAST GENERATION THEY DID APPEAR IN.
000460*      N IS TAKEN FROM THE XREFPARM PARAMETER FILE (DEFAULT 5).
000470*      WHEN SNAPCAT HOLDS FEWER THAN N GENERATIONS NO ACCOUNT
000480*      CAN BE JUDGED DORMANT AND THE SECTION SAYS SO.  AN
000490*      ACCOUNT ADDED TO THE MASTER SINCE THE OLDEST OF THOSE
000500*      GENERATIONS ALSO LISTS -- THE REPORT IS FOR REVIEW.
000510*  2.  SEQ001 EXCEPTIONS, FROM TONIGHT'S SEQ001 --
000520*        BRANCH    SEQ-DTL-BRANCH IS NOT THE ACCT-MST-BRANCH,
000530*                  THE EXTRACT CAME FROM A BRANCH THAT DOES
000540*                  NOT OWN THE ACCOUNT
000550*        CLOSED    THE ACCOUNT IS CLOSED ON ACCTMST BUT ITS
000560*                  SETTLEMENT IS STILL OUTSTANDING (REJECTED,
000570*                  UNRETURNED, OR SETTLED FOR A DIFFERENT
000580*                  AMOUNT)
000590*        NOMASTER  THE ACCOUNT IS NOT ON ACCTMST AT ALL
000600*
000610*  EVERY DORMANCY CANDIDATE IS ALSO WRITTEN TO XREFTXN AS AN X
000620*  (CLOSE) TRANSACTION IN THE ACCTTXN LAYOUT.  ONCE THE REVIEW
000630*  HAS STRUCK ANY ACCOUNT TO BE KEPT, XREFTXN IS THE INPUT TO
000640*  THE ACCTLOAD BATCH MAINTENANCE STEP.
000650*
000660*  XREFPARM RECORD:  DORMANCY THRESHOLD 9(03) -- CONSECUTIVE
000670*  SNAPSHOT GENERATIONS.  MISSING, BLANK OR ZERO MEANS 5.
000680*
000690*  RETURN CODES
000700*    00  NOTHING TO REVIEW
000710*    04  DORMANCY CANDIDATES OR SEQ001 EXCEPTIONS LISTED
000720*    16  ABEND
000730*
000740*  MODIFICATION HISTORY
000750*  2026-10-15 TSH  INITIAL VERSION.
000755*  2026-10-15 TSH  SNAPCAT RECORD CARRIES THE PRIOR BUSINESS DAY.
000760******************************************************************
000770 ENVIRONMENT                 DIVISION.
000780******************************************************************
000790 CONFIGURATION               SECTION.
000800 SOURCE-COMPUTER.            IBM-370.
000810 OBJECT-COMPUTER.            IBM-370.
000820******************************************************************
000830 INPUT-OUTPUT                SECTION.
000840 FILE-CONTROL.
000850     SELECT SEQ-FILE         ASSIGN TO "SEQ001"
000860                             ORGANIZATION INDEXED
000870                             ACCESS MODE DYNAMIC
000880                             RECORD KEY IS SEQ-DATA
000890                             FILE STATUS F-STATUS.

000900     SELECT MST-FILE         ASSIGN TO "ACCTMST"
000910                             ORGANIZATION INDEXED
000920                             ACCESS MODE DYNAMIC
000930                             RECORD KEY IS ACCT-MST-ID
000940                             FILE STATUS MST-STATUS.

000950     SELECT CTL-FILE         ASSIGN TO "CTLFILE"
000960                             ORGANIZATION LINE SEQUENTIAL
000970                             FILE STATUS CTL-STATUS.

000980     SELECT OPTIONAL PRM-FILE ASSIGN TO "XREFPARM"
000990                             ORGANIZATION LINE SEQUENTIAL
001000                             FILE STATUS PRM-STATUS.

001010     SELECT CAT-FILE         ASSIGN TO "SNAPCAT"
001020                             ORGANIZATION LINE SEQUENTIAL
001030                             FILE STATUS CAT-STATUS.

001040     SELECT GEN-FILE         ASSIGN TO WS-GEN-NAME
001050                             ORGANIZATION SEQUENTIAL
001060                             FILE STATUS GEN-STATUS.

001070     SELECT TXN-FILE         ASSIGN TO "XREFTXN"
001080                             ORGANIZATION LINE SEQUENTIAL
001090                             FILE STATUS TXN-STATUS.

001100     SELECT RPT-FILE         ASSIGN TO "XREFRPT"
001110                             ORGANIZATION LINE SEQUENTIAL
001120                             FILE STATUS RPT-STATUS.
001130******************************************************************
001140 DATA                        DIVISION.
001150******************************************************************
001160 FILE                        SECTION.
001170 FD  SEQ-FILE.
001180     COPY SEQREC.

001190 FD  MST-FILE.
001200     COPY ACCTMST.

001210 FD  CTL-FILE.
001220     COPY SEQCTL.

001230 FD  PRM-FILE.
001240 01  PRM-REC.
001250     03   PRM-DORMANT-GENS   PIC  X(03).
001260     03   FILLER             PIC  X(77).

001270 FD  CAT-FILE.
001280 01  CAT-REC.
001290     03   CAT-GEN-DATE       PIC  9(08).
001300     03   FILLER             PIC  X(01).
001310     03   CAT-GEN-NAME       PIC  X(12).
001312     03   FILLER             PIC  X(01).
001314     03   FILLER             PIC  X(08).

001320 FD  GEN-FILE.
001330 01  GEN-REC                 PIC  X(51).

001340 FD  TXN-FILE.
001350 01  TXN-REC.
001360     03   TXN-ACTION         PIC  X(01).
001370     03   FILLER             PIC  X(01).
001380     03   TXN-ACCT-ID        PIC  X(10).
001390     03   FILLER             PIC  X(01).
001400     03   TXN-NAME           PIC  X(30).
001410     03   FILLER             PIC  X(01).
001420     03   TXN-BRANCH         PIC  X(08).

001430 FD  RPT-FILE.
001440 01  RPT-LINE                PIC  X(80).
001450******************************************************************
001460 WORKING-STORAGE             SECTION.
001470******************************************************************
001480*    FILE STATUS FIELDS.  STATUS 05 ON THE PARAMETER OPEN MEANS
001490*    THE OPTIONAL XREFPARM IS NOT ON CATALOG -- THE DEFAULT
001500*    THRESHOLD APPLIES.
001510 77  F-STATUS                  PIC  XX.
001520     88  F-STATUS-OK               VALUE "00".
001530     88  F-STATUS-EOF               VALUE "10".
001540 77  MST-STATUS                PIC  XX.
001550     88  MST-STATUS-OK             VALUE "00".
001560     88  MST-STATUS-EOF            VALUE "10".
001570     88  MST-STATUS-NOT-FOUND      VALUE "23".
001580 77  CTL-STATUS                PIC  XX.
001590     88  CTL-STATUS-OK              VALUE "00".
001600 77  PRM-STATUS                PIC  XX.
001610     88  PRM-STATUS-OK              VALUE "00" "05".
001620     88  PRM-STATUS-EOF             VALUE "10".
001630 77  CAT-STATUS                PIC  XX.
001640     88  CAT-STATUS-OK              VALUE "00".
001650     88  CAT-STATUS-EOF             VALUE "10".
001660 77  GEN-STATUS                PIC  XX.
001670     88  GEN-STATUS-OK              VALUE "00".
001680     88  GEN-STATUS-EOF             VALUE "10".
001690 77  TXN-STATUS                PIC  XX.
001700     88  TXN-STATUS-OK              VALUE "00".
001710 77  RPT-STATUS                PIC  XX.
001720     88  RPT-STATUS-OK              VALUE "00".
001730*
001740*    SWITCHES.
001750 77  WS-MST-EOF-SW             PIC  X(01)  VALUE "N".
001760     88  WS-MST-EOF                VALUE "Y".
001770 77  WS-CAT-EOF-SW             PIC  X(01)  VALUE "N".
001780     88  WS-CAT-EOF                VALUE "Y".
001790 77  WS-GEN-EOF-SW             PIC  X(01)  VALUE "N".
001800     88  WS-GEN-EOF                VALUE "Y".
001810 77  WS-SEQ-EOF-SW             PIC  X(01)  VALUE "N".
001820     88  WS-SEQ-EOF                VALUE "Y".
001830*
001840*    SNAPSHOT GENERATION CATALOG TABLE, OLDEST FIRST.
001850 77  WS-CAT-SUB                PIC  9(04)  COMP  VALUE ZERO.
001860 77  WS-CAT-COUNT              PIC  9(04)  COMP  VALUE ZERO.
001870 77  WS-CAT-MAX                PIC  9(04)  COMP  VALUE 400.
001880 01  WS-CAT-TABLE.
001890     03  WS-CAT-ENTRY          OCCURS 400.
001900         05  WS-CATT-DATE          PIC  9(08).
001910         05  WS-CATT-NAME          PIC  X(12).
001920*
001930*    OPEN ACCOUNTS ON ACCTMST, IN KEY ORDER, WITH THE NEWEST
001940*    GENERATION EACH ONE APPEARS IN (ZERO -- IN NONE).
001950 77  WS-ACT-SUB                PIC  9(04)  COMP  VALUE ZERO.
001960 77  WS-ACT-COUNT              PIC  9(04)  COMP  VALUE ZERO.
001970 77  WS-ACT-MAX                PIC  9(04)  COMP  VALUE 5000.
001980 01  WS-ACT-TABLE.
001990     03  WS-ACT-ENTRY          OCCURS 5000.
002000         05  WS-ACTT-ID            PIC  X(10).
002010         05  WS-ACTT-NAME          PIC  X(30).
002020         05  WS-ACTT-BRANCH        PIC  X(08).
002030         05  WS-ACTT-LAST-SEEN     PIC  9(08).
002040*
002050*    SNAPSHOT GENERATION RECORD WORK AREA (SEQREC IMAGE).
002060 01  WS-GEN-WORK-REC.
002070     03  WS-GEN-KEY            PIC  X(10).
002080     03  WS-GEN-TYPE           PIC  X(01).
002090         88  WS-GEN-DETAIL         VALUE "D".
002100     03  WS-GEN-BODY           PIC  X(40).
002110 01  WS-GEN-NAME               PIC  X(12)  VALUE SPACES.
002120*
002130*    DORMANCY WINDOW -- THE OLDEST OF THE NEWEST N GENERATIONS.
002140 77  WS-DORMANT-GENS           PIC  9(03)  VALUE ZERO.
002150 77  WS-WINDOW-SUB             PIC  9(04)  COMP  VALUE ZERO.
002160 77  WS-WINDOW-DATE            PIC  9(08)  VALUE ZERO.
002170*
002180*    OUTSTANDING SETTLEMENT ON THE CURRENT SEQ001 DETAIL.
002190 77  WS-OUTSTANDING-AMT        PIC  S9(09)V99  COMP-3  VALUE ZERO.
002200*
002210*    COUNTERS AND RUN CONTROL VALUES.
002220 77  WS-GEN-READ-COUNT         PIC  9(08)  COMP  VALUE ZERO.
002230 77  WS-DORMANT-COUNT          PIC  9(08)  COMP  VALUE ZERO.
002240 77  WS-DETAIL-COUNT           PIC  9(08)  COMP  VALUE ZERO.
002250 77  WS-BRANCH-COUNT           PIC  9(08)  COMP  VALUE ZERO.
002260 77  WS-CLOSED-COUNT           PIC  9(08)  COMP  VALUE ZERO.
002270 77  WS-NOMASTER-COUNT         PIC  9(08)  COMP  VALUE ZERO.
002280 77  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
002290 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
002300 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
002310 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
002320*
002330*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
002340     COPY RUNREC.
002350*
002360*    PRINT REPORT LINE LAYOUTS.
002370 01  WS-RPT-HEADING.
002380     03  FILLER            PIC X(30)
002390         VALUE "ACCTMST / SEQ001 CROSS-REF".
002400     03  FILLER            PIC X(10) VALUE " RUNDATE: ".
002410     03  WS-RPTH-RUN-DATE  PIC 9(08).
002420     03  FILLER            PIC X(09) VALUE "  RUN-ID ".
002430     03  WS-RPTH-RUN-ID    PIC X(08).
002440     03  FILLER            PIC X(15) VALUE SPACES.

002450 01  WS-RPT-DORM-HEAD.
002460     03  FILLER            PIC X(30)
002470         VALUE "DORMANCY CANDIDATES -- ABSENT ".
002480     03  FILLER            PIC X(05) VALUE "FROM ".
002490     03  WS-RPTDH-GENS     PIC ZZ9.
002500     03  FILLER            PIC X(20) VALUE " GENERATIONS SINCE ".
002510     03  WS-RPTDH-DATE     PIC 9(08).
002520     03  FILLER            PIC X(14) VALUE SPACES.

002530 01  WS-RPT-DORM-LINE.
002540     03  FILLER            PIC X(02) VALUE "  ".
002550     03  WS-RPTD-ACCT-ID   PIC X(10).
002560     03  FILLER            PIC X(02) VALUE SPACES.
002570     03  WS-RPTD-NAME      PIC X(30).
002580     03  FILLER            PIC X(02) VALUE SPACES.
002590     03  WS-RPTD-BRANCH    PIC X(08).
002600     03  FILLER            PIC X(02) VALUE SPACES.
002610     03  WS-RPTD-LAST-SEEN PIC X(08).
002620     03  FILLER            PIC X(16) VALUE SPACES.

002630 01  WS-RPT-EXC-HEAD.
002640     03  FILLER            PIC X(34)
002650         VALUE "SEQ001 EXCEPTIONS AGAINST ACCTMST".
002660     03  FILLER            PIC X(46) VALUE SPACES.

002670 01  WS-RPT-EXC-LINE.
002680     03  FILLER            PIC X(02) VALUE "  ".
002690     03  WS-RPTE-TAG       PIC X(08).
002700     03  FILLER            PIC X(02) VALUE SPACES.
002710     03  WS-RPTE-ACCT-ID   PIC X(10).
002720     03  FILLER            PIC X(02) VALUE SPACES.
002730     03  WS-RPTE-DTL-BR    PIC X(08).
002740     03  FILLER            PIC X(02) VALUE SPACES.
002750     03  WS-RPTE-MST-BR    PIC X(08).
002760     03  FILLER            PIC X(02) VALUE SPACES.
002770     03  WS-RPTE-AMOUNT    PIC ---------9.99.
002780     03  FILLER            PIC X(02) VALUE SPACES.
002790     03  WS-RPTE-TEXT      PIC X(10).
002800     03  FILLER            PIC X(11) VALUE SPACES.

002810 01  WS-RPT-NOTE-LINE.
002820     03  FILLER            PIC X(02) VALUE "  ".
002830     03  WS-RPTN-TEXT      PIC X(60).
002840     03  FILLER            PIC X(18) VALUE SPACES.

002850 01  WS-RPT-COUNT-LINE.
002860     03  FILLER            PIC X(02) VALUE "  ".
002870     03  WS-RPTC-LABEL     PIC X(36).
002880     03  WS-RPTC-COUNT     PIC ZZZZZZZ9.
002890     03  FILLER            PIC X(34) VALUE SPACES.
002900******************************************************************
002910 PROCEDURE                   DIVISION.
002920******************************************************************
002930 0000-MAIN-RTN.
002940     ACCEPT WS-LOG-START-TIME FROM TIME.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-LOAD-OPEN-ACCOUNTS THRU 2000-EXIT.
002970     PERFORM 3000-SCAN-GENERATIONS THRU 3000-EXIT.
002980     PERFORM 4000-REPORT-DORMANT THRU 4000-EXIT.
002990     PERFORM 5000-CHECK-SEQ001 THRU 5000-EXIT.
003000     PERFORM 6000-FINALIZE THRU 6000-EXIT.
003010     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
003020     GO TO 9999-MAIN-EXIT.
003030*
003040******************************************************************
003050*    1000-INITIALIZE -- READ CTLFILE AND THE XREFPARM THRESHOLD,
003060*    OPEN THE MASTER AND THE OUTPUT FILES.
003070******************************************************************
003080 1000-INITIALIZE.
003090     OPEN INPUT CTL-FILE.
003100     IF NOT CTL-STATUS-OK
003110         MOVE "CTLFILE OPEN FAILED" TO WS-ABEND-MSG
003120         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003130     END-IF.
003140     READ CTL-FILE.
003150     IF NOT CTL-STATUS-OK
003160         MOVE "CTLFILE READ FAILED" TO WS-ABEND-MSG
003170         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003180     END-IF.
003190     MOVE SEQ-CTL-RUN-ID   TO WS-RUN-ID.
003200     MOVE SEQ-CTL-RUN-DATE TO WS-RUN-DATE.
003210     CLOSE CTL-FILE.
003220     IF NOT CTL-STATUS-OK
003230         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
003240         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003250     END-IF.
003260     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
003270     OPEN INPUT MST-FILE.
003280     IF NOT MST-STATUS-OK
003290         MOVE "ACCTMST OPEN FAILED" TO WS-ABEND-MSG
003300         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003310     END-IF.
003320     OPEN OUTPUT TXN-FILE.
003330     IF NOT TXN-STATUS-OK
003340         MOVE "XREFTXN OPEN FAILED" TO WS-ABEND-MSG
003350         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003360     END-IF.
003370     OPEN OUTPUT RPT-FILE.
003380     IF NOT RPT-STATUS-OK
003390         MOVE "XREFRPT OPEN FAILED" TO WS-ABEND-MSG
003400         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003410     END-IF.
003420     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
003430     MOVE WS-RUN-ID   TO WS-RPTH-RUN-ID.
003440     WRITE RPT-LINE FROM WS-RPT-HEADING.
003450     IF NOT RPT-STATUS-OK
003460         MOVE "XREFRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
003470         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003480     END-IF.
003490 1000-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*    1100-READ-PARAMETER -- THE DORMANCY THRESHOLD.  A MISSING
003540*    OR EMPTY XREFPARM, OR A BLANK OR ZERO VALUE, MEANS 5.
003550******************************************************************
003560 1100-READ-PARAMETER.
003570     MOVE 5 TO WS-DORMANT-GENS.
003580     OPEN INPUT PRM-FILE.
003590     IF NOT PRM-STATUS-OK
003600         MOVE "XREFPARM OPEN FAILED" TO WS-ABEND-MSG
003610         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003620     END-IF.
003630     READ PRM-FILE.
003640     IF PRM-STATUS-EOF
003650         GO TO 1150-CLOSE-PARAMETER
003660     END-IF.
003670     IF NOT PRM-STATUS-OK
003680         MOVE "XREFPARM READ FAILED" TO WS-ABEND-MSG
003690         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003700     END-IF.
003710     IF PRM-DORMANT-GENS NUMERIC
003720         AND PRM-DORMANT-GENS > ZERO
003730         MOVE PRM-DORMANT-GENS TO WS-DORMANT-GENS
003740     END-IF.
003750 1150-CLOSE-PARAMETER.
003760     CLOSE PRM-FILE.
003770     IF NOT PRM-STATUS-OK
003780         MOVE "XREFPARM CLOSE FAILED" TO WS-ABEND-MSG
003790         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003800     END-IF.
003810 1100-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850*    2000-LOAD-OPEN-ACCOUNTS -- EVERY OPEN ACCOUNT ON ACCTMST,
003860*    IN KEY ORDER, INTO THE ACCOUNT TABLE.
003870******************************************************************
003880 2000-LOAD-OPEN-ACCOUNTS.
003890     INITIALIZE WS-ACT-TABLE.
003900     PERFORM 2100-LOAD-ONE-ACCOUNT THRU 2100-EXIT
003910         UNTIL WS-MST-EOF.
003920 2000-EXIT.
003930     EXIT.
003940*
003950 2100-LOAD-ONE-ACCOUNT.
003960     READ MST-FILE NEXT RECORD.
003970     IF MST-STATUS-EOF
003980         SET WS-MST-EOF TO TRUE
003990         GO TO 2100-EXIT
004000     END-IF.
004010     IF NOT MST-STATUS-OK
004020         MOVE "ACCTMST READ FAILED" TO WS-ABEND-MSG
004030         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004040     END-IF.
004050     IF NOT ACCT-MST-OPEN
004060         GO TO 2100-EXIT
004070     END-IF.
004080     IF WS-ACT-COUNT >= WS-ACT-MAX
004090         MOVE "ACCOUNT TABLE FULL -- RAISE WS-ACT-MAX"
004100             TO WS-ABEND-MSG
004110         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004120     END-IF.
004130     ADD 1 TO WS-ACT-COUNT.
004140     MOVE ACCT-MST-ID     TO WS-ACTT-ID (WS-ACT-COUNT).
004150     MOVE ACCT-MST-NAME   TO WS-ACTT-NAME (WS-ACT-COUNT).
004160     MOVE ACCT-MST-BRANCH TO WS-ACTT-BRANCH (WS-ACT-COUNT).
004170     MOVE ZERO            TO WS-ACTT-LAST-SEEN (WS-ACT-COUNT).
004180 2100-EXIT.
004190     EXIT.
004200*
004210******************************************************************
004220*    3000-SCAN-GENERATIONS -- LOAD SNAPCAT, THEN MATCH EVERY
004230*    GENERATION, OLDEST FIRST, AGAINST THE ACCOUNT TABLE SO EACH
004240*    ACCOUNT ENDS UP WITH THE NEWEST GENERATION IT APPEARS IN.
004250******************************************************************
004260 3000-SCAN-GENERATIONS.
004270     OPEN INPUT CAT-FILE.
004280     IF NOT CAT-STATUS-OK
004290         MOVE "SNAPCAT OPEN FAILED -- NO SNAPSHOTS TAKEN YET"
004300             TO WS-ABEND-MSG
004310         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004320     END-IF.
004330     PERFORM 3100-LOAD-ONE-CAT-ENTRY THRU 3100-EXIT
004340         UNTIL WS-CAT-EOF.
004350     CLOSE CAT-FILE.
004360     IF NOT CAT-STATUS-OK
004370         MOVE "SNAPCAT CLOSE FAILED" TO WS-ABEND-MSG
004380         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004390     END-IF.
004400     IF WS-CAT-COUNT >= WS-DORMANT-GENS
004405         COMPUTE WS-WINDOW-SUB =
004410             WS-CAT-COUNT - WS-DORMANT-GENS + 1
004420         MOVE WS-CATT-DATE (WS-WINDOW-SUB) TO WS-WINDOW-DATE
004430     END-IF.
004440     PERFORM 3200-SCAN-ONE-GEN THRU 3200-EXIT
004450         VARYING WS-CAT-SUB FROM 1 BY 1
004460         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
004470 3000-EXIT.
004480     EXIT.
004490*
004500 3100-LOAD-ONE-CAT-ENTRY.
004510     READ CAT-FILE.
004520     IF CAT-STATUS-EOF
004530         SET WS-CAT-EOF TO TRUE
004540         GO TO 3100-EXIT
004550     END-IF.
004560     IF NOT CAT-STATUS-OK
004570         MOVE "SNAPCAT READ FAILED" TO WS-ABEND-MSG
004580         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004590     END-IF.
004600     IF WS-CAT-COUNT >= WS-CAT-MAX
004610         MOVE "SNAPCAT TABLE FULL -- RAISE WS-CAT-MAX"
004620             TO WS-ABEND-MSG
004630         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004640     END-IF.
004650     ADD 1 TO WS-CAT-COUNT.
004660     MOVE CAT-GEN-DATE TO WS-CATT-DATE (WS-CAT-COUNT).
004670     MOVE CAT-GEN-NAME TO WS-CATT-NAME (WS-CAT-COUNT).
004680 3100-EXIT.
004690     EXIT.
004700*
004710******************************************************************
004720*    3200-SCAN-ONE-GEN -- TWO-WAY MATCH OF ONE GENERATION FILE
004730*    AGAINST THE ACCOUNT TABLE, BOTH IN ACCOUNT KEY ORDER.
004740******************************************************************
004750 3200-SCAN-ONE-GEN.
004760     MOVE WS-CATT-NAME (WS-CAT-SUB) TO WS-GEN-NAME.
004770     OPEN INPUT GEN-FILE.
004780     IF NOT GEN-STATUS-OK
004790         MOVE "SNAPSHOT GENERATION OPEN FAILED" TO WS-ABEND-MSG
004800         DISPLAY "ACCTXREF -- GENERATION " WS-GEN-NAME
004810         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004820     END-IF.
004830     ADD 1 TO WS-GEN-READ-COUNT.
004840     MOVE 1   TO WS-ACT-SUB.
004850     MOVE "N" TO WS-GEN-EOF-SW.
004860     PERFORM 3300-MATCH-ONE-GEN-REC THRU 3300-EXIT
004870         UNTIL WS-GEN-EOF.
004880     CLOSE GEN-FILE.
004890     IF NOT GEN-STATUS-OK
004900         MOVE "SNAPSHOT GENERATION CLOSE FAILED" TO WS-ABEND-MSG
004910         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004920     END-IF.
004930 3200-EXIT.
004940     EXIT.
004950*
004960 3300-MATCH-ONE-GEN-REC.
004970     READ GEN-FILE INTO WS-GEN-WORK-REC.
004980     IF GEN-STATUS-EOF
004990         SET WS-GEN-EOF TO TRUE
005000         GO TO 3300-EXIT
005010     END-IF.
005020     IF NOT GEN-STATUS-OK
005030         MOVE "SNAPSHOT GENERATION READ FAILED" TO WS-ABEND-MSG
005040         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005050     END-IF.
005060     IF NOT WS-GEN-DETAIL
005070         GO TO 3300-EXIT
005080     END-IF.
005090*    STEP THE TABLE UP TO THIS KEY -- ACCOUNTS PASSED OVER ARE
005100*    NOT IN THIS GENERATION.
005110 3350-ADVANCE-TABLE.
005120     IF WS-ACT-SUB > WS-ACT-COUNT
005130         GO TO 3300-EXIT
005140     END-IF.
005150     IF WS-ACTT-ID (WS-ACT-SUB) < WS-GEN-KEY
005160         ADD 1 TO WS-ACT-SUB
005170         GO TO 3350-ADVANCE-TABLE
005180     END-IF.
005190     IF WS-ACTT-ID (WS-ACT-SUB) = WS-GEN-KEY
005200         MOVE WS-CATT-DATE (WS-CAT-SUB)
005210             TO WS-ACTT-LAST-SEEN (WS-ACT-SUB)
005220     END-IF.
005230 3300-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270*    4000-REPORT-DORMANT -- AN OPEN ACCOUNT LAST SEEN BEFORE THE
005280*    DORMANCY WINDOW (OR NEVER SEEN) IS A CANDIDATE TO CLOSE.
005290******************************************************************
005300 4000-REPORT-DORMANT.
005310     MOVE WS-DORMANT-GENS TO WS-RPTDH-GENS.
005320     MOVE WS-WINDOW-DATE  TO WS-RPTDH-DATE.
005330     WRITE RPT-LINE FROM WS-RPT-DORM-HEAD.
005340     IF NOT RPT-STATUS-OK
005350         MOVE "XREFRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
005360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005370     END-IF.
005380     IF WS-CAT-COUNT < WS-DORMANT-GENS
005390         MOVE "TOO FEW GENERATIONS ON SNAPCAT -- NOTHING JUDGED"
005400             TO WS-RPTN-TEXT
005410         PERFORM 4900-WRITE-NOTE-LINE THRU 4900-EXIT
005420         GO TO 4000-EXIT
005430     END-IF.
005440     PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
005450         VARYING WS-ACT-SUB FROM 1 BY 1
005460         UNTIL WS-ACT-SUB > WS-ACT-COUNT.
005470     IF WS-DORMANT-COUNT = ZERO
005480         MOVE "NO DORMANCY CANDIDATES" TO WS-RPTN-TEXT
005490         PERFORM 4900-WRITE-NOTE-LINE THRU 4900-EXIT
005500     END-IF.
005510 4000-EXIT.
005520     EXIT.
005530*
005540 4100-CHECK-ONE-ACCOUNT.
005550     IF WS-ACTT-LAST-SEEN (WS-ACT-SUB) NOT < WS-WINDOW-DATE
005560         GO TO 4100-EXIT
005570     END-IF.
005580     ADD 1 TO WS-DORMANT-COUNT.
005590     MOVE WS-ACTT-ID (WS-ACT-SUB)     TO WS-RPTD-ACCT-ID.
005600     MOVE WS-ACTT-NAME (WS-ACT-SUB)   TO WS-RPTD-NAME.
005610     MOVE WS-ACTT-BRANCH (WS-ACT-SUB) TO WS-RPTD-BRANCH.
005620     IF WS-ACTT-LAST-SEEN (WS-ACT-SUB) = ZERO
005630         MOVE "NEVER"                 TO WS-RPTD-LAST-SEEN
005640     ELSE
005650         MOVE WS-ACTT-LAST-SEEN (WS-ACT-SUB) TO WS-RPTD-LAST-SEEN
005660     END-IF.
005670     WRITE RPT-LINE FROM WS-RPT-DORM-LINE.
005680     IF NOT RPT-STATUS-OK
005690         MOVE "XREFRPT DETAIL WRITE FAILED" TO WS-ABEND-MSG
005700         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005710     END-IF.
005720     MOVE SPACES                  TO TXN-REC.
005730     MOVE "X"                     TO TXN-ACTION.
005740     MOVE WS-ACTT-ID (WS-ACT-SUB) TO TXN-ACCT-ID.
005750     WRITE TXN-REC.
005760     IF NOT TXN-STATUS-OK
005770         MOVE "XREFTXN WRITE FAILED" TO WS-ABEND-MSG
005780         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005790     END-IF.
005800 4100-EXIT.
005810     EXIT.
005820*
005830 4900-WRITE-NOTE-LINE.
005840     WRITE RPT-LINE FROM WS-RPT-NOTE-LINE.
005850     IF NOT RPT-STATUS-OK
005860         MOVE "XREFRPT NOTE WRITE FAILED" TO WS-ABEND-MSG
005870         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005880     END-IF.
005890 4900-EXIT.
005900     EXIT.
005910*
005920******************************************************************
005930*    5000-CHECK-SEQ001 -- EVERY DETAIL ON TONIGHT'S SEQ001 IS
005940*    LOOKED UP ON ACCTMST FOR ITS OWNING BRANCH AND STATUS.
005950******************************************************************
005960 5000-CHECK-SEQ001.
005970     WRITE RPT-LINE FROM WS-RPT-EXC-HEAD.
005980     IF NOT RPT-STATUS-OK
005990         MOVE "XREFRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
006000         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006010     END-IF.
006020     OPEN INPUT SEQ-FILE.
006030     IF NOT F-STATUS-OK
006040         MOVE "SEQ001 OPEN FAILED" TO WS-ABEND-MSG
006050         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006060     END-IF.
006070     MOVE LOW-VALUES TO SEQ-DATA.
006080     START SEQ-FILE KEY IS NOT LESS THAN SEQ-DATA.
006090     IF NOT F-STATUS-OK
006100         MOVE "SEQ001 START FAILED" TO WS-ABEND-MSG
006110         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006120     END-IF.
006130     PERFORM 5100-CHECK-ONE-DETAIL THRU 5100-EXIT
006140         UNTIL WS-SEQ-EOF.
006150     CLOSE SEQ-FILE.
006160     IF NOT F-STATUS-OK
006170         MOVE "SEQ001 CLOSE FAILED" TO WS-ABEND-MSG
006180         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006190     END-IF.
006200     IF WS-BRANCH-COUNT = ZERO AND WS-CLOSED-COUNT = ZERO
006210         AND WS-NOMASTER-COUNT = ZERO
006220         MOVE "NO SEQ001 EXCEPTIONS" TO WS-RPTN-TEXT
006230         PERFORM 4900-WRITE-NOTE-LINE THRU 4900-EXIT
006240     END-IF.
006250 5000-EXIT.
006260     EXIT.
006270*
006280 5100-CHECK-ONE-DETAIL.
006290     READ SEQ-FILE NEXT RECORD.
006300     IF F-STATUS-EOF
006310         SET WS-SEQ-EOF TO TRUE
006320         GO TO 5100-EXIT
006330     END-IF.
006340     IF NOT F-STATUS-OK
006350         MOVE "SEQ001 READ FAILED" TO WS-ABEND-MSG
006360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006370     END-IF.
006380     IF NOT SEQ-TYPE-DETAIL
006390         GO TO 5100-EXIT
006400     END-IF.
006410     ADD 1 TO WS-DETAIL-COUNT.
006420     MOVE SEQ-DATA       TO WS-RPTE-ACCT-ID.
006430     MOVE SEQ-DTL-BRANCH TO WS-RPTE-DTL-BR.
006440     MOVE SEQ-DATA TO ACCT-MST-ID.
006450     READ MST-FILE KEY IS ACCT-MST-ID.
006460     IF MST-STATUS-NOT-FOUND
006470         ADD 1 TO WS-NOMASTER-COUNT
006480         MOVE "NOMASTER"     TO WS-RPTE-TAG
006490         MOVE SPACES         TO WS-RPTE-MST-BR
006500         MOVE SEQ-DTL-AMOUNT TO WS-RPTE-AMOUNT
006510         MOVE SPACES         TO WS-RPTE-TEXT
006520         PERFORM 5900-WRITE-EXC-LINE THRU 5900-EXIT
006530         GO TO 5100-EXIT
006540     END-IF.
006550     IF NOT MST-STATUS-OK
006560         MOVE "ACCTMST KEYED READ FAILED" TO WS-ABEND-MSG
006570         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006580     END-IF.
006590     MOVE ACCT-MST-BRANCH TO WS-RPTE-MST-BR.
006600     IF SEQ-DTL-BRANCH NOT = ACCT-MST-BRANCH
006610         ADD 1 TO WS-BRANCH-COUNT
006620         MOVE "BRANCH"       TO WS-RPTE-TAG
006630         MOVE SEQ-DTL-AMOUNT TO WS-RPTE-AMOUNT
006640         MOVE SPACES         TO WS-RPTE-TEXT
006650         PERFORM 5900-WRITE-EXC-LINE THRU 5900-EXIT
006660     END-IF.
006670     IF ACCT-MST-CLOSED
006680         PERFORM 5200-CHECK-OUTSTANDING THRU 5200-EXIT
006690     END-IF.
006700 5100-EXIT.
006710     EXIT.
006720*
006730******************************************************************
006740*    5200-CHECK-OUTSTANDING -- A CLOSED ACCOUNT WHOSE SETTLEMENT
006750*    IS REJECTED, UNRETURNED, OR SETTLED FOR A DIFFERENT AMOUNT.
006760******************************************************************
006770 5200-CHECK-OUTSTANDING.
006780     EVALUATE TRUE
006790         WHEN SEQ-SETL-REJECTED
006800             MOVE SEQ-DTL-AMOUNT TO WS-OUTSTANDING-AMT
006810             MOVE "REJECTED"     TO WS-RPTE-TEXT
006820         WHEN SEQ-SETL-UNRETURNED
006830             MOVE SEQ-DTL-AMOUNT TO WS-OUTSTANDING-AMT
006840             MOVE "UNRETURNED"   TO WS-RPTE-TEXT
006850         WHEN SEQ-SETL-ACCEPTED
006860             AND SEQ-DTL-SETL-AMT NOT = SEQ-DTL-AMOUNT
006870             COMPUTE WS-OUTSTANDING-AMT =
006880                 SEQ-DTL-AMOUNT - SEQ-DTL-SETL-AMT
006890             MOVE "DIFFERS"      TO WS-RPTE-TEXT
006900         WHEN OTHER
006910             GO TO 5200-EXIT
006920     END-EVALUATE.
006930     ADD 1 TO WS-CLOSED-COUNT.
006940     MOVE "CLOSED"           TO WS-RPTE-TAG.
006950     MOVE WS-OUTSTANDING-AMT TO WS-RPTE-AMOUNT.
006960     PERFORM 5900-WRITE-EXC-LINE THRU 5900-EXIT.
006970 5200-EXIT.
006980     EXIT.
006990*
007000 5900-WRITE-EXC-LINE.
007010     WRITE RPT-LINE FROM WS-RPT-EXC-LINE.
007020     IF NOT RPT-STATUS-OK
007030         MOVE "XREFRPT DETAIL WRITE FAILED" TO WS-ABEND-MSG
007040         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007050     END-IF.
007060 5900-EXIT.
007070     EXIT.
007080*
007090******************************************************************
007100*    6000-FINALIZE -- PRINT THE COUNTS, CLOSE FILES, SET THE
007110*    RETURN CODE.
007120******************************************************************
007130 6000-FINALIZE.
007140     MOVE "OPEN ACCOUNTS ON ACCTMST"       TO WS-RPTC-LABEL.
007150     MOVE WS-ACT-COUNT                     TO WS-RPTC-COUNT.
007160     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007170     MOVE "SNAPSHOT GENERATIONS READ"      TO WS-RPTC-LABEL.
007180     MOVE WS-GEN-READ-COUNT                TO WS-RPTC-COUNT.
007190     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007200     MOVE "DORMANCY CANDIDATES (XREFTXN)"  TO WS-RPTC-LABEL.
007210     MOVE WS-DORMANT-COUNT                 TO WS-RPTC-COUNT.
007220     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007230     MOVE "SEQ001 DETAILS CHECKED"         TO WS-RPTC-LABEL.
007240     MOVE WS-DETAIL-COUNT                  TO WS-RPTC-COUNT.
007250     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007260     MOVE "BRANCH MISMATCHES"              TO WS-RPTC-LABEL.
007270     MOVE WS-BRANCH-COUNT                  TO WS-RPTC-COUNT.
007280     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007290     MOVE "CLOSED, SETTLEMENT OUTSTANDING"  TO WS-RPTC-LABEL.
007300     MOVE WS-CLOSED-COUNT                  TO WS-RPTC-COUNT.
007310     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007320     MOVE "NOT ON ACCTMST"                 TO WS-RPTC-LABEL.
007330     MOVE WS-NOMASTER-COUNT                TO WS-RPTC-COUNT.
007340     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT.
007350     CLOSE MST-FILE.
007360     IF NOT MST-STATUS-OK
007370         MOVE "ACCTMST CLOSE FAILED" TO WS-ABEND-MSG
007380         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007390     END-IF.
007400     CLOSE TXN-FILE.
007410     IF NOT TXN-STATUS-OK
007420         MOVE "XREFTXN CLOSE FAILED" TO WS-ABEND-MSG
007430         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007440     END-IF.
007450     CLOSE RPT-FILE.
007460     IF NOT RPT-STATUS-OK
007470         MOVE "XREFRPT CLOSE FAILED" TO WS-ABEND-MSG
007480         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007490     END-IF.
007500     DISPLAY "ACCTXREF -- " WS-DORMANT-COUNT " DORMANT, "
007510             WS-BRANCH-COUNT " BRANCH MISMATCHES, "
007520             WS-CLOSED-COUNT " CLOSED OUTSTANDING".
007530     IF WS-DORMANT-COUNT > ZERO OR WS-BRANCH-COUNT > ZERO
007540         OR WS-CLOSED-COUNT > ZERO OR WS-NOMASTER-COUNT > ZERO
007550         DISPLAY "ACCTXREF WARNING -- ACCOUNTS TO REVIEW,"
007560                 " SEE XREFRPT"
007570         MOVE 4 TO RETURN-CODE
007580     END-IF.
007590 6000-EXIT.
007600     EXIT.
007610*
007620 6100-WRITE-COUNT-LINE.
007630     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
007640     IF NOT RPT-STATUS-OK
007650         MOVE "XREFRPT COUNT WRITE FAILED" TO WS-ABEND-MSG
007660         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007670     END-IF.
007680 6100-EXIT.
007690     EXIT.
007700*
007710******************************************************************
007720*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
007730*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
007740*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
007750******************************************************************
007760 7000-WRITE-RUN-LOG.
007770     MOVE "ACCTXREF"          TO SEQ-RUN-PGM.
007780     MOVE WS-RUN-ID           TO SEQ-RUN-ID.
007790     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
007800     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
007810     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
007820     MOVE WS-DETAIL-COUNT     TO SEQ-RUN-DETAIL-COUNT.
007830     MOVE ZERO                TO SEQ-RUN-CTRL-TOTAL.
007840     MOVE SPACE               TO SEQ-RUN-CTRL-SIGN.
007850     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
007860     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
007870     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
007880     CALL "RUNLOGW" USING SEQ-RUN-REC
007890         ON EXCEPTION
007900             DISPLAY "ACCTXREF WARNING -- RUNLOGW NOT AVAILABLE"
007910     END-CALL.
007920*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
007930*    STEP'S OWN CODE BACK.
007940     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
007950 7000-EXIT.
007960     EXIT.
007970*
007980******************************************************************
007990*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
008000*    A NON-ZERO RETURN CODE.
008010******************************************************************
008020 8000-ABEND-RTN.
008030     DISPLAY "ACCTXREF ABEND -- " WS-ABEND-MSG.
008040     DISPLAY "ACCTXREF ABEND -- F-STATUS=" F-STATUS
008050             " MST-STATUS=" MST-STATUS
008060             " CAT-STATUS=" CAT-STATUS
008070             " GEN-STATUS=" GEN-STATUS.
008080     DISPLAY "ACCTXREF ABEND -- PRM-STATUS=" PRM-STATUS
008090             " TXN-STATUS=" TXN-STATUS
008100             " RPT-STATUS=" RPT-STATUS.
008110     MOVE 16 TO RETURN-CODE.
008120     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
008130     STOP RUN.
008140 8000-EXIT.
008150     EXIT.
008160*
008170 9999-MAIN-EXIT.
008180     STOP RUN.
