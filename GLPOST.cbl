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
000320 PROGRAM-ID.                 GLPOST.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  GENERAL-LEDGER POSTING INTERFACE.
000390*
000400*  RUNS AS THE JOB STEP AFTER RECONCIL.  READS THE FINISHED
000410*  SEQ001, SUMMARIZES THE DETAILS BY SEQ-DTL-BRANCH INTO A
000420*  DEBIT LEG (POSITIVE AMOUNTS) AND A CREDIT LEG (THE NEGATIVE
000430*  CREDIT ADJUSTMENTS), LOOKS UP EACH BRANCH'S GL ACCOUNTS IN
000440*  THE GLMAP BRANCH-TO-GL MAPPING FILE AND WRITES THE GLJRNL
000450*  JOURNAL-ENTRY FILE FOR THE GENERAL LEDGER.  THE RUN-DATE
000460*  AND RUN-ID ON EVERY JOURNAL LINE ARE THE BATCH REFERENCE.
000470*  THE GLRPT REPORT SHOWS THE BRANCH LEGS AND THE BALANCE.
000480*
000490*  EACH BRANCH POSTS ITS DEBIT LEG TO ITS DEBIT ACCOUNT AND ITS
000500*  CREDIT LEG TO ITS CREDIT ACCOUNT.  THE NET OF THE NIGHT IS
000510*  POSTED TO THE SETTLEMENT CLEARING ACCOUNT (THE GLMAP ENTRY
000520*  FOR BRANCH "CLEARING") ON THE OPPOSITE SIDE, SO THE JOURNAL
000530*  DEBITS EQUAL ITS CREDITS.  A FINAL CONTROL LINE CARRIES THE
000540*  ENTRY LINE COUNT AND THE JOURNAL DEBIT TOTAL.
000550*
000560*  THE JOURNAL IS ONLY WRITTEN WHEN THE DEBIT LEGS LESS THE
000570*  CREDIT LEGS EQUAL THE SEQ001 TRAILER CONTROL TOTAL, THE
000580*  DETAIL COUNT EQUALS THE TRAILER COUNT, AND EVERY BRANCH
000590*  (AND THE CLEARING ACCOUNT) IS MAPPED.  OTHERWISE GLJRNL IS
000600*  LEFT EMPTY -- SO THE PRIOR NIGHT'S JOURNAL CANNOT BE POSTED
000610*  TWICE -- AND THE STEP ENDS 08, WHICH STOPS THE SEQDRIVE
000620*  CHAIN.  CORRECT GLMAP AND RERUN; SEQDRIVE RESUMES HERE.
000630*
000631*  A DETAIL WITH A NON-NUMERIC AMOUNT IS COUNTED AS A DETAIL
000632*  BUT POSTS ZERO, THE RULE THE OTHER SEQ001 READERS APPLY, AND
000633*  IS COUNTED ON GLRPT.  THE LEGS THEN FALL SHORT OF THE
000634*  TRAILER TOTAL, SO THE JOURNAL IS REFUSED.
000635*
000640*  GLMAP RECORD:  BRANCH X(08), ONE BLANK, DEBIT GL ACCOUNT
000650*  X(12), ONE BLANK, CREDIT GL ACCOUNT X(12).
000660*
000670*  GLJRNL RECORD:  RUN-DATE 9(08), ONE BLANK, RUN-ID X(08),
000680*  ONE BLANK, LINE NUMBER 9(06), ONE BLANK, GL ACCOUNT X(12),
000690*  ONE BLANK, BRANCH X(08), ONE BLANK, D/C (T ON THE CONTROL
000700*  LINE) X(01), ONE BLANK, AMOUNT 9(09)V99, ONE BLANK,
000710*  DESCRIPTION X(20).
000720*
000730*  RETURN CODES
000740*    00  JOURNAL WRITTEN
000750*    08  JOURNAL REFUSED -- OUT OF BALANCE OR UNMAPPED BRANCH
000760*    16  ABEND
000770*
000780*  MODIFICATION HISTORY
000790*  2026-10-15 TSH  INITIAL VERSION.
000792*  2026-10-15 TSH  NON-NUMERIC DETAIL AMOUNT POSTS ZERO AND IS
000794*                  COUNTED.
000800******************************************************************
000810 ENVIRONMENT                 DIVISION.
000820******************************************************************
000830 CONFIGURATION               SECTION.
000840 SOURCE-COMPUTER.            IBM-370.
000850 OBJECT-COMPUTER.            IBM-370.
000860******************************************************************
000870 INPUT-OUTPUT                SECTION.
000880 FILE-CONTROL.
000890     SELECT SEQ-FILE         ASSIGN TO "SEQ001"
000900                             ORGANIZATION INDEXED
000910                             ACCESS MODE DYNAMIC
000920                             RECORD KEY IS SEQ-DATA
000930                             FILE STATUS F-STATUS.

000940     SELECT CTL-FILE         ASSIGN TO "CTLFILE"
000950                             ORGANIZATION LINE SEQUENTIAL
000960                             FILE STATUS CTL-STATUS.

000970     SELECT MAP-FILE         ASSIGN TO "GLMAP"
000980                             ORGANIZATION LINE SEQUENTIAL
000990                             FILE STATUS MAP-STATUS.

001000     SELECT JRN-FILE         ASSIGN TO "GLJRNL"
001010                             ORGANIZATION LINE SEQUENTIAL
001020                             FILE STATUS JRN-STATUS.

001030     SELECT RPT-FILE         ASSIGN TO "GLRPT"
001040                             ORGANIZATION LINE SEQUENTIAL
001050                             FILE STATUS RPT-STATUS.
001060******************************************************************
001070 DATA                        DIVISION.
001080******************************************************************
001090 FILE                        SECTION.
001100 FD  SEQ-FILE.
001110     COPY SEQREC.

001120 FD  CTL-FILE.
001130     COPY SEQCTL.

001140 FD  MAP-FILE.
001150 01  MAP-REC.
001160     03   MAP-BRANCH         PIC  X(08).
001170     03   FILLER             PIC  X(01).
001180     03   MAP-DR-ACCT        PIC  X(12).
001190     03   FILLER             PIC  X(01).
001200     03   MAP-CR-ACCT        PIC  X(12).

001210 FD  JRN-FILE.
001220 01  JRN-REC.
001230     03   JRN-RUN-DATE       PIC  9(08).
001240     03   FILLER             PIC  X(01).
001250     03   JRN-RUN-ID         PIC  X(08).
001260     03   FILLER             PIC  X(01).
001270     03   JRN-LINE-NO        PIC  9(06).
001280     03   FILLER             PIC  X(01).
001290     03   JRN-GL-ACCT        PIC  X(12).
001300     03   FILLER             PIC  X(01).
001310     03   JRN-BRANCH         PIC  X(08).
001320     03   FILLER             PIC  X(01).
001330     03   JRN-DRCR           PIC  X(01).
001340         88  JRN-DEBIT           VALUE "D".
001350         88  JRN-CREDIT          VALUE "C".
001360         88  JRN-CONTROL         VALUE "T".
001370     03   FILLER             PIC  X(01).
001380     03   JRN-AMOUNT         PIC  9(09)V99.
001390     03   FILLER             PIC  X(01).
001400     03   JRN-DESC           PIC  X(20).

001410 FD  RPT-FILE.
001420 01  RPT-LINE                PIC  X(80).
001430******************************************************************
001440 WORKING-STORAGE             SECTION.
001450******************************************************************
001460*    FILE STATUS FIELDS.
001470 77  F-STATUS                  PIC  XX.
001480     88  F-STATUS-OK               VALUE "00".
001490     88  F-STATUS-EOF               VALUE "10".
001500 77  CTL-STATUS                PIC  XX.
001510     88  CTL-STATUS-OK              VALUE "00".
001520 77  MAP-STATUS                PIC  XX.
001530     88  MAP-STATUS-OK              VALUE "00".
001540     88  MAP-STATUS-EOF             VALUE "10".
001550 77  JRN-STATUS                PIC  XX.
001560     88  JRN-STATUS-OK              VALUE "00".
001570 77  RPT-STATUS                PIC  XX.
001580     88  RPT-STATUS-OK              VALUE "00".
001590*
001600*    SWITCHES.
001610 77  WS-SEQ-EOF-SW             PIC  X(01)  VALUE "N".
001620     88  WS-SEQ-EOF                VALUE "Y".
001630 77  WS-MAP-EOF-SW             PIC  X(01)  VALUE "N".
001640     88  WS-MAP-EOF                VALUE "Y".
001650 77  WS-HDR-SEEN-SW            PIC  X(01)  VALUE "N".
001660     88  WS-HDR-SEEN               VALUE "Y".
001670 77  WS-TRL-SEEN-SW            PIC  X(01)  VALUE "N".
001680     88  WS-TRL-SEEN               VALUE "Y".
001690 77  WS-BR-FOUND-SW            PIC  X(01)  VALUE "N".
001700     88  WS-BR-FOUND               VALUE "Y".
001710 77  WS-REFUSED-SW             PIC  X(01)  VALUE "N".
001720     88  WS-REFUSED                VALUE "Y".
001730*
001740*    BRANCH-TO-GL MAPPING TABLE, IN GLMAP ORDER.
001750 77  WS-MAP-CNT                PIC  9(04)  COMP  VALUE ZERO.
001760 77  WS-MAP-MAX                PIC  9(04)  COMP  VALUE 200.
001770 77  WS-MAP-SUB                PIC  9(04)  COMP  VALUE ZERO.
001780 77  WS-MAP-POS                PIC  9(04)  COMP  VALUE ZERO.
001790 01  WS-MAP-TABLE.
001800     03  WS-MAP-ENTRY          OCCURS 200.
001810         05  WS-MAPT-BRANCH        PIC  X(08).
001820         05  WS-MAPT-DR-ACCT       PIC  X(12).
001830         05  WS-MAPT-CR-ACCT       PIC  X(12).
001840*
001850*    SETTLEMENT CLEARING ACCOUNTS -- THE GLMAP "CLEARING" ENTRY.
001860 77  WS-CLEAR-BRANCH           PIC  X(08)  VALUE "CLEARING".
001870 77  WS-CLEAR-DR-ACCT          PIC  X(12)  VALUE SPACES.
001880 77  WS-CLEAR-CR-ACCT          PIC  X(12)  VALUE SPACES.
001890*
001900*    BRANCH LEG TABLE, ASCENDING BY BRANCH.
001910 77  WS-BR-CNT                 PIC  9(04)  COMP  VALUE ZERO.
001920 77  WS-BR-MAX                 PIC  9(04)  COMP  VALUE 200.
001930 77  WS-BR-SUB                 PIC  9(04)  COMP  VALUE ZERO.
001940 77  WS-BR-POS                 PIC  9(04)  COMP  VALUE ZERO.
001950 77  WS-SHIFT-SUB              PIC  9(04)  COMP  VALUE ZERO.
001960 01  WS-BR-TABLE.
001970     03  WS-BR-ENTRY           OCCURS 200.
001980         05  WS-BRT-BRANCH         PIC  X(08).
001990         05  WS-BRT-COUNT          PIC  9(08)  COMP.
002000         05  WS-BRT-DEBIT          PIC  S9(09)V99 COMP-3.
002010         05  WS-BRT-CREDIT         PIC  S9(09)V99 COMP-3.
002020         05  WS-BRT-DR-ACCT        PIC  X(12).
002030         05  WS-BRT-CR-ACCT        PIC  X(12).
002040*
002050*    SEQ001 TRAILER VALUES AND THE LEG TOTALS.
002060 77  WS-TRL-COUNT              PIC  9(08)        VALUE ZERO.
002070 77  WS-TRL-TOTAL              PIC  S9(09)V99 COMP-3 VALUE ZERO.
002080 77  WS-DEBIT-TOTAL            PIC  S9(09)V99 COMP-3 VALUE ZERO.
002090 77  WS-CREDIT-TOTAL           PIC  S9(09)V99 COMP-3 VALUE ZERO.
002100 77  WS-NET-TOTAL              PIC  S9(09)V99 COMP-3 VALUE ZERO.
002110 77  WS-JRN-DR-TOTAL           PIC  S9(09)V99 COMP-3 VALUE ZERO.
002120*
002130*    COUNTERS AND RUN CONTROL VALUES.
002140 77  WS-DETAIL-COUNT           PIC  9(08)  COMP  VALUE ZERO.
002150 77  WS-UNMAPPED-COUNT         PIC  9(08)  COMP  VALUE ZERO.
002155 77  WS-BAD-AMT-COUNT          PIC  9(08)  COMP  VALUE ZERO.
002160 77  WS-JRN-LINE-NO            PIC  9(06)        VALUE ZERO.
002170 77  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
002180 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
002190 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
002200 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
002210*
002220*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
002230     COPY RUNREC.
002240*
002250*    PRINT REPORT LINE LAYOUTS.
002260 01  WS-RPT-HEADING.
002270     03  FILLER            PIC X(24)
002280         VALUE "GL POSTING INTERFACE".
002290     03  FILLER            PIC X(09) VALUE " RUN-ID: ".
002300     03  WS-RPTH-RUN-ID    PIC X(08).
002310     03  FILLER            PIC X(11) VALUE "  RUNDATE: ".
002320     03  WS-RPTH-RUN-DATE  PIC 9(08).
002330     03  FILLER            PIC X(20) VALUE SPACES.

002340 01  WS-RPT-BR-HEADS.
002350     03  FILLER            PIC X(09) VALUE "BRANCH".
002360     03  FILLER            PIC X(13) VALUE "DR ACCOUNT".
002370     03  FILLER            PIC X(13) VALUE "       DEBITS".
002380     03  FILLER            PIC X(01) VALUE SPACE.
002390     03  FILLER            PIC X(13) VALUE "CR ACCOUNT".
002400     03  FILLER            PIC X(13) VALUE "      CREDITS".
002410     03  FILLER            PIC X(09) VALUE "  DETAILS".
002420     03  FILLER            PIC X(09) VALUE SPACES.

002430 01  WS-RPT-BR-LINE.
002440     03  WS-RPTB-BRANCH    PIC X(08).
002450     03  FILLER            PIC X(01) VALUE SPACE.
002460     03  WS-RPTB-DR-ACCT   PIC X(12).
002470     03  FILLER            PIC X(01) VALUE SPACE.
002480     03  WS-RPTB-DEBIT     PIC --------9.99.
002490     03  FILLER            PIC X(02) VALUE SPACES.
002500     03  WS-RPTB-CR-ACCT   PIC X(12).
002510     03  FILLER            PIC X(01) VALUE SPACE.
002520     03  WS-RPTB-CREDIT    PIC --------9.99.
002530     03  FILLER            PIC X(01) VALUE SPACE.
002540     03  WS-RPTB-COUNT     PIC ZZZZZZZ9.
002550     03  FILLER            PIC X(10) VALUE SPACES.

002560 01  WS-RPT-AMT-LINE.
002570     03  FILLER            PIC X(02) VALUE "  ".
002580     03  WS-RPTA-LABEL     PIC X(34).
002590     03  WS-RPTA-AMOUNT    PIC --------9.99.
002600     03  FILLER            PIC X(32) VALUE SPACES.

002610 01  WS-RPT-COUNT-LINE.
002620     03  FILLER            PIC X(02) VALUE "  ".
002630     03  WS-RPTC-LABEL     PIC X(34).
002640     03  WS-RPTC-COUNT     PIC ZZZZZZZ9.
002650     03  FILLER            PIC X(36) VALUE SPACES.

002660 01  WS-RPT-MSG-LINE.
002670     03  WS-RPTM-FLAG      PIC X(04).
002680     03  WS-RPTM-TEXT      PIC X(60).
002690     03  FILLER            PIC X(16) VALUE SPACES.
002700******************************************************************
002710 PROCEDURE                   DIVISION.
002720******************************************************************
002730 0000-MAIN-RTN.
002740     ACCEPT WS-LOG-START-TIME FROM TIME.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 1200-LOAD-GL-MAP THRU 1200-EXIT.
002770     PERFORM 2000-SUMMARIZE-SEQ001 THRU 2000-EXIT.
002780     PERFORM 3000-MAP-BRANCHES THRU 3000-EXIT.
002790     PERFORM 4000-CHECK-BALANCE THRU 4000-EXIT.
002800     PERFORM 4500-PRINT-SUMMARY THRU 4500-EXIT.
002810     IF NOT WS-REFUSED
002820         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002830     END-IF.
002840     PERFORM 6000-FINALIZE THRU 6000-EXIT.
002850     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
002860     GO TO 9999-MAIN-EXIT.
002870*
002880******************************************************************
002890*    1000-INITIALIZE -- READ CTLFILE, OPEN THE REPORT, AND OPEN
002900*    GLJRNL OUTPUT NOW SO A REFUSED RUN LEAVES IT EMPTY.
002910******************************************************************
002920 1000-INITIALIZE.
002930     OPEN INPUT CTL-FILE.
002940     IF NOT CTL-STATUS-OK
002950         MOVE "CTLFILE OPEN FAILED" TO WS-ABEND-MSG
002960         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002970     END-IF.
002980     READ CTL-FILE.
002990     IF NOT CTL-STATUS-OK
003000         MOVE "CTLFILE READ FAILED" TO WS-ABEND-MSG
003010         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003020     END-IF.
003030     MOVE SEQ-CTL-RUN-ID   TO WS-RUN-ID.
003040     MOVE SEQ-CTL-RUN-DATE TO WS-RUN-DATE.
003050     CLOSE CTL-FILE.
003060     IF NOT CTL-STATUS-OK
003070         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
003080         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003090     END-IF.
003100     OPEN OUTPUT JRN-FILE.
003110     IF NOT JRN-STATUS-OK
003120         MOVE "GLJRNL OPEN FAILED" TO WS-ABEND-MSG
003130         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003140     END-IF.
003150     OPEN OUTPUT RPT-FILE.
003160     IF NOT RPT-STATUS-OK
003170         MOVE "GLRPT OPEN FAILED" TO WS-ABEND-MSG
003180         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003190     END-IF.
003200     MOVE WS-RUN-ID   TO WS-RPTH-RUN-ID.
003210     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
003220     WRITE RPT-LINE FROM WS-RPT-HEADING.
003230     IF NOT RPT-STATUS-OK
003240         MOVE "GLRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
003250         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.
003290*
003300******************************************************************
003310*    1200-LOAD-GL-MAP -- LOAD GLMAP.  A DUPLICATE BRANCH OR AN
003320*    ENTRY MISSING AN ACCOUNT IS A DAMAGED MAP, NOT A DATA
003330*    CONDITION -- STOP BEFORE ANYTHING IS POSTED.
003340******************************************************************
003350 1200-LOAD-GL-MAP.
003360     OPEN INPUT MAP-FILE.
003370     IF NOT MAP-STATUS-OK
003380         MOVE "GLMAP OPEN FAILED" TO WS-ABEND-MSG
003390         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003400     END-IF.
003410     INITIALIZE WS-MAP-TABLE.
003420     PERFORM 1250-LOAD-ONE-MAP-ENTRY THRU 1250-EXIT
003430         UNTIL WS-MAP-EOF.
003440     CLOSE MAP-FILE.
003450     IF NOT MAP-STATUS-OK
003460         MOVE "GLMAP CLOSE FAILED" TO WS-ABEND-MSG
003470         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003480     END-IF.
003490 1200-EXIT.
003500     EXIT.
003510*
003520 1250-LOAD-ONE-MAP-ENTRY.
003530     READ MAP-FILE.
003540     IF MAP-STATUS-EOF
003550         SET WS-MAP-EOF TO TRUE
003560         GO TO 1250-EXIT
003570     END-IF.
003580     IF NOT MAP-STATUS-OK
003590         MOVE "GLMAP READ FAILED" TO WS-ABEND-MSG
003600         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003610     END-IF.
003620     IF MAP-BRANCH = SPACES
003630         GO TO 1250-EXIT
003640     END-IF.
003650     IF MAP-DR-ACCT = SPACES OR MAP-CR-ACCT = SPACES
003660         MOVE "GLMAP ENTRY MISSING A GL ACCOUNT" TO WS-ABEND-MSG
003670         DISPLAY "GLPOST -- GLMAP BRANCH " MAP-BRANCH
003680         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003690     END-IF.
003700     PERFORM 1270-FIND-MAP-ENTRY THRU 1270-EXIT.
003710     IF WS-MAP-POS > ZERO
003720         MOVE "GLMAP BRANCH MAPPED TWICE" TO WS-ABEND-MSG
003730         DISPLAY "GLPOST -- GLMAP BRANCH " MAP-BRANCH
003740         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003750     END-IF.
003760     IF WS-MAP-CNT >= WS-MAP-MAX
003770         MOVE "GLMAP TABLE FULL -- RAISE WS-MAP-MAX"
003780             TO WS-ABEND-MSG
003790         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003800     END-IF.
003810     ADD 1 TO WS-MAP-CNT.
003820     MOVE MAP-BRANCH  TO WS-MAPT-BRANCH (WS-MAP-CNT).
003830     MOVE MAP-DR-ACCT TO WS-MAPT-DR-ACCT (WS-MAP-CNT).
003840     MOVE MAP-CR-ACCT TO WS-MAPT-CR-ACCT (WS-MAP-CNT).
003850     IF MAP-BRANCH = WS-CLEAR-BRANCH
003860         MOVE MAP-DR-ACCT TO WS-CLEAR-DR-ACCT
003870         MOVE MAP-CR-ACCT TO WS-CLEAR-CR-ACCT
003880     END-IF.
003890 1250-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930*    1270-FIND-MAP-ENTRY -- LOOK MAP-BRANCH UP IN THE MAPPING
003940*    TABLE.  WS-MAP-POS IS ITS ENTRY, OR ZERO.
003950******************************************************************
003960 1270-FIND-MAP-ENTRY.
003970     MOVE ZERO TO WS-MAP-POS.
003980     PERFORM 1280-CHECK-ONE-MAP-ENTRY THRU 1280-EXIT
003990         VARYING WS-MAP-SUB FROM 1 BY 1
004000         UNTIL WS-MAP-SUB > WS-MAP-CNT OR WS-MAP-POS > ZERO.
004010 1270-EXIT.
004020     EXIT.
004030*
004040 1280-CHECK-ONE-MAP-ENTRY.
004050     IF WS-MAPT-BRANCH (WS-MAP-SUB) = MAP-BRANCH
004060         MOVE WS-MAP-SUB TO WS-MAP-POS
004070     END-IF.
004080 1280-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    2000-SUMMARIZE-SEQ001 -- ONE PASS OF SEQ001 IN KEY ORDER:
004130*    CHECK THE HEADER AGAINST CTLFILE, ADD EACH DETAIL TO ITS
004140*    BRANCH LEGS, AND KEEP THE TRAILER COUNT AND CONTROL TOTAL.
004150******************************************************************
004160 2000-SUMMARIZE-SEQ001.
004170     OPEN INPUT SEQ-FILE.
004180     IF NOT F-STATUS-OK
004190         MOVE "SEQ001 OPEN FAILED" TO WS-ABEND-MSG
004200         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004210     END-IF.
004220     MOVE LOW-VALUES TO SEQ-DATA.
004230     START SEQ-FILE KEY IS NOT LESS THAN SEQ-DATA.
004240     IF NOT F-STATUS-OK
004250         MOVE "SEQ001 START FAILED" TO WS-ABEND-MSG
004260         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004270     END-IF.
004280     INITIALIZE WS-BR-TABLE.
004290     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
004300         UNTIL WS-SEQ-EOF.
004310     CLOSE SEQ-FILE.
004320     IF NOT F-STATUS-OK
004330         MOVE "SEQ001 CLOSE FAILED" TO WS-ABEND-MSG
004340         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004350     END-IF.
004360     IF NOT WS-HDR-SEEN
004370         MOVE "SEQ001 HEADER NOT FOUND -- FILE MAY BE TRUNCATED"
004380             TO WS-ABEND-MSG
004390         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004400     END-IF.
004410     IF NOT WS-TRL-SEEN
004420         MOVE "SEQ001 TRAILER NOT FOUND -- FILE MAY BE TRUNCATED"
004430             TO WS-ABEND-MSG
004440         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004450     END-IF.
004460 2000-EXIT.
004470     EXIT.
004480*
004490 2100-READ-ONE-RECORD.
004500     READ SEQ-FILE NEXT RECORD.
004510     IF F-STATUS-EOF
004520         SET WS-SEQ-EOF TO TRUE
004530         GO TO 2100-EXIT
004540     END-IF.
004550     IF NOT F-STATUS-OK
004560         MOVE "SEQ001 READ FAILED" TO WS-ABEND-MSG
004570         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004580     END-IF.
004590     IF SEQ-TYPE-HEADER
004600         IF SEQ-HDR-RUN-ID NOT = WS-RUN-ID
004610             OR SEQ-HDR-RUN-DATE NOT = WS-RUN-DATE
004620             MOVE "SEQ001 HEADER DOES NOT MATCH CTLFILE"
004630                 TO WS-ABEND-MSG
004640             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004650         END-IF
004660         SET WS-HDR-SEEN TO TRUE
004670         GO TO 2100-EXIT
004680     END-IF.
004690     IF SEQ-TYPE-TRAILER
004700         MOVE SEQ-TRL-REC-COUNT  TO WS-TRL-COUNT
004710         MOVE SEQ-TRL-CTRL-TOTAL TO WS-TRL-TOTAL
004720         SET WS-TRL-SEEN TO TRUE
004730         GO TO 2100-EXIT
004740     END-IF.
004750     IF NOT SEQ-TYPE-DETAIL
004760         GO TO 2100-EXIT
004770     END-IF.
004780     ADD 1 TO WS-DETAIL-COUNT.
004790     PERFORM 2200-TALLY-BRANCH THRU 2200-EXIT.
004800 2100-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840*    2200-TALLY-BRANCH -- ADD THE DETAIL TO ITS BRANCH'S DEBIT OR
004850*    CREDIT LEG, INSERTING THE ENTRY IN BRANCH ORDER ON FIRST
004860*    SIGHT.  A CREDIT ADJUSTMENT IS CARRIED AS A POSITIVE CREDIT.
004865*    A NON-NUMERIC AMOUNT IS COUNTED BUT ADDS NOTHING.
004870******************************************************************
004880 2200-TALLY-BRANCH.
004890     MOVE "N"  TO WS-BR-FOUND-SW.
004900     MOVE ZERO TO WS-BR-POS.
004910     PERFORM 2250-FIND-BRANCH-SLOT THRU 2250-EXIT
004920         VARYING WS-BR-SUB FROM 1 BY 1
004930         UNTIL WS-BR-SUB > WS-BR-CNT OR WS-BR-POS > ZERO.
004940     IF NOT WS-BR-FOUND
004950         IF WS-BR-CNT >= WS-BR-MAX
004960             MOVE "BRANCH TABLE FULL -- RAISE WS-BR-MAX"
004970                 TO WS-ABEND-MSG
004980             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004990         END-IF
005000         IF WS-BR-POS = ZERO
005010             COMPUTE WS-BR-POS = WS-BR-CNT + 1
005020         END-IF
005030         PERFORM 2260-SHIFT-BRANCH-DOWN THRU 2260-EXIT
005040             VARYING WS-SHIFT-SUB FROM WS-BR-CNT BY -1
005050             UNTIL WS-SHIFT-SUB < WS-BR-POS
005060         ADD 1 TO WS-BR-CNT
005070         MOVE SEQ-DTL-BRANCH TO WS-BRT-BRANCH (WS-BR-POS)
005080         MOVE ZERO   TO WS-BRT-COUNT (WS-BR-POS)
005090         MOVE ZERO   TO WS-BRT-DEBIT (WS-BR-POS)
005100         MOVE ZERO   TO WS-BRT-CREDIT (WS-BR-POS)
005110         MOVE SPACES TO WS-BRT-DR-ACCT (WS-BR-POS)
005120         MOVE SPACES TO WS-BRT-CR-ACCT (WS-BR-POS)
005130     END-IF.
005140     ADD 1 TO WS-BRT-COUNT (WS-BR-POS).
005142     IF SEQ-DTL-AMOUNT NOT NUMERIC
005144         ADD 1 TO WS-BAD-AMT-COUNT
005146         GO TO 2200-EXIT
005148     END-IF.
005150     IF SEQ-DTL-AMOUNT < ZERO
005160         SUBTRACT SEQ-DTL-AMOUNT FROM WS-BRT-CREDIT (WS-BR-POS)
005170         SUBTRACT SEQ-DTL-AMOUNT FROM WS-CREDIT-TOTAL
005180     ELSE
005190         ADD SEQ-DTL-AMOUNT TO WS-BRT-DEBIT (WS-BR-POS)
005200         ADD SEQ-DTL-AMOUNT TO WS-DEBIT-TOTAL
005210     END-IF.
005220 2200-EXIT.
005230     EXIT.
005240*
005250 2250-FIND-BRANCH-SLOT.
005260     IF WS-BRT-BRANCH (WS-BR-SUB) = SEQ-DTL-BRANCH
005270         SET WS-BR-FOUND TO TRUE
005280         MOVE WS-BR-SUB TO WS-BR-POS
005290         GO TO 2250-EXIT
005300     END-IF.
005310     IF WS-BRT-BRANCH (WS-BR-SUB) > SEQ-DTL-BRANCH
005320         MOVE WS-BR-SUB TO WS-BR-POS
005330     END-IF.
005340 2250-EXIT.
005350     EXIT.
005360*
005370 2260-SHIFT-BRANCH-DOWN.
005380     MOVE WS-BR-ENTRY (WS-SHIFT-SUB)
005390         TO WS-BR-ENTRY (WS-SHIFT-SUB + 1).
005400 2260-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440*    3000-MAP-BRANCHES -- GIVE EVERY BRANCH ITS GL ACCOUNTS.  AN
005450*    UNMAPPED BRANCH IS LISTED AND REFUSES THE JOURNAL.
005460******************************************************************
005470 3000-MAP-BRANCHES.
005480     PERFORM 3100-MAP-ONE-BRANCH THRU 3100-EXIT
005490         VARYING WS-BR-SUB FROM 1 BY 1
005500         UNTIL WS-BR-SUB > WS-BR-CNT.
005510     IF WS-CLEAR-DR-ACCT = SPACES
005520         SET WS-REFUSED TO TRUE
005530         MOVE "  ! " TO WS-RPTM-FLAG
005540         MOVE "NO GLMAP ENTRY FOR THE CLEARING ACCOUNT"
005550             TO WS-RPTM-TEXT
005560         PERFORM 4900-WRITE-MSG-LINE THRU 4900-EXIT
005570     END-IF.
005580 3000-EXIT.
005590     EXIT.
005600*
005610 3100-MAP-ONE-BRANCH.
005620     MOVE WS-BRT-BRANCH (WS-BR-SUB) TO MAP-BRANCH.
005630     PERFORM 1270-FIND-MAP-ENTRY THRU 1270-EXIT.
005640     IF WS-MAP-POS = ZERO
005650         OR WS-BRT-BRANCH (WS-BR-SUB) = WS-CLEAR-BRANCH
005660         ADD 1 TO WS-UNMAPPED-COUNT
005670         SET WS-REFUSED TO TRUE
005680         MOVE "  ! " TO WS-RPTM-FLAG
005690         MOVE SPACES TO WS-RPTM-TEXT
005700         STRING "NO GLMAP ENTRY FOR BRANCH "
005710                WS-BRT-BRANCH (WS-BR-SUB)
005720                DELIMITED BY SIZE INTO WS-RPTM-TEXT
005730         END-STRING
005740         PERFORM 4900-WRITE-MSG-LINE THRU 4900-EXIT
005750         GO TO 3100-EXIT
005760     END-IF.
005770     MOVE WS-MAPT-DR-ACCT (WS-MAP-POS)
005780         TO WS-BRT-DR-ACCT (WS-BR-SUB).
005790     MOVE WS-MAPT-CR-ACCT (WS-MAP-POS)
005800         TO WS-BRT-CR-ACCT (WS-BR-SUB).
005810 3100-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850*    4000-CHECK-BALANCE -- THE DEBIT LEGS LESS THE CREDIT LEGS
005860*    MUST EQUAL THE TRAILER CONTROL TOTAL, AND THE DETAILS READ
005870*    MUST EQUAL THE TRAILER COUNT.
005880******************************************************************
005890 4000-CHECK-BALANCE.
005900     COMPUTE WS-NET-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
005910     IF WS-NET-TOTAL NOT = WS-TRL-TOTAL
005920         SET WS-REFUSED TO TRUE
005930         MOVE "  ! " TO WS-RPTM-FLAG
005940         MOVE "DEBITS LESS CREDITS DO NOT EQUAL THE TRAILER TOTAL"
005950             TO WS-RPTM-TEXT
005960         PERFORM 4900-WRITE-MSG-LINE THRU 4900-EXIT
005970     END-IF.
005980     IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
005990         SET WS-REFUSED TO TRUE
006000         MOVE "  ! " TO WS-RPTM-FLAG
006010         MOVE "DETAILS READ DO NOT EQUAL THE TRAILER COUNT"
006020             TO WS-RPTM-TEXT
006030         PERFORM 4900-WRITE-MSG-LINE THRU 4900-EXIT
006040     END-IF.
006050 4000-EXIT.
006060     EXIT.
006070*
006080******************************************************************
006090*    4500-PRINT-SUMMARY -- THE BRANCH LEGS, THE TOTALS AGAINST
006100*    THE TRAILER, AND WHETHER THE JOURNAL WAS WRITTEN.
006110******************************************************************
006120 4500-PRINT-SUMMARY.
006130     WRITE RPT-LINE FROM WS-RPT-BR-HEADS.
006140     IF NOT RPT-STATUS-OK
006150         MOVE "GLRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
006160         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006170     END-IF.
006180     PERFORM 4600-PRINT-ONE-BRANCH THRU 4600-EXIT
006190         VARYING WS-BR-SUB FROM 1 BY 1
006200         UNTIL WS-BR-SUB > WS-BR-CNT.
006210     MOVE "TOTAL DEBITS"                  TO WS-RPTA-LABEL.
006220     MOVE WS-DEBIT-TOTAL                  TO WS-RPTA-AMOUNT.
006230     PERFORM 4700-WRITE-AMT-LINE THRU 4700-EXIT.
006240     MOVE "TOTAL CREDITS"                 TO WS-RPTA-LABEL.
006250     MOVE WS-CREDIT-TOTAL                 TO WS-RPTA-AMOUNT.
006260     PERFORM 4700-WRITE-AMT-LINE THRU 4700-EXIT.
006270     MOVE "NET TO SETTLEMENT CLEARING"    TO WS-RPTA-LABEL.
006280     MOVE WS-NET-TOTAL                    TO WS-RPTA-AMOUNT.
006290     PERFORM 4700-WRITE-AMT-LINE THRU 4700-EXIT.
006300     MOVE "SEQ001 TRAILER CONTROL TOTAL"  TO WS-RPTA-LABEL.
006310     MOVE WS-TRL-TOTAL                    TO WS-RPTA-AMOUNT.
006320     PERFORM 4700-WRITE-AMT-LINE THRU 4700-EXIT.
006330     MOVE "SEQ001 DETAILS READ"           TO WS-RPTC-LABEL.
006340     MOVE WS-DETAIL-COUNT                 TO WS-RPTC-COUNT.
006350     PERFORM 4800-WRITE-COUNT-LINE THRU 4800-EXIT.
006360     MOVE "SEQ001 TRAILER COUNT"          TO WS-RPTC-LABEL.
006370     MOVE WS-TRL-COUNT                    TO WS-RPTC-COUNT.
006380     PERFORM 4800-WRITE-COUNT-LINE THRU 4800-EXIT.
006390     MOVE "BRANCHES"                      TO WS-RPTC-LABEL.
006400     MOVE WS-BR-CNT                       TO WS-RPTC-COUNT.
006410     PERFORM 4800-WRITE-COUNT-LINE THRU 4800-EXIT.
006420     MOVE "BRANCHES NOT MAPPED"           TO WS-RPTC-LABEL.
006430     MOVE WS-UNMAPPED-COUNT               TO WS-RPTC-COUNT.
006440     PERFORM 4800-WRITE-COUNT-LINE THRU 4800-EXIT.
006442     MOVE "DETAILS WITH NON-NUMERIC AMOUNT" TO WS-RPTC-LABEL.
006444     MOVE WS-BAD-AMT-COUNT                TO WS-RPTC-COUNT.
006446     PERFORM 4800-WRITE-COUNT-LINE THRU 4800-EXIT.
006450     MOVE SPACES TO WS-RPTM-FLAG.
006460     IF WS-REFUSED
006470         MOVE "  ! " TO WS-RPTM-FLAG
006480         MOVE "JOURNAL REFUSED -- GLJRNL LEFT EMPTY"
006490             TO WS-RPTM-TEXT
006500     ELSE
006510         MOVE "BALANCED -- JOURNAL WRITTEN TO GLJRNL"
006520             TO WS-RPTM-TEXT
006530     END-IF.
006540     PERFORM 4900-WRITE-MSG-LINE THRU 4900-EXIT.
006550 4500-EXIT.
006560     EXIT.
006570*
006580 4600-PRINT-ONE-BRANCH.
006590     MOVE WS-BRT-BRANCH (WS-BR-SUB)  TO WS-RPTB-BRANCH.
006600     MOVE WS-BRT-DR-ACCT (WS-BR-SUB) TO WS-RPTB-DR-ACCT.
006610     MOVE WS-BRT-DEBIT (WS-BR-SUB)   TO WS-RPTB-DEBIT.
006620     MOVE WS-BRT-CR-ACCT (WS-BR-SUB) TO WS-RPTB-CR-ACCT.
006630     MOVE WS-BRT-CREDIT (WS-BR-SUB)  TO WS-RPTB-CREDIT.
006640     MOVE WS-BRT-COUNT (WS-BR-SUB)   TO WS-RPTB-COUNT.
006650     WRITE RPT-LINE FROM WS-RPT-BR-LINE.
006660     IF NOT RPT-STATUS-OK
006670         MOVE "GLRPT BRANCH WRITE FAILED" TO WS-ABEND-MSG
006680         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006690     END-IF.
006700 4600-EXIT.
006710     EXIT.
006720*
006730 4700-WRITE-AMT-LINE.
006740     WRITE RPT-LINE FROM WS-RPT-AMT-LINE.
006750     IF NOT RPT-STATUS-OK
006760         MOVE "GLRPT TOTAL WRITE FAILED" TO WS-ABEND-MSG
006770         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006780     END-IF.
006790 4700-EXIT.
006800     EXIT.
006810*
006820 4800-WRITE-COUNT-LINE.
006830     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
006840     IF NOT RPT-STATUS-OK
006850         MOVE "GLRPT COUNT WRITE FAILED" TO WS-ABEND-MSG
006860         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006870     END-IF.
006880 4800-EXIT.
006890     EXIT.
006900*
006910 4900-WRITE-MSG-LINE.
006920     WRITE RPT-LINE FROM WS-RPT-MSG-LINE.
006930     IF NOT RPT-STATUS-OK
006940         MOVE "GLRPT MESSAGE WRITE FAILED" TO WS-ABEND-MSG
006950         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006960     END-IF.
006970 4900-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010*    5000-WRITE-JOURNAL -- ONE DEBIT AND ONE CREDIT LINE PER
007020*    BRANCH (A ZERO LEG IS NOT WRITTEN), THE CLEARING LINE FOR
007030*    THE NET, AND THE CONTROL LINE.
007040******************************************************************
007050 5000-WRITE-JOURNAL.
007060     PERFORM 5100-JOURNAL-ONE-BRANCH THRU 5100-EXIT
007070         VARYING WS-BR-SUB FROM 1 BY 1
007080         UNTIL WS-BR-SUB > WS-BR-CNT.
007090     IF WS-NET-TOTAL > ZERO
007100         MOVE WS-CLEAR-CR-ACCT     TO JRN-GL-ACCT
007110         MOVE "C"                  TO JRN-DRCR
007120         MOVE WS-NET-TOTAL         TO JRN-AMOUNT
007130     END-IF.
007140     IF WS-NET-TOTAL < ZERO
007150         MOVE WS-CLEAR-DR-ACCT     TO JRN-GL-ACCT
007160         MOVE "D"                  TO JRN-DRCR
007170         COMPUTE JRN-AMOUNT = ZERO - WS-NET-TOTAL
007180         ADD JRN-AMOUNT            TO WS-JRN-DR-TOTAL
007190     END-IF.
007200     IF WS-NET-TOTAL NOT = ZERO
007210         MOVE WS-CLEAR-BRANCH      TO JRN-BRANCH
007220         MOVE "SETTLEMENT CLEARING" TO JRN-DESC
007230         PERFORM 5500-WRITE-JRN-LINE THRU 5500-EXIT
007240     END-IF.
007250     MOVE SPACES                   TO JRN-REC.
007260     MOVE WS-RUN-DATE              TO JRN-RUN-DATE.
007270     MOVE WS-RUN-ID                TO JRN-RUN-ID.
007280     MOVE WS-JRN-LINE-NO           TO JRN-LINE-NO.
007290     MOVE "T"                      TO JRN-DRCR.
007300     MOVE WS-JRN-DR-TOTAL          TO JRN-AMOUNT.
007310     MOVE "BATCH CONTROL"          TO JRN-DESC.
007320     WRITE JRN-REC.
007330     IF NOT JRN-STATUS-OK
007340         MOVE "GLJRNL CONTROL WRITE FAILED" TO WS-ABEND-MSG
007350         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007360     END-IF.
007370 5000-EXIT.
007380     EXIT.
007390*
007400 5100-JOURNAL-ONE-BRANCH.
007410     IF WS-BRT-DEBIT (WS-BR-SUB) NOT = ZERO
007420         MOVE WS-BRT-DR-ACCT (WS-BR-SUB) TO JRN-GL-ACCT
007430         MOVE WS-BRT-BRANCH (WS-BR-SUB)  TO JRN-BRANCH
007440         MOVE "D"                        TO JRN-DRCR
007450         MOVE WS-BRT-DEBIT (WS-BR-SUB)   TO JRN-AMOUNT
007460         MOVE "SEQ001 DEBITS"            TO JRN-DESC
007470         ADD WS-BRT-DEBIT (WS-BR-SUB)    TO WS-JRN-DR-TOTAL
007480         PERFORM 5500-WRITE-JRN-LINE THRU 5500-EXIT
007490     END-IF.
007500     IF WS-BRT-CREDIT (WS-BR-SUB) NOT = ZERO
007510         MOVE WS-BRT-CR-ACCT (WS-BR-SUB) TO JRN-GL-ACCT
007520         MOVE WS-BRT-BRANCH (WS-BR-SUB)  TO JRN-BRANCH
007530         MOVE "C"                        TO JRN-DRCR
007540         MOVE WS-BRT-CREDIT (WS-BR-SUB)  TO JRN-AMOUNT
007550         MOVE "SEQ001 CREDIT ADJ"        TO JRN-DESC
007560         PERFORM 5500-WRITE-JRN-LINE THRU 5500-EXIT
007570     END-IF.
007580 5100-EXIT.
007590     EXIT.
007600*
007610******************************************************************
007620*    5500-WRITE-JRN-LINE -- STAMP THE BATCH REFERENCE AND THE
007630*    NEXT LINE NUMBER ON THE ENTRY BUILT BY THE CALLER.
007640******************************************************************
007650 5500-WRITE-JRN-LINE.
007660     ADD 1 TO WS-JRN-LINE-NO.
007670     MOVE WS-RUN-DATE              TO JRN-RUN-DATE.
007680     MOVE WS-RUN-ID                TO JRN-RUN-ID.
007690     MOVE WS-JRN-LINE-NO           TO JRN-LINE-NO.
007700     MOVE SPACE                    TO JRN-REC (9:1).
007710     MOVE SPACE                    TO JRN-REC (18:1).
007720     MOVE SPACE                    TO JRN-REC (25:1).
007730     MOVE SPACE                    TO JRN-REC (38:1).
007740     MOVE SPACE                    TO JRN-REC (47:1).
007750     MOVE SPACE                    TO JRN-REC (49:1).
007760     MOVE SPACE                    TO JRN-REC (61:1).
007770     WRITE JRN-REC.
007780     IF NOT JRN-STATUS-OK
007790         MOVE "GLJRNL WRITE FAILED" TO WS-ABEND-MSG
007800         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007810     END-IF.
007820 5500-EXIT.
007830     EXIT.
007840*
007850******************************************************************
007860*    6000-FINALIZE -- CLOSE FILES AND SET THE RETURN CODE.
007870******************************************************************
007880 6000-FINALIZE.
007890     CLOSE JRN-FILE.
007900     IF NOT JRN-STATUS-OK
007910         MOVE "GLJRNL CLOSE FAILED" TO WS-ABEND-MSG
007920         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007930     END-IF.
007940     CLOSE RPT-FILE.
007950     IF NOT RPT-STATUS-OK
007960         MOVE "GLRPT CLOSE FAILED" TO WS-ABEND-MSG
007970         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007980     END-IF.
007990     IF WS-REFUSED
008000         DISPLAY "GLPOST FLAG -- JOURNAL REFUSED, SEE GLRPT"
008010         MOVE 8 TO RETURN-CODE
008020     ELSE
008030         DISPLAY "GLPOST -- " WS-JRN-LINE-NO
008040                 " JOURNAL LINES WRITTEN TO GLJRNL"
008050         MOVE 0 TO RETURN-CODE
008060     END-IF.
008070 6000-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
008120*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
008130*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
008140******************************************************************
008150 7000-WRITE-RUN-LOG.
008160     MOVE "GLPOST"            TO SEQ-RUN-PGM.
008170     MOVE WS-RUN-ID           TO SEQ-RUN-ID.
008180     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
008190     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
008200     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
008210     MOVE WS-DETAIL-COUNT     TO SEQ-RUN-DETAIL-COUNT.
008220     MOVE WS-NET-TOTAL        TO SEQ-RUN-CTRL-TOTAL.
008230     IF WS-NET-TOTAL < ZERO
008240         MOVE "-"   TO SEQ-RUN-CTRL-SIGN
008250     ELSE
008260         MOVE SPACE TO SEQ-RUN-CTRL-SIGN
008270     END-IF.
008280     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
008290     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
008300     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
008310     CALL "RUNLOGW" USING SEQ-RUN-REC
008320         ON EXCEPTION
008330             DISPLAY "GLPOST WARNING -- RUNLOGW NOT AVAILABLE"
008340     END-CALL.
008350*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
008360*    STEP'S OWN CODE BACK.
008370     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
008380 7000-EXIT.
008390     EXIT.
008400*
008410******************************************************************
008420*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
008430*    A NON-ZERO RETURN CODE.
008440******************************************************************
008450 8000-ABEND-RTN.
008460     DISPLAY "GLPOST ABEND -- " WS-ABEND-MSG.
008470     DISPLAY "GLPOST ABEND -- F-STATUS=" F-STATUS
008480             " CTL-STATUS=" CTL-STATUS
008490             " MAP-STATUS=" MAP-STATUS
008500             " JRN-STATUS=" JRN-STATUS
008510             " RPT-STATUS=" RPT-STATUS.
008520     MOVE 16 TO RETURN-CODE.
008530     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
008540     STOP RUN.
008550 8000-EXIT.
008560     EXIT.
008570*
008580 9999-MAIN-EXIT.
008590     GOBACK.
