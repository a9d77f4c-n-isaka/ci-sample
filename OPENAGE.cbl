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
000320 PROGRAM-ID.                 OPENAGE.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  SETTLEMENT OPEN-ITEMS AGING REPORT.
000390*
000400*  RUNS AFTER SEQRET.  READS THE OPENITEM LEDGER (OPENREC
000410*  COPYBOOK) AND PRINTS THE OPENRPT REPORT -- EVERY ITEM STILL
000420*  OPEN WITH ITS OUTSTANDING DIFFERENCE, THEN THE OUTSTANDING
000430*  AMOUNT BY BRANCH IN 0-7, 8-30, 31-60 AND 61+ DAY AGE
000440*  BUCKETS, AND THE GRAND TOTAL.  AGE IS COUNTED IN CALENDAR
000450*  DAYS FROM THE ITEM'S RUN-DATE TO THE CTLFILE RUN-DATE.
000460*
000465*  WHEN THE CTLFILE RUN-DATE IS THE LAST BUSINESS DAY OF ITS
000470*  MONTH (BUSCALC SUBPROGRAM, BUSCAL CALENDAR -- THE DAY SEQMON
000475*  CLOSES THE MONTH ON) THE GRAND TOTAL IS ALSO APPENDED TO THE
000480*  CUMULATIVE OPENMON FILE AS THE MONTH-END OPEN-ITEMS TOTAL.
000490*  SEQMON PRINTS IT ON THE MONTHLY ROLLUP SO TREASURY CAN TIE
000500*  THE TWO.  A RERUN APPENDS AGAIN; THE LAST RECORD FOR A
000510*  MONTH STANDS.
000520*
000530*  OPENMON RECORD:  MONTH 9(06), ONE BLANK, AS-OF DATE 9(08),
000540*  ONE BLANK, RUN-ID X(08), ONE BLANK, OPEN ITEM COUNT 9(08),
000550*  ONE BLANK, OUTSTANDING TOTAL S9(09)V99 LEADING SEPARATE
000560*  SIGN.
000570*
000580*  RETURN CODES
000590*    00  REPORT PRINTED
000600*    16  ABEND
000610*
000620*  MODIFICATION HISTORY
000630*  2026-10-15 TSH  INITIAL VERSION.
000632*  2026-10-15 TSH  MONTH-END IS THE LAST BUSINESS DAY, AS IN
000634*                  SEQMON.
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
000730     SELECT CTL-FILE         ASSIGN TO "CTLFILE"
000740                             ORGANIZATION LINE SEQUENTIAL
000750                             FILE STATUS CTL-STATUS.

000760     SELECT OPTIONAL OPN-FILE ASSIGN TO "OPENITEM"
000770                             ORGANIZATION INDEXED
000780                             ACCESS MODE DYNAMIC
000790                             RECORD KEY IS SEQ-OPN-KEY
000800                             FILE STATUS OPN-STATUS.

000810     SELECT OPTIONAL MON-FILE ASSIGN TO "OPENMON"
000820                             ORGANIZATION LINE SEQUENTIAL
000830                             FILE STATUS MON-STATUS.

000840     SELECT RPT-FILE         ASSIGN TO "OPENRPT"
000850                             ORGANIZATION LINE SEQUENTIAL
000860                             FILE STATUS RPT-STATUS.
000870******************************************************************
000880 DATA                        DIVISION.
000890******************************************************************
000900 FILE                        SECTION.
000910 FD  CTL-FILE.
000920     COPY SEQCTL.

000930 FD  OPN-FILE.
000940     COPY OPENREC.

000950 FD  MON-FILE.
000960 01  MON-REC.
000970     03   MON-MONTH          PIC  9(06).
000980     03   FILLER             PIC  X(01).
000990     03   MON-ASOF-DATE      PIC  9(08).
001000     03   FILLER             PIC  X(01).
001010     03   MON-RUN-ID         PIC  X(08).
001020     03   FILLER             PIC  X(01).
001030     03   MON-COUNT          PIC  9(08).
001040     03   FILLER             PIC  X(01).
001050     03   MON-TOTAL          PIC  S9(09)V99
001060                             SIGN LEADING SEPARATE.

001070 FD  RPT-FILE.
001080 01  RPT-LINE                PIC  X(80).
001090******************************************************************
001100 WORKING-STORAGE             SECTION.
001110******************************************************************
001120*    FILE STATUS FIELDS.  STATUS 05 ON AN OPTIONAL OPEN MEANS
001130*    THE FILE IS NOT ON CATALOG YET.
001140 77  CTL-STATUS                PIC  XX.
001150     88  CTL-STATUS-OK             VALUE "00".
001160 77  OPN-STATUS                PIC  XX.
001170     88  OPN-STATUS-OK              VALUE "00" "05".
001180     88  OPN-STATUS-EOF             VALUE "10".
001190 77  MON-STATUS                PIC  XX.
001200     88  MON-STATUS-OK              VALUE "00" "05".
001210 77  RPT-STATUS                PIC  XX.
001220     88  RPT-STATUS-OK              VALUE "00".
001230*
001240*    SWITCHES.
001250 77  WS-OPN-EOF-SW             PIC  X(01)  VALUE "N".
001260     88  WS-OPN-EOF                VALUE "Y".
001270 77  WS-BR-FOUND-SW            PIC  X(01)  VALUE "N".
001280     88  WS-BR-FOUND               VALUE "Y".
001290 77  WS-MONTH-END-SW           PIC  X(01)  VALUE "N".
001300     88  WS-MONTH-END              VALUE "Y".
001310*
001320*    AS-OF DATE AND THE AGE-BUCKET CUTOFF DATES -- AN ITEM
001330*    DATED ON OR AFTER A CUTOFF IS AT MOST THAT MANY DAYS OLD.
001340 77  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
001350 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001360 77  WS-CUT-07-DATE            PIC  9(08)  VALUE ZERO.
001370 77  WS-CUT-30-DATE            PIC  9(08)  VALUE ZERO.
001380 77  WS-CUT-60-DATE            PIC  9(08)  VALUE ZERO.
001390 01  WS-DATE-PARTS.
001400     03  WS-DATE-YEAR          PIC  9(04).
001410     03  WS-DATE-MONTH         PIC  9(02).
001420     03  WS-DATE-DAY           PIC  9(02).
001430 77  WS-MONTH-MAX-DAY          PIC  9(02)  VALUE ZERO.
001440 77  WS-LEAP-REM               PIC  9(04)  COMP  VALUE ZERO.
001450 77  WS-LEAP-SW                PIC  X(01)  VALUE "N".
001460     88  WS-LEAP-YEAR              VALUE "Y".
001470*
001480*    BRANCH AGING TABLE, ASCENDING BY BRANCH.
001490 77  WS-BR-CNT                 PIC  9(04)  COMP  VALUE ZERO.
001500 77  WS-BR-MAX                 PIC  9(04)  COMP  VALUE 50.
001510 77  WS-BR-SUB                 PIC  9(04)  COMP  VALUE ZERO.
001520 77  WS-BR-POS                 PIC  9(04)  COMP  VALUE ZERO.
001530 77  WS-SHIFT-SUB              PIC  9(04)  COMP  VALUE ZERO.
001540 77  WS-BUCKET                 PIC  9(01)        VALUE ZERO.
001550 01  WS-BR-TABLE.
001560     03  WS-BR-ENTRY           OCCURS 50.
001570         05  WS-BRT-BRANCH         PIC  X(08).
001580         05  WS-BRT-COUNT          PIC  9(06)  COMP.
001590         05  WS-BRT-AMT            PIC  S9(09)V99 COMP-3
001600                                   OCCURS 4.
001610 01  WS-TOTALS.
001620     03  WS-TOTAL-AMT          PIC  S9(09)V99 COMP-3
001630                               OCCURS 4.
001640*
001650*    COUNTERS AND ACCUMULATORS.
001660 77  WS-READ-COUNT             PIC  9(08)  COMP  VALUE ZERO.
001670 77  WS-OPEN-COUNT             PIC  9(08)  COMP  VALUE ZERO.
001680 77  WS-CLEARED-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001690 77  WS-GRAND-TOTAL            PIC  S9(09)V99 COMP-3 VALUE ZERO.
001700 77  WS-LINE-TOTAL             PIC  S9(09)V99 COMP-3 VALUE ZERO.
001710 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001715 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
001720 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
001730*
001740*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001750     COPY RUNREC.
001752*
001754*    BUSCALC CALL AREA.
001756     COPY BUSDAY.
001760*
001770*    PRINT REPORT LINE LAYOUTS.
001780 01  WS-RPT-HEADING.
001790     03  FILLER            PIC X(24)
001800         VALUE "OPEN-ITEMS AGING REPORT".
001810     03  FILLER            PIC X(09) VALUE " RUN-ID: ".
001820     03  WS-RPTH-RUN-ID    PIC X(08).
001830     03  FILLER            PIC X(10) VALUE "  AS OF: ".
001840     03  WS-RPTH-RUN-DATE  PIC 9(08).
001850     03  FILLER            PIC X(21) VALUE SPACES.

001860 01  WS-RPT-ITEM-HEADS.
001870     03  FILLER            PIC X(11) VALUE "ACCOUNT".
001880     03  FILLER            PIC X(09) VALUE "RUN-ID".
001890     03  FILLER            PIC X(09) VALUE "RUNDATE".
001900     03  FILLER            PIC X(09) VALUE "BRANCH".
001910     03  FILLER            PIC X(04) VALUE "RSN".
001920     03  FILLER            PIC X(13) VALUE "         SENT".
001930     03  FILLER            PIC X(13) VALUE "  OUTSTANDING".
001940     03  FILLER            PIC X(07) VALUE "    AGE".
001950     03  FILLER            PIC X(05) VALUE SPACES.

001960 01  WS-RPT-ITEM-LINE.
001970     03  WS-RPTI-ACCT-ID   PIC X(10).
001980     03  FILLER            PIC X(01) VALUE SPACE.
001990     03  WS-RPTI-RUN-ID    PIC X(08).
002000     03  FILLER            PIC X(01) VALUE SPACE.
002010     03  WS-RPTI-RUN-DATE  PIC 9(08).
002020     03  FILLER            PIC X(01) VALUE SPACE.
002030     03  WS-RPTI-BRANCH    PIC X(08).
002040     03  FILLER            PIC X(02) VALUE SPACES.
002050     03  WS-RPTI-REASON    PIC X(01).
002060     03  FILLER            PIC X(02) VALUE SPACES.
002070     03  WS-RPTI-SENT      PIC --------9.99.
002080     03  FILLER            PIC X(01) VALUE SPACE.
002090     03  WS-RPTI-DIFF      PIC --------9.99.
002100     03  FILLER            PIC X(02) VALUE SPACES.
002110     03  WS-RPTI-AGE       PIC X(05).
002120     03  FILLER            PIC X(06) VALUE SPACES.

002130 01  WS-RPT-AGE-HEADS.
002140     03  FILLER            PIC X(09) VALUE "BRANCH".
002150     03  FILLER            PIC X(13) VALUE "     0-7 DAYS".
002160     03  FILLER            PIC X(13) VALUE "    8-30 DAYS".
002170     03  FILLER            PIC X(13) VALUE "   31-60 DAYS".
002180     03  FILLER            PIC X(13) VALUE "     61+ DAYS".
002190     03  FILLER            PIC X(13) VALUE "        TOTAL".
002200     03  FILLER            PIC X(06) VALUE " ITEMS".

002210 01  WS-RPT-AGE-LINE.
002220     03  WS-RPTA-BRANCH    PIC X(08).
002230     03  FILLER            PIC X(01) VALUE SPACE.
002240     03  WS-RPTA-B1        PIC --------9.99.
002250     03  FILLER            PIC X(01) VALUE SPACE.
002260     03  WS-RPTA-B2        PIC --------9.99.
002270     03  FILLER            PIC X(01) VALUE SPACE.
002280     03  WS-RPTA-B3        PIC --------9.99.
002290     03  FILLER            PIC X(01) VALUE SPACE.
002300     03  WS-RPTA-B4        PIC --------9.99.
002310     03  FILLER            PIC X(01) VALUE SPACE.
002320     03  WS-RPTA-TOTAL     PIC --------9.99.
002330     03  FILLER            PIC X(01) VALUE SPACE.
002340     03  WS-RPTA-COUNT     PIC ZZZZZ9.

002350 01  WS-RPT-COUNT-LINE.
002360     03  FILLER            PIC X(02) VALUE "  ".
002370     03  WS-RPTC-LABEL     PIC X(34).
002380     03  WS-RPTC-COUNT     PIC ZZZZZZZ9.
002390     03  FILLER            PIC X(36) VALUE SPACES.

002400 01  WS-RPT-MONTH-LINE.
002410     03  FILLER            PIC X(02) VALUE "  ".
002420     03  FILLER            PIC X(28)
002430         VALUE "MONTH-END OPEN ITEMS TOTAL".
002440     03  WS-RPTM-MONTH     PIC 9(06).
002450     03  FILLER            PIC X(02) VALUE SPACES.
002460     03  WS-RPTM-COUNT     PIC ZZZZZZZ9.
002470     03  FILLER            PIC X(02) VALUE SPACES.
002480     03  WS-RPTM-TOTAL     PIC --------9.99.
002490     03  FILLER            PIC X(20) VALUE SPACES.
002500******************************************************************
002510 PROCEDURE                   DIVISION.
002520******************************************************************
002530 0000-MAIN-RTN.
002540     ACCEPT WS-LOG-START-TIME FROM TIME.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
002570         UNTIL WS-OPN-EOF.
002580     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
002590     PERFORM 3500-WRITE-MONTH-END THRU 3500-EXIT.
002600     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002610     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
002620     GO TO 9999-MAIN-EXIT.
002630*
002640******************************************************************
002650*    1000-INITIALIZE -- AS-OF DATE FROM CTLFILE, THE BUCKET
002660*    CUTOFFS, OPEN THE LEDGER AND THE REPORT.
002670******************************************************************
002680 1000-INITIALIZE.
002690*    THE OCCURS TABLES CARRY NO VALUE CLAUSES -- CLEAR THEM
002700*    BEFORE THE FIRST ADD OR THE PACKED FIELDS ARE INVALID.
002710     INITIALIZE WS-BR-TABLE.
002720     INITIALIZE WS-TOTALS.
002730     PERFORM 1100-READ-CTL-FILE THRU 1100-EXIT.
002740     PERFORM 1200-COMPUTE-CUTOFFS THRU 1200-EXIT.
002750     OPEN INPUT OPN-FILE.
002760     IF NOT OPN-STATUS-OK
002770         MOVE "OPENITEM OPEN FAILED" TO WS-ABEND-MSG
002780         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002790     END-IF.
002800     OPEN OUTPUT RPT-FILE.
002810     IF NOT RPT-STATUS-OK
002820         MOVE "OPENRPT OPEN FAILED" TO WS-ABEND-MSG
002830         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002840     END-IF.
002850     MOVE WS-RUN-ID   TO WS-RPTH-RUN-ID.
002860     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
002870     WRITE RPT-LINE FROM WS-RPT-HEADING.
002880     IF NOT RPT-STATUS-OK
002890         MOVE "OPENRPT HEADING WRITE FAILED" TO WS-ABEND-MSG
002900         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002910     END-IF.
002920     WRITE RPT-LINE FROM WS-RPT-ITEM-HEADS.
002930     IF NOT RPT-STATUS-OK
002940         MOVE "OPENRPT COLUMN HEADS WRITE FAILED" TO WS-ABEND-MSG
002950         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002960     END-IF.
002970 1000-EXIT.
002980     EXIT.
002990*
003000 1100-READ-CTL-FILE.
003010     OPEN INPUT CTL-FILE.
003020     IF NOT CTL-STATUS-OK
003030         MOVE "CTLFILE OPEN FAILED" TO WS-ABEND-MSG
003040         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003050     END-IF.
003060     READ CTL-FILE.
003070     IF NOT CTL-STATUS-OK
003080         MOVE "CTLFILE READ FAILED" TO WS-ABEND-MSG
003090         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003100     END-IF.
003110     MOVE SEQ-CTL-RUN-ID   TO WS-RUN-ID.
003120     MOVE SEQ-CTL-RUN-DATE TO WS-RUN-DATE.
003130     CLOSE CTL-FILE.
003140     IF NOT CTL-STATUS-OK
003150         MOVE "CTLFILE CLOSE FAILED" TO WS-ABEND-MSG
003160         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003170     END-IF.
003180 1100-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220*    1200-COMPUTE-CUTOFFS -- WALK THE AS-OF DATE BACK 7, 30 AND
003230*    60 DAYS BY THE CALENDAR, AND NOTE WHETHER THE AS-OF DATE
003240*    IS THE LAST BUSINESS DAY OF ITS MONTH.
003250******************************************************************
003260 1200-COMPUTE-CUTOFFS.
003262     MOVE "L"         TO SEQ-BUS-FUNCTION.
003264     MOVE WS-RUN-DATE TO SEQ-BUS-DATE.
003266     MOVE ZERO        TO SEQ-BUS-DAYS.
003267     MOVE RETURN-CODE TO WS-SAVE-RC.
003268     CALL "BUSCALC" USING SEQ-BUS-AREA
003270         ON EXCEPTION
003272             MOVE "BUSCALC NOT AVAILABLE" TO WS-ABEND-MSG
003273             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003274     END-CALL.
003275*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
003276*    STEP'S OWN CODE BACK.
003277     MOVE WS-SAVE-RC TO RETURN-CODE.
003278     IF NOT SEQ-BUS-RESULT-OK
003280         MOVE "BUSCALC FAILED -- SEE BUSCAL MESSAGES ABOVE"
003282             TO WS-ABEND-MSG
003284         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003310     END-IF.
003311     IF SEQ-BUS-RESULT-DATE = WS-RUN-DATE
003312         SET WS-MONTH-END TO TRUE
003313     END-IF.
003314     MOVE WS-RUN-DATE TO WS-DATE-PARTS.
003320     PERFORM 1250-BACK-ONE-DAY THRU 1250-EXIT 7 TIMES.
003330     MOVE WS-DATE-PARTS TO WS-CUT-07-DATE.
003340     PERFORM 1250-BACK-ONE-DAY THRU 1250-EXIT 23 TIMES.
003350     MOVE WS-DATE-PARTS TO WS-CUT-30-DATE.
003360     PERFORM 1250-BACK-ONE-DAY THRU 1250-EXIT 30 TIMES.
003370     MOVE WS-DATE-PARTS TO WS-CUT-60-DATE.
003380 1200-EXIT.
003390     EXIT.
003400*
003410 1250-BACK-ONE-DAY.
003420     IF WS-DATE-DAY > 1
003430         SUBTRACT 1 FROM WS-DATE-DAY
003440         GO TO 1250-EXIT
003450     END-IF.
003460     IF WS-DATE-MONTH > 1
003470         SUBTRACT 1 FROM WS-DATE-MONTH
003480     ELSE
003490         SUBTRACT 1 FROM WS-DATE-YEAR
003500         MOVE 12 TO WS-DATE-MONTH
003510     END-IF.
003520     PERFORM 1270-SET-MONTH-MAX THRU 1270-EXIT.
003530     MOVE WS-MONTH-MAX-DAY TO WS-DATE-DAY.
003540 1250-EXIT.
003550     EXIT.
003560*
003570 1270-SET-MONTH-MAX.
003580     MOVE 31 TO WS-MONTH-MAX-DAY.
003590     IF WS-DATE-MONTH = 04 OR WS-DATE-MONTH = 06
003600         OR WS-DATE-MONTH = 09 OR WS-DATE-MONTH = 11
003610         MOVE 30 TO WS-MONTH-MAX-DAY
003620     END-IF.
003630     IF WS-DATE-MONTH = 02
003640         PERFORM 1280-CHECK-LEAP-YEAR THRU 1280-EXIT
003650         IF WS-LEAP-YEAR
003660             MOVE 29 TO WS-MONTH-MAX-DAY
003670         ELSE
003680             MOVE 28 TO WS-MONTH-MAX-DAY
003690         END-IF
003700     END-IF.
003710 1270-EXIT.
003720     EXIT.
003730*
003740 1280-CHECK-LEAP-YEAR.
003750     MOVE "N" TO WS-LEAP-SW.
003760     DIVIDE WS-DATE-YEAR BY 4
003770         GIVING WS-LEAP-REM REMAINDER WS-LEAP-REM.
003780     IF WS-LEAP-REM = ZERO
003790         SET WS-LEAP-YEAR TO TRUE
003800     END-IF.
003810     DIVIDE WS-DATE-YEAR BY 100
003820         GIVING WS-LEAP-REM REMAINDER WS-LEAP-REM.
003830     IF WS-LEAP-REM = ZERO
003840         MOVE "N" TO WS-LEAP-SW
003850         DIVIDE WS-DATE-YEAR BY 400
003860             GIVING WS-LEAP-REM REMAINDER WS-LEAP-REM
003870         IF WS-LEAP-REM = ZERO
003880             SET WS-LEAP-YEAR TO TRUE
003890         END-IF
003900     END-IF.
003910 1280-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950*    2000-AGE-ONE-ITEM -- ONE OPENITEM RECORD PER PASS, IN KEY
003960*    ORDER.  A CLEARED ITEM IS ONLY COUNTED; AN OPEN ONE IS
003970*    LISTED AND ADDED TO ITS BRANCH AND AGE BUCKET.
003980******************************************************************
003990 2000-AGE-ONE-ITEM.
004000     READ OPN-FILE NEXT RECORD.
004010     IF OPN-STATUS-EOF
004020         SET WS-OPN-EOF TO TRUE
004030         GO TO 2000-EXIT
004040     END-IF.
004050     IF NOT OPN-STATUS-OK
004060         MOVE "OPENITEM READ FAILED" TO WS-ABEND-MSG
004070         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004080     END-IF.
004090     ADD 1 TO WS-READ-COUNT.
004100     IF SEQ-OPN-CLEARED
004110         ADD 1 TO WS-CLEARED-COUNT
004120         GO TO 2000-EXIT
004130     END-IF.
004140     ADD 1 TO WS-OPEN-COUNT.
004150     EVALUATE TRUE
004160         WHEN SEQ-OPN-RUN-DATE >= WS-CUT-07-DATE
004170             MOVE 1 TO WS-BUCKET
004180             MOVE "0-7"   TO WS-RPTI-AGE
004190         WHEN SEQ-OPN-RUN-DATE >= WS-CUT-30-DATE
004200             MOVE 2 TO WS-BUCKET
004210             MOVE "8-30"  TO WS-RPTI-AGE
004220         WHEN SEQ-OPN-RUN-DATE >= WS-CUT-60-DATE
004230             MOVE 3 TO WS-BUCKET
004240             MOVE "31-60" TO WS-RPTI-AGE
004250         WHEN OTHER
004260             MOVE 4 TO WS-BUCKET
004270             MOVE "61+"   TO WS-RPTI-AGE
004280     END-EVALUATE.
004290     MOVE SEQ-OPN-ACCT-ID  TO WS-RPTI-ACCT-ID.
004300     MOVE SEQ-OPN-RUN-ID   TO WS-RPTI-RUN-ID.
004310     MOVE SEQ-OPN-RUN-DATE TO WS-RPTI-RUN-DATE.
004320     MOVE SEQ-OPN-BRANCH   TO WS-RPTI-BRANCH.
004330     MOVE SEQ-OPN-REASON   TO WS-RPTI-REASON.
004340     MOVE SEQ-OPN-SENT-AMT TO WS-RPTI-SENT.
004350     MOVE SEQ-OPN-DIFF-AMT TO WS-RPTI-DIFF.
004360     WRITE RPT-LINE FROM WS-RPT-ITEM-LINE.
004370     IF NOT RPT-STATUS-OK
004380         MOVE "OPENRPT ITEM WRITE FAILED" TO WS-ABEND-MSG
004390         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004400     END-IF.
004410     ADD SEQ-OPN-DIFF-AMT TO WS-TOTAL-AMT (WS-BUCKET).
004420     ADD SEQ-OPN-DIFF-AMT TO WS-GRAND-TOTAL.
004430     PERFORM 2100-TALLY-BRANCH THRU 2100-EXIT.
004440 2000-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480*    2100-TALLY-BRANCH -- ADD THE ITEM TO ITS BRANCH ENTRY,
004490*    INSERTING THE ENTRY IN BRANCH ORDER ON FIRST SIGHT.
004500******************************************************************
004510 2100-TALLY-BRANCH.
004520     MOVE "N"  TO WS-BR-FOUND-SW.
004530     MOVE ZERO TO WS-BR-POS.
004540     PERFORM 2150-FIND-BRANCH-SLOT THRU 2150-EXIT
004550         VARYING WS-BR-SUB FROM 1 BY 1
004560         UNTIL WS-BR-SUB > WS-BR-CNT OR WS-BR-POS > ZERO.
004570     IF NOT WS-BR-FOUND
004580         IF WS-BR-CNT >= WS-BR-MAX
004590             MOVE "BRANCH TABLE FULL -- RAISE WS-BR-MAX"
004600                 TO WS-ABEND-MSG
004610             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004620         END-IF
004630         IF WS-BR-POS = ZERO
004640             COMPUTE WS-BR-POS = WS-BR-CNT + 1
004650         END-IF
004660         PERFORM 2160-SHIFT-BRANCH-DOWN THRU 2160-EXIT
004670             VARYING WS-SHIFT-SUB FROM WS-BR-CNT BY -1
004680             UNTIL WS-SHIFT-SUB < WS-BR-POS
004690         ADD 1 TO WS-BR-CNT
004700         MOVE SEQ-OPN-BRANCH TO WS-BRT-BRANCH (WS-BR-POS)
004710         MOVE ZERO TO WS-BRT-COUNT (WS-BR-POS)
004720         MOVE ZERO TO WS-BRT-AMT (WS-BR-POS, 1)
004730         MOVE ZERO TO WS-BRT-AMT (WS-BR-POS, 2)
004740         MOVE ZERO TO WS-BRT-AMT (WS-BR-POS, 3)
004750         MOVE ZERO TO WS-BRT-AMT (WS-BR-POS, 4)
004760     END-IF.
004770     ADD 1 TO WS-BRT-COUNT (WS-BR-POS).
004780     ADD SEQ-OPN-DIFF-AMT TO WS-BRT-AMT (WS-BR-POS, WS-BUCKET).
004790 2100-EXIT.
004800     EXIT.
004810*
004820 2150-FIND-BRANCH-SLOT.
004830     IF WS-BRT-BRANCH (WS-BR-SUB) = SEQ-OPN-BRANCH
004840         SET WS-BR-FOUND TO TRUE
004850         MOVE WS-BR-SUB TO WS-BR-POS
004860         GO TO 2150-EXIT
004870     END-IF.
004880     IF WS-BRT-BRANCH (WS-BR-SUB) > SEQ-OPN-BRANCH
004890         MOVE WS-BR-SUB TO WS-BR-POS
004900     END-IF.
004910 2150-EXIT.
004920     EXIT.
004930*
004940 2160-SHIFT-BRANCH-DOWN.
004950     MOVE WS-BR-ENTRY (WS-SHIFT-SUB)
004960         TO WS-BR-ENTRY (WS-SHIFT-SUB + 1).
004970 2160-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010*    3000-PRINT-SUMMARY -- THE BRANCH BY AGE-BUCKET TABLE, THE
005020*    ALL-BRANCH TOTAL LINE AND THE COUNTS.
005030******************************************************************
005040 3000-PRINT-SUMMARY.
005050     WRITE RPT-LINE FROM WS-RPT-AGE-HEADS.
005060     IF NOT RPT-STATUS-OK
005070         MOVE "OPENRPT AGING HEADS WRITE FAILED" TO WS-ABEND-MSG
005080         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005090     END-IF.
005100     PERFORM 3100-WRITE-ONE-BRANCH THRU 3100-EXIT
005110         VARYING WS-BR-SUB FROM 1 BY 1
005120         UNTIL WS-BR-SUB > WS-BR-CNT.
005130     MOVE "ALL"             TO WS-RPTA-BRANCH.
005140     MOVE WS-TOTAL-AMT (1)  TO WS-RPTA-B1.
005150     MOVE WS-TOTAL-AMT (2)  TO WS-RPTA-B2.
005160     MOVE WS-TOTAL-AMT (3)  TO WS-RPTA-B3.
005170     MOVE WS-TOTAL-AMT (4)  TO WS-RPTA-B4.
005180     MOVE WS-GRAND-TOTAL    TO WS-RPTA-TOTAL.
005190     MOVE WS-OPEN-COUNT     TO WS-RPTA-COUNT.
005200     PERFORM 3150-WRITE-AGE-LINE THRU 3150-EXIT.
005210     MOVE "LEDGER ITEMS READ"             TO WS-RPTC-LABEL.
005220     MOVE WS-READ-COUNT                   TO WS-RPTC-COUNT.
005230     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
005240     MOVE "ITEMS OPEN"                    TO WS-RPTC-LABEL.
005250     MOVE WS-OPEN-COUNT                   TO WS-RPTC-COUNT.
005260     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
005270     MOVE "ITEMS CLEARED"                 TO WS-RPTC-LABEL.
005280     MOVE WS-CLEARED-COUNT                TO WS-RPTC-COUNT.
005290     PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT.
005300 3000-EXIT.
005310     EXIT.
005320*
005330 3100-WRITE-ONE-BRANCH.
005340     MOVE WS-BRT-BRANCH (WS-BR-SUB)   TO WS-RPTA-BRANCH.
005350     MOVE WS-BRT-AMT (WS-BR-SUB, 1)   TO WS-RPTA-B1.
005360     MOVE WS-BRT-AMT (WS-BR-SUB, 2)   TO WS-RPTA-B2.
005370     MOVE WS-BRT-AMT (WS-BR-SUB, 3)   TO WS-RPTA-B3.
005380     MOVE WS-BRT-AMT (WS-BR-SUB, 4)   TO WS-RPTA-B4.
005390     COMPUTE WS-LINE-TOTAL = WS-BRT-AMT (WS-BR-SUB, 1)
005400                           + WS-BRT-AMT (WS-BR-SUB, 2)
005410                           + WS-BRT-AMT (WS-BR-SUB, 3)
005420                           + WS-BRT-AMT (WS-BR-SUB, 4).
005430     MOVE WS-LINE-TOTAL               TO WS-RPTA-TOTAL.
005440     MOVE WS-BRT-COUNT (WS-BR-SUB)    TO WS-RPTA-COUNT.
005450     PERFORM 3150-WRITE-AGE-LINE THRU 3150-EXIT.
005460 3100-EXIT.
005470     EXIT.
005480*
005490 3150-WRITE-AGE-LINE.
005500     WRITE RPT-LINE FROM WS-RPT-AGE-LINE.
005510     IF NOT RPT-STATUS-OK
005520         MOVE "OPENRPT AGING LINE WRITE FAILED" TO WS-ABEND-MSG
005530         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005540     END-IF.
005550 3150-EXIT.
005560     EXIT.
005570*
005580 3200-WRITE-COUNT-LINE.
005590     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
005600     IF NOT RPT-STATUS-OK
005610         MOVE "OPENRPT COUNT WRITE FAILED" TO WS-ABEND-MSG
005620         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005630     END-IF.
005640 3200-EXIT.
005650     EXIT.
005660*
005670******************************************************************
005680*    3500-WRITE-MONTH-END -- ON THE LAST BUSINESS DAY OF THE
005690*    MONTH, PRINT THE MONTH-END TOTAL AND APPEND IT TO OPENMON.
005700******************************************************************
005710 3500-WRITE-MONTH-END.
005720     IF NOT WS-MONTH-END
005730         GO TO 3500-EXIT
005740     END-IF.
005750     MOVE SPACES             TO MON-REC.
005760     DIVIDE WS-RUN-DATE BY 100 GIVING MON-MONTH.
005770     MOVE WS-RUN-DATE        TO MON-ASOF-DATE.
005780     MOVE WS-RUN-ID          TO MON-RUN-ID.
005790     MOVE WS-OPEN-COUNT      TO MON-COUNT.
005800     MOVE WS-GRAND-TOTAL     TO MON-TOTAL.
005810     OPEN EXTEND MON-FILE.
005820     IF NOT MON-STATUS-OK
005830         MOVE "OPENMON OPEN FAILED" TO WS-ABEND-MSG
005840         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005850     END-IF.
005860     WRITE MON-REC.
005870     IF NOT MON-STATUS-OK
005880         MOVE "OPENMON WRITE FAILED" TO WS-ABEND-MSG
005890         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005900     END-IF.
005910     CLOSE MON-FILE.
005920     IF NOT MON-STATUS-OK
005930         MOVE "OPENMON CLOSE FAILED" TO WS-ABEND-MSG
005940         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005950     END-IF.
005960     MOVE MON-MONTH          TO WS-RPTM-MONTH.
005970     MOVE WS-OPEN-COUNT      TO WS-RPTM-COUNT.
005980     MOVE WS-GRAND-TOTAL     TO WS-RPTM-TOTAL.
005990     WRITE RPT-LINE FROM WS-RPT-MONTH-LINE.
006000     IF NOT RPT-STATUS-OK
006010         MOVE "OPENRPT MONTH-END WRITE FAILED" TO WS-ABEND-MSG
006020         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006030     END-IF.
006040 3500-EXIT.
006050     EXIT.
006060*
006070 4000-FINALIZE.
006080     CLOSE OPN-FILE.
006090     IF NOT OPN-STATUS-OK
006100         MOVE "OPENITEM CLOSE FAILED" TO WS-ABEND-MSG
006110         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006120     END-IF.
006130     CLOSE RPT-FILE.
006140     IF NOT RPT-STATUS-OK
006150         MOVE "OPENRPT CLOSE FAILED" TO WS-ABEND-MSG
006160         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006170     END-IF.
006180     DISPLAY "OPENAGE -- " WS-OPEN-COUNT " OPEN ITEMS".
006190     IF WS-MONTH-END
006200         DISPLAY "OPENAGE -- MONTH-END TOTAL WRITTEN TO OPENMON"
006210     END-IF.
006220 4000-EXIT.
006230     EXIT.
006240*
006250******************************************************************
006260*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
006270*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM.
006280*    CALLED AT NORMAL END OF JOB AND FROM THE ABEND ROUTINE.
006290******************************************************************
006300 7000-WRITE-RUN-LOG.
006310     MOVE "OPENAGE"           TO SEQ-RUN-PGM.
006320     MOVE WS-RUN-ID           TO SEQ-RUN-ID.
006330     MOVE WS-RUN-DATE         TO SEQ-RUN-DATE.
006340     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
006350     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
006360     MOVE WS-OPEN-COUNT       TO SEQ-RUN-DETAIL-COUNT.
006370     MOVE WS-GRAND-TOTAL      TO SEQ-RUN-CTRL-TOTAL.
006380     IF WS-GRAND-TOTAL < ZERO
006390         MOVE "-"             TO SEQ-RUN-CTRL-SIGN
006400     ELSE
006410         MOVE SPACE           TO SEQ-RUN-CTRL-SIGN
006420     END-IF.
006430     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
006440     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
006450     MOVE WS-ABEND-MSG        TO SEQ-RUN-ABEND-MSG.
006460     CALL "RUNLOGW" USING SEQ-RUN-REC
006470         ON EXCEPTION
006480             DISPLAY "OPENAGE WARNING -- RUNLOGW NOT AVAILABLE"
006490     END-CALL.
006500*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
006510*    STEP'S OWN CODE BACK.
006520     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
006530 7000-EXIT.
006540     EXIT.
006550*
006560******************************************************************
006570*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
006580*    A NON-ZERO RETURN CODE.
006590******************************************************************
006600 8000-ABEND-RTN.
006610     DISPLAY "OPENAGE ABEND -- " WS-ABEND-MSG.
006620     DISPLAY "OPENAGE ABEND -- CTL-STATUS=" CTL-STATUS
006630             " OPN-STATUS=" OPN-STATUS
006640             " MON-STATUS=" MON-STATUS
006650             " RPT-STATUS=" RPT-STATUS.
006660     MOVE 16 TO RETURN-CODE.
006670     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
006680     STOP RUN.
006690 8000-EXIT.
006700     EXIT.
006710*
006720 9999-MAIN-EXIT.
006730     STOP RUN.
