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
000320 PROGRAM-ID.                 RUNSLA.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  BATCH-WINDOW ELAPSED-TIME TREND AND SLA OVERRUN REPORT.
000390*
000400*  READS THE RUN RECORDS ON RUNLOG (RUNREC COPYBOOK) FOR A
000410*  REQUESTED RUN-DATE RANGE -- AND THE LOGARCH RUNLOG ARCHIVES
000420*  CATALOGED ON ARCHCAT WHEN THE RANGE REACHES BACK INTO THEM
000430*  -- AND PRINTS SLARPT IN THREE SECTIONS:
000440*
000450*  1.  STEP SLA OVERRUNS -- EVERY RUN OF A PROGRAM WHOSE
000460*      ELAPSED TIME EXCEEDED ITS SLAPARM LIMIT.
000470*  2.  ELAPSED-TIME TREND BY PROGRAM -- PER PROGRAM, THE NUMBER
000480*      OF NIGHTS, THE AVERAGE AND WORST ELAPSED TIME PER NIGHT,
000490*      THE AVERAGE OF THE EARLIER AND OF THE LATER HALF OF ITS
000500*      NIGHTS AND THE CHANGE BETWEEN THEM (THE TREND), AND
000510*      RECORDS PER MINUTE FROM SEQ-RUN-DETAIL-COUNT.  A PROGRAM
000520*      RUN MORE THAN ONCE IN A NIGHT (A RERUN) COUNTS THE SUM OF
000530*      ITS RUNS FOR THAT NIGHT.  THE SEQDRIVE LINE IS THE WHOLE
000540*      CHAIN, FROM THE START OF ITS FIRST STEP TO THE END OF ITS
000550*      LAST; ITS DETAIL COUNT IS A STEP NUMBER, SO IT SHOWS NO
000560*      RECORDS PER MINUTE.
000570*  3.  CHAIN FINISH AGAINST THE TRANSMISSION CUTOFF -- ONE LINE
000580*      PER NIGHT FROM THE SEQDRIVE STEP RECORDS.  THE CHAIN HAS
000590*      FINISHED WHEN ITS SEQ2CSV STEP ENDED WITH A RETURN CODE
000600*      BELOW 08; A NIGHT THAT FINISHED AFTER THE CUTOFF, OR NEVER
000610*      FINISHED, IS FLAGGED.
000620*
000630*  START AND END TIMES ARE HHMMSSTT WITH NO DATE.  A RUN WHOSE
000640*  END TIME IS EARLIER THAN ITS START TIME CROSSED MIDNIGHT AND
000650*  IS TIMED ACROSS IT.  FOR THE CUTOFF TEST A CLOCK TIME EARLIER
000660*  THAN THE WINDOW-OPEN TIME BELONGS TO THE MORNING AFTER THE
000670*  WINDOW OPENED, SO A 01:30 FINISH IS LATER THAN A 23:00 START.
000680*
000690*  AN ARCHIVE ON ARCHCAT DATED D HOLDS ONLY RECORDS DATED BEFORE
000700*  D, SO IT IS READ ONLY WHEN THE FROM DATE IS ZERO OR EARLIER
000710*  THAN D.  SEQREST SUPERSEDED MARKERS (RESTART FLAG "S") ARE
000720*  NOT RUNS AND ARE NOT TIMED.
000730*
000732*  THE OPERATOR SIGNS ON FIRST THROUGH OPERSGN (OPERSEC
000734*  SECURITY FILE) AT LEVEL 1 OR ABOVE.  THE SIGN-ON, THE REPORT
000736*  ASKED FOR AND THE SIGN-OFF GO TO THE OPERLOG ACCESS LOG.
000738*
000740*  INPUT (SYSIN / CONSOLE, ONE VALUE PER LINE)
000745*    OPERATOR ID AND PASSWORD       (OPERSGN SIGN-ON), THEN
000750*    1.  FROM DATE YYYYMMDD OR ZERO (ZERO = OPEN START)
000760*    2.  TO   DATE YYYYMMDD OR ZERO (ZERO = OPEN END)
000770*
000780*  SLAPARM RECORD:  NAME X(08), ONE BLANK, TIME HHMMSS 9(06).
000790*    A PROGRAM NAME   -- THE LONGEST ELAPSED TIME ALLOWED FOR
000800*                        ONE RUN OF THAT PROGRAM.  A PROGRAM NOT
000810*                        LISTED HAS NO LIMIT.
000820*    CUTOFF           -- THE TRANSMISSION CUTOFF CLOCK TIME.
000830*                        NOT LISTED MEANS NO CUTOFF TEST.
000840*    WINDOW           -- THE CLOCK TIME THE BATCH WINDOW OPENS
000850*                        (DEFAULT 180000).
000860*
000870*  RETURN CODES
000880*    00  NO OVERRUN AND NO LATE OR UNFINISHED NIGHT
000890*    04  AN OVERRUN, A LATE OR UNFINISHED NIGHT, OR NO RUN
000900*        RECORD IN THE RANGE
000910*    16  ABEND (INCLUDING A REFUSED SIGN-ON)
000920*
000930*  MODIFICATION HISTORY
000940*  2026-10-15 TSH  INITIAL VERSION.
000945*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 1) AND ACCESS LOG.
000950******************************************************************
000960 ENVIRONMENT                 DIVISION.
000970******************************************************************
000980 CONFIGURATION               SECTION.
000990 SOURCE-COMPUTER.            IBM-370.
001000 OBJECT-COMPUTER.            IBM-370.
001010******************************************************************
001020 INPUT-OUTPUT                SECTION.
001030 FILE-CONTROL.
001040     SELECT LOG-FILE         ASSIGN TO "RUNLOG"
001050                             ORGANIZATION LINE SEQUENTIAL
001060                             FILE STATUS LOG-STATUS.

001070     SELECT OPTIONAL CAT-FILE ASSIGN TO "ARCHCAT"
001080                             ORGANIZATION LINE SEQUENTIAL
001090                             FILE STATUS CAT-STATUS.

001100     SELECT ARC-FILE         ASSIGN TO WS-ARC-NAME
001110                             ORGANIZATION LINE SEQUENTIAL
001120                             FILE STATUS ARC-STATUS.

001130     SELECT PRM-FILE         ASSIGN TO "SLAPARM"
001140                             ORGANIZATION LINE SEQUENTIAL
001150                             FILE STATUS PRM-STATUS.

001160     SELECT RPT-FILE         ASSIGN TO "SLARPT"
001170                             ORGANIZATION LINE SEQUENTIAL
001180                             FILE STATUS RPT-STATUS.
001190******************************************************************
001200 DATA                        DIVISION.
001210******************************************************************
001220 FILE                        SECTION.
001230 FD  LOG-FILE.
001240     COPY RUNREC.

001250 FD  CAT-FILE.
001260 01  CAT-REC.
001270     03   CAT-ARCH-TYPE      PIC  X(01).
001280     03   FILLER             PIC  X(01).
001290     03   CAT-ARCH-DATE      PIC  9(08).
001300     03   FILLER             PIC  X(01).
001310     03   CAT-ARCH-NAME      PIC  X(12).

001320 FD  ARC-FILE.
001330 01  ARC-REC                 PIC  X(125).

001340 FD  PRM-FILE.
001350 01  PRM-REC.
001360     03   PRM-NAME           PIC  X(08).
001370     03   FILLER             PIC  X(01).
001380     03   PRM-TIME           PIC  X(06).

001390 FD  RPT-FILE.
001400 01  RPT-LINE                PIC  X(100).
001410******************************************************************
001420 WORKING-STORAGE             SECTION.
001430******************************************************************
001440*    FILE STATUS FIELDS.  STATUS 05 ON THE ARCHCAT OPEN MEANS NO
001450*    ARCHIVE HAS BEEN TAKEN YET -- NOTHING TO READ, NOT AN ERROR.
001460 77  LOG-STATUS                PIC  XX.
001470     88  LOG-STATUS-OK             VALUE "00".
001480     88  LOG-STATUS-EOF            VALUE "10".
001490 77  CAT-STATUS                PIC  XX.
001500     88  CAT-STATUS-OK              VALUE "00" "05".
001510     88  CAT-STATUS-EOF             VALUE "10".
001520 77  ARC-STATUS                PIC  XX.
001530     88  ARC-STATUS-OK              VALUE "00".
001540     88  ARC-STATUS-EOF             VALUE "10".
001550 77  PRM-STATUS                PIC  XX.
001560     88  PRM-STATUS-OK              VALUE "00".
001570     88  PRM-STATUS-EOF             VALUE "10".
001580 77  RPT-STATUS                PIC  XX.
001590     88  RPT-STATUS-OK              VALUE "00".
001600*
001610*    SWITCHES.
001620 77  WS-LOG-EOF-SW             PIC  X(01)  VALUE "N".
001630     88  WS-LOG-EOF                VALUE "Y".
001640 77  WS-CAT-EOF-SW             PIC  X(01)  VALUE "N".
001650     88  WS-CAT-EOF                VALUE "Y".
001660 77  WS-ARC-EOF-SW             PIC  X(01)  VALUE "N".
001670     88  WS-ARC-EOF                VALUE "Y".
001680 77  WS-PRM-EOF-SW             PIC  X(01)  VALUE "N".
001690     88  WS-PRM-EOF                VALUE "Y".
001700 77  WS-CUTOFF-SW              PIC  X(01)  VALUE "N".
001710     88  WS-CUTOFF-SET             VALUE "Y".
001720 77  WS-BLK-END-SW             PIC  X(01)  VALUE "N".
001730     88  WS-BLK-END                VALUE "Y".
001740*
001750*    REQUESTED RUN-DATE RANGE.
001760 77  WS-SEL-FROM-X             PIC  X(08)  VALUE SPACES.
001770 77  WS-SEL-FROM-N REDEFINES WS-SEL-FROM-X
001780                               PIC  9(08).
001790 77  WS-SEL-TO-X               PIC  X(08)  VALUE SPACES.
001800 77  WS-SEL-TO-N REDEFINES WS-SEL-TO-X
001810                               PIC  9(08).
001820 77  WS-SEL-FROM-DATE          PIC  9(08)  VALUE ZERO.
001830 77  WS-SEL-TO-DATE            PIC  9(08)  VALUE ZERO.
001840*
001850*    ARCHIVE FILE NAME, SET FROM EACH ARCHCAT ENTRY READ.
001860 01  WS-ARC-NAME               PIC  X(12)  VALUE SPACES.
001870*
001880*    TIMES ARE WORKED IN HUNDREDTHS OF A SECOND.  A CLOCK TIME
001890*    HHMMSSTT (OR AN SLAPARM HHMMSS WITH TT ZERO) IS PUT IN
001900*    WS-TIME-IN AND CONVERTED BY 6000-TIME-TO-HUND.
001910 01  WS-TIME-IN.
001920     03  WS-TI-HH              PIC  9(02).
001930     03  WS-TI-MM              PIC  9(02).
001940     03  WS-TI-SS              PIC  9(02).
001950     03  WS-TI-TT              PIC  9(02).
001960 77  WS-TIME-HUND              PIC  9(08)  COMP  VALUE ZERO.
001970 77  WS-DAY-HUND               PIC  9(08)  COMP  VALUE 8640000.
001980 77  WS-START-HUND             PIC  9(08)  COMP  VALUE ZERO.
001990 77  WS-END-HUND               PIC  9(08)  COMP  VALUE ZERO.
002000 77  WS-ELAPSED-HUND           PIC  9(08)  COMP  VALUE ZERO.
002010 77  WS-START-ADJ              PIC  9(08)  COMP  VALUE ZERO.
002020 77  WS-END-ADJ                PIC  9(08)  COMP  VALUE ZERO.
002030*
002040*    SLAPARM VALUES.  THE WINDOW OPENS AT 18:00 UNLESS SLAPARM
002050*    SAYS OTHERWISE.
002060 77  WS-CUTOFF-NAME            PIC  X(08)  VALUE "CUTOFF".
002070 77  WS-WINDOW-NAME            PIC  X(08)  VALUE "WINDOW".
002080 77  WS-CUTOFF-HUND            PIC  9(08)  COMP  VALUE ZERO.
002090 77  WS-CUTOFF-ADJ             PIC  9(08)  COMP  VALUE ZERO.
002100 77  WS-WINDOW-HUND            PIC  9(08)  COMP  VALUE 6480000.
002110 77  WS-SLA-CNT                PIC  9(04)  COMP  VALUE ZERO.
002120 77  WS-SLA-MAX                PIC  9(04)  COMP  VALUE 100.
002130 77  WS-SLA-SUB                PIC  9(04)  COMP  VALUE ZERO.
002140 77  WS-SLA-POS                PIC  9(04)  COMP  VALUE ZERO.
002150 77  WS-SLA-KEY                PIC  X(08)  VALUE SPACES.
002160 01  WS-SLA-TABLE.
002170     03  WS-SLA-ENTRY          OCCURS 100.
002180         05  WS-SLAT-PGM           PIC  X(08).
002190         05  WS-SLAT-LIMIT         PIC  9(08)  COMP.
002200*
002210*    THE CHAIN'S LAST STEP -- ITS CLEAN END IS THE END OF THE
002220*    NIGHT'S TRANSMISSION WORK.
002230 77  WS-DRIVER-PGM             PIC  X(08)  VALUE "SEQDRIVE".
002240 77  WS-LAST-STEP              PIC  X(08)  VALUE "SEQ2CSV".
002250*
002260*    RUN RECORD WORK AREA -- A RUNREC IMAGE FROM RUNLOG OR FROM
002270*    AN ARCHIVE.
002280 01  WS-RUN-WORK.
002290     03  WS-RW-PGM             PIC  X(08).
002300     03  WS-RW-RUN-ID          PIC  X(08).
002310     03  WS-RW-DATE            PIC  9(08).
002320     03  WS-RW-START-TIME      PIC  X(08).
002330     03  WS-RW-END-TIME        PIC  X(08).
002340     03  WS-RW-COUNT           PIC  9(08).
002350     03  WS-RW-TOTAL           PIC  9(09)V99.
002360     03  WS-RW-RC              PIC  9(04).
002370     03  WS-RW-RESTART         PIC  X(01).
002380         88  WS-RW-SUPERSEDED      VALUE "S".
002390     03  WS-RW-MSG.
002400         05  WS-RW-MSG-STEP        PIC  X(05).
002410         05  WS-RW-MSG-PGM         PIC  X(08).
002420         05  FILLER                PIC  X(47).
002430     03  WS-RW-SIGN            PIC  X(01).
002440*
002450*    PROGRAM-NIGHT TABLE -- ONE ENTRY PER PROGRAM PER RUN-DATE,
002460*    KEPT ASCENDING BY PROGRAM AND DATE SO EACH PROGRAM'S NIGHTS
002470*    ARE TOGETHER AND IN DATE ORDER.
002480 77  WS-PN-CNT                 PIC  9(04)  COMP  VALUE ZERO.
002490 77  WS-PN-MAX                 PIC  9(04)  COMP  VALUE 9000.
002500 77  WS-PN-SUB                 PIC  9(04)  COMP  VALUE ZERO.
002510 77  WS-PN-POS                 PIC  9(04)  COMP  VALUE ZERO.
002520 77  WS-MOVE-SUB               PIC  9(04)  COMP  VALUE ZERO.
002530 01  WS-PN-NEW-KEY.
002540     03  WS-PN-NEW-PGM         PIC  X(08).
002550     03  WS-PN-NEW-DATE        PIC  9(08).
002560 77  WS-PN-NEW-ELAPSED         PIC  9(08)  COMP  VALUE ZERO.
002570 77  WS-PN-NEW-COUNT           PIC  9(08)  COMP  VALUE ZERO.
002580 01  WS-PN-TABLE.
002590     03  WS-PN-ENTRY           OCCURS 9000.
002600         05  WS-PNT-KEY.
002610             07  WS-PNT-PGM            PIC  X(08).
002620             07  WS-PNT-DATE           PIC  9(08).
002630         05  WS-PNT-ELAPSED        PIC  9(09)  COMP.
002640         05  WS-PNT-COUNT          PIC  9(09)  COMP.
002650*
002660*    CHAIN TABLE -- ONE ENTRY PER RUN-DATE FROM THE SEQDRIVE
002670*    STEP RECORDS, ASCENDING BY DATE.  START, LAST-END AND
002680*    FINISH ARE WINDOW-ADJUSTED HUNDREDTHS.
002690 77  WS-CH-CNT                 PIC  9(04)  COMP  VALUE ZERO.
002700 77  WS-CH-MAX                 PIC  9(04)  COMP  VALUE 1000.
002710 77  WS-CH-SUB                 PIC  9(04)  COMP  VALUE ZERO.
002720 77  WS-CH-POS                 PIC  9(04)  COMP  VALUE ZERO.
002730 01  WS-CH-TABLE.
002740     03  WS-CH-ENTRY           OCCURS 1000.
002750         05  WS-CHT-DATE           PIC  9(08).
002760         05  WS-CHT-RUN-ID         PIC  X(08).
002770         05  WS-CHT-START          PIC  9(08)  COMP.
002780         05  WS-CHT-LAST-END       PIC  9(08)  COMP.
002790         05  WS-CHT-FINISH         PIC  9(08)  COMP.
002800         05  WS-CHT-FINISHED-SW    PIC  X(01).
002810             88  WS-CHT-FINISHED       VALUE "Y".
002820*
002830*    ONE PROGRAM'S BLOCK OF NIGHTS WHILE ITS TREND LINE IS BUILT.
002840 77  WS-BLK-FIRST              PIC  9(04)  COMP  VALUE ZERO.
002850 77  WS-BLK-LAST               PIC  9(04)  COMP  VALUE ZERO.
002860 77  WS-BLK-NIGHTS             PIC  9(04)  COMP  VALUE ZERO.
002870 77  WS-BLK-HALF               PIC  9(04)  COMP  VALUE ZERO.
002880 77  WS-BLK-TOTAL              PIC  9(11)  COMP  VALUE ZERO.
002890 77  WS-BLK-COUNT              PIC  9(11)  COMP  VALUE ZERO.
002900 77  WS-BLK-WORST              PIC  9(09)  COMP  VALUE ZERO.
002910 77  WS-BLK-WORST-DATE         PIC  9(08)  VALUE ZERO.
002920 77  WS-BLK-HALF1              PIC  9(11)  COMP  VALUE ZERO.
002930 77  WS-BLK-HALF2              PIC  9(11)  COMP  VALUE ZERO.
002940 77  WS-BLK-AVG                PIC  9(09)  COMP  VALUE ZERO.
002950 77  WS-BLK-RPM                PIC  9(09)  COMP  VALUE ZERO.
002960 77  WS-TREND-PCT              PIC  S9(05) COMP-3 VALUE ZERO.
002970*    A CHANGE OF MORE THAN THIS MANY PERCENT BETWEEN THE TWO
002980*    HALVES IS CALLED SLOWER OR FASTER, ANYTHING LESS STEADY.
002990 77  WS-TREND-LIMIT            PIC  S9(05) COMP-3 VALUE +10.
003000*
003010*    DURATION EDIT -- 6200-EDIT-DURATION TURNS WS-DUR-HUND INTO
003020*    HH:MM:SS IN WS-DUR-EDIT.
003030 77  WS-DUR-HUND               PIC  9(09)  COMP  VALUE ZERO.
003040 77  WS-DUR-SECS               PIC  9(09)  COMP  VALUE ZERO.
003050 77  WS-DUR-REM                PIC  9(09)  COMP  VALUE ZERO.
003060 01  WS-DUR-EDIT.
003070     03  WS-DUR-HH             PIC  9(02).
003080     03  FILLER                PIC  X(01)  VALUE ":".
003090     03  WS-DUR-MM             PIC  9(02).
003100     03  FILLER                PIC  X(01)  VALUE ":".
003110     03  WS-DUR-SS             PIC  9(02).
003120*
003130*    COUNTERS.
003140 77  WS-TIMED-COUNT            PIC  9(08)  COMP  VALUE ZERO.
003150 77  WS-SKIP-COUNT             PIC  9(08)  COMP  VALUE ZERO.
003160 77  WS-OVERRUN-COUNT          PIC  9(08)  COMP  VALUE ZERO.
003170 77  WS-LATE-COUNT             PIC  9(08)  COMP  VALUE ZERO.
003180 77  WS-UNFIN-COUNT            PIC  9(08)  COMP  VALUE ZERO.
003190 77  WS-ARC-READ-COUNT         PIC  9(04)  COMP  VALUE ZERO.
003200*
003210 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
003212 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
003214*
003216*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
003218     COPY SIGNON.
003220*
003230*    PRINT REPORT LINE LAYOUTS.
003240 01  WS-RPT-HEADING.
003250     03  FILLER            PIC X(40)
003260         VALUE "BATCH WINDOW ELAPSED-TIME AND SLA REPORT".
003270     03  FILLER            PIC X(07) VALUE "  FROM ".
003280     03  WS-RPTH-FROM      PIC 9(08).
003290     03  FILLER            PIC X(04) VALUE " TO ".
003300     03  WS-RPTH-TO        PIC 9(08).
003310     03  FILLER            PIC X(33) VALUE SPACES.

003320 01  WS-RPT-PARM-LINE.
003330     03  FILLER            PIC X(21) VALUE "TRANSMISSION CUTOFF ".
003340     03  WS-RPTP-CUTOFF    PIC X(08).
003350     03  FILLER            PIC X(16) VALUE "  WINDOW OPENS ".
003360     03  WS-RPTP-WINDOW    PIC X(08).
003370     03  FILLER            PIC X(15) VALUE "  STEP LIMITS ".
003380     03  WS-RPTP-LIMITS    PIC ZZZ9.
003390     03  FILLER            PIC X(28) VALUE SPACES.

003400 01  WS-RPT-NOTE-LINE.
003410     03  FILLER            PIC X(02) VALUE SPACES.
003420     03  WS-RPTN-TEXT      PIC X(78).
003430     03  FILLER            PIC X(20) VALUE SPACES.

003440 01  WS-RPT-SECTION-LINE.
003450     03  WS-RPTS-TITLE     PIC X(60).
003460     03  FILLER            PIC X(40) VALUE SPACES.

003470 01  WS-RPT-OVR-HEADS.
003480     03  FILLER            PIC X(09) VALUE "PROGRAM".
003490     03  FILLER            PIC X(09) VALUE "RUN-ID".
003500     03  FILLER            PIC X(09) VALUE "RUN-DATE".
003510     03  FILLER            PIC X(07) VALUE "START".
003520     03  FILLER            PIC X(07) VALUE "END".
003530     03  FILLER            PIC X(10) VALUE "ELAPSED".
003540     03  FILLER            PIC X(10) VALUE "LIMIT".
003550     03  FILLER            PIC X(08) VALUE "OVER BY".
003560     03  FILLER            PIC X(31) VALUE SPACES.

003570 01  WS-RPT-OVR-LINE.
003580     03  WS-RPTO-PGM       PIC X(08).
003590     03  FILLER            PIC X(01) VALUE SPACE.
003600     03  WS-RPTO-RUN-ID    PIC X(08).
003610     03  FILLER            PIC X(01) VALUE SPACE.
003620     03  WS-RPTO-DATE      PIC 9(08).
003630     03  FILLER            PIC X(01) VALUE SPACE.
003640     03  WS-RPTO-START     PIC X(06).
003650     03  FILLER            PIC X(01) VALUE SPACE.
003660     03  WS-RPTO-END       PIC X(06).
003670     03  FILLER            PIC X(01) VALUE SPACE.
003680     03  WS-RPTO-ELAPSED   PIC X(08).
003690     03  FILLER            PIC X(02) VALUE SPACES.
003700     03  WS-RPTO-LIMIT     PIC X(08).
003710     03  FILLER            PIC X(02) VALUE SPACES.
003720     03  WS-RPTO-OVER      PIC X(08).
003730     03  FILLER            PIC X(31) VALUE SPACES.

003740 01  WS-RPT-TRD-HEADS.
003750     03  FILLER            PIC X(09) VALUE "PROGRAM".
003760     03  FILLER            PIC X(07) VALUE "NIGHTS".
003770     03  FILLER            PIC X(10) VALUE " AVERAGE".
003780     03  FILLER            PIC X(09) VALUE "   WORST".
003790     03  FILLER            PIC X(10) VALUE "WORST ON".
003800     03  FILLER            PIC X(10) VALUE "1ST HALF".
003810     03  FILLER            PIC X(10) VALUE "2ND HALF".
003820     03  FILLER            PIC X(15) VALUE " TREND".
003830     03  FILLER            PIC X(08) VALUE " REC/MIN".
003840     03  FILLER            PIC X(12) VALUE SPACES.

003850 01  WS-RPT-TRD-LINE.
003860     03  WS-RPTT-PGM       PIC X(08).
003870     03  FILLER            PIC X(01) VALUE SPACE.
003880     03  WS-RPTT-NIGHTS    PIC ZZZZ9.
003890     03  FILLER            PIC X(02) VALUE SPACES.
003900     03  WS-RPTT-AVG       PIC X(08).
003910     03  FILLER            PIC X(01) VALUE SPACE.
003920     03  WS-RPTT-WORST     PIC X(08).
003930     03  FILLER            PIC X(01) VALUE SPACE.
003940     03  WS-RPTT-WORST-ON  PIC 9(08).
003950     03  FILLER            PIC X(02) VALUE SPACES.
003960     03  WS-RPTT-HALF1     PIC X(08).
003970     03  FILLER            PIC X(02) VALUE SPACES.
003980     03  WS-RPTT-HALF2     PIC X(08).
003990     03  FILLER            PIC X(02) VALUE SPACES.
004000     03  WS-RPTT-PCT       PIC X(06).
004010     03  FILLER            PIC X(01) VALUE SPACE.
004020     03  WS-RPTT-WORD      PIC X(07).
004030     03  FILLER            PIC X(01) VALUE SPACE.
004040     03  WS-RPTT-RPM       PIC X(08).
004050     03  FILLER            PIC X(12) VALUE SPACES.
004060 01  WS-RPTT-PCT-EDIT      PIC ++++9.
004070 01  WS-RPTT-RPM-EDIT      PIC ZZZZZZZ9.

004080 01  WS-RPT-CHN-HEADS.
004090     03  FILLER            PIC X(09) VALUE "RUN-DATE".
004100     03  FILLER            PIC X(09) VALUE "RUN-ID".
004110     03  FILLER            PIC X(10) VALUE "STARTED".
004120     03  FILLER            PIC X(10) VALUE "FINISHED".
004130     03  FILLER            PIC X(10) VALUE "ELAPSED".
004140     03  FILLER            PIC X(14) VALUE "STATUS".
004150     03  FILLER            PIC X(38) VALUE SPACES.

004160 01  WS-RPT-CHN-LINE.
004170     03  WS-RPTC-DATE      PIC 9(08).
004180     03  FILLER            PIC X(01) VALUE SPACE.
004190     03  WS-RPTC-RUN-ID    PIC X(08).
004200     03  FILLER            PIC X(01) VALUE SPACE.
004210     03  WS-RPTC-START     PIC X(08).
004220     03  FILLER            PIC X(02) VALUE SPACES.
004230     03  WS-RPTC-FINISH    PIC X(08).
004240     03  FILLER            PIC X(02) VALUE SPACES.
004250     03  WS-RPTC-ELAPSED   PIC X(08).
004260     03  FILLER            PIC X(02) VALUE SPACES.
004270     03  WS-RPTC-STATUS    PIC X(14).
004280     03  FILLER            PIC X(38) VALUE SPACES.

004290 01  WS-RPT-TOTALS-1.
004300     03  FILLER            PIC X(19) VALUE "RUN RECORDS TIMED: ".
004310     03  WS-RPTX-TIMED     PIC ZZZZZZZ9.
004320     03  FILLER            PIC X(19) VALUE "   NOT TIMED:      ".
004330     03  WS-RPTX-SKIPPED   PIC ZZZZZZZ9.
004340     03  FILLER            PIC X(19) VALUE "   ARCHIVES READ:  ".
004350     03  WS-RPTX-ARCHIVES  PIC ZZZZZZZ9.
004360     03  FILLER            PIC X(19) VALUE SPACES.

004370 01  WS-RPT-TOTALS-2.
004380     03  FILLER            PIC X(19) VALUE "STEP OVERRUNS:     ".
004390     03  WS-RPTX-OVERRUNS  PIC ZZZZZZZ9.
004400     03  FILLER            PIC X(19) VALUE "   AFTER CUTOFF:   ".
004410     03  WS-RPTX-LATE      PIC ZZZZZZZ9.
004420     03  FILLER            PIC X(19) VALUE "   NOT FINISHED:   ".
004430     03  WS-RPTX-UNFIN     PIC ZZZZZZZ9.
004440     03  FILLER            PIC X(19) VALUE SPACES.
004450******************************************************************
004460 PROCEDURE                   DIVISION.
004470******************************************************************
004480 0000-MAIN-RTN.
004485     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
004490     PERFORM 1000-GET-REQUEST THRU 1000-EXIT.
004500     PERFORM 1200-LOAD-SLA-PARM THRU 1200-EXIT.
004510     PERFORM 1400-OPEN-REPORT THRU 1400-EXIT.
004520     PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT.
004530     PERFORM 2500-READ-RUNLOG THRU 2500-EXIT.
004540     PERFORM 4000-PRINT-TREND THRU 4000-EXIT.
004550     PERFORM 4500-PRINT-CHAIN THRU 4500-EXIT.
004560     PERFORM 5000-FINALIZE THRU 5000-EXIT.
004561     MOVE SPACES TO SEQ-SGN-ACTION.
004562     STRING "SLA REPORT " WS-SEL-FROM-DATE "-" WS-SEL-TO-DATE
004563            DELIMITED BY SIZE
004564         INTO SEQ-SGN-ACTION.
004565     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
004566     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
004570     GO TO 9999-MAIN-EXIT.
004580*
004581******************************************************************
004582*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 1 (INQUIRY)
004583*    TO RUN THIS PROGRAM.
004584******************************************************************
004585 0100-SIGN-ON.
004586     MOVE "S" TO SEQ-SGN-FUNCTION.
004587     MOVE 1   TO SEQ-SGN-REQ-LEVEL.
004588     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
004589     IF NOT SEQ-SGN-OK
004590         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
004591         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004592     END-IF.
004593 0100-EXIT.
004594     EXIT.
004595*
004596******************************************************************
004597*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
004598*    THE OPERLOG ACCESS LOG.
004599******************************************************************
004600 0300-LOG-ACTION.
004601     MOVE "L" TO SEQ-SGN-FUNCTION.
004602     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
004603 0300-EXIT.
004604     EXIT.
004605*
004606 0400-SIGN-OFF.
004607     MOVE "E" TO SEQ-SGN-FUNCTION.
004608     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
004609 0400-EXIT.
004610     EXIT.
004611*
004612******************************************************************
004613*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
004614*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
004615******************************************************************
004616 0500-CALL-OPERSGN.
004617     MOVE "RUNSLA" TO SEQ-SGN-PGM.
004618     MOVE RETURN-CODE TO WS-SAVE-RC.
004619     CALL "OPERSGN" USING SEQ-SGN-AREA
004620         ON EXCEPTION
004621             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
004622             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004623     END-CALL.
004624     MOVE WS-SAVE-RC TO RETURN-CODE.
004625 0500-EXIT.
004626     EXIT.
004627*
004628******************************************************************
004629*    1000-GET-REQUEST -- PROMPT FOR AND ACCEPT THE DATE RANGE.
004630******************************************************************
004631 1000-GET-REQUEST.
004632     DISPLAY "RUNSLA -- ENTER FROM DATE YYYYMMDD OR ZERO".
004640     ACCEPT WS-SEL-FROM-X.
004650     IF WS-SEL-FROM-X NUMERIC
004660         MOVE WS-SEL-FROM-N TO WS-SEL-FROM-DATE
004670     ELSE
004680         MOVE ZERO TO WS-SEL-FROM-DATE
004690     END-IF.
004700     DISPLAY "RUNSLA -- ENTER TO DATE YYYYMMDD OR ZERO".
004710     ACCEPT WS-SEL-TO-X.
004720     IF WS-SEL-TO-X NUMERIC
004730         MOVE WS-SEL-TO-N TO WS-SEL-TO-DATE
004740     ELSE
004750         MOVE ZERO TO WS-SEL-TO-DATE
004760     END-IF.
004770     IF WS-SEL-TO-DATE NOT = ZERO
004780         AND WS-SEL-TO-DATE < WS-SEL-FROM-DATE
004790         MOVE "TO DATE IS LOWER THAN FROM DATE" TO WS-ABEND-MSG
004800         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004810     END-IF.
004820 1000-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860*    1200-LOAD-SLA-PARM -- LOAD THE STEP LIMITS, THE CUTOFF AND
004870*    THE WINDOW-OPEN TIME.  A BAD TIME OR A PROGRAM LISTED TWICE
004880*    IS A DAMAGED PARAMETER FILE -- STOP BEFORE ANYTHING IS
004890*    JUDGED AGAINST IT.
004900******************************************************************
004910 1200-LOAD-SLA-PARM.
004920     OPEN INPUT PRM-FILE.
004930     IF NOT PRM-STATUS-OK
004940         MOVE "SLAPARM OPEN FAILED" TO WS-ABEND-MSG
004950         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004960     END-IF.
004970     INITIALIZE WS-SLA-TABLE.
004980     PERFORM 1250-LOAD-ONE-SLA-ENTRY THRU 1250-EXIT
004990         UNTIL WS-PRM-EOF.
005000     CLOSE PRM-FILE.
005010     IF NOT PRM-STATUS-OK
005020         MOVE "SLAPARM CLOSE FAILED" TO WS-ABEND-MSG
005030         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005040     END-IF.
005050     MOVE WS-WINDOW-HUND TO WS-TIME-HUND.
005060     PERFORM 6100-ADJUST-TO-WINDOW THRU 6100-EXIT.
005070     IF WS-CUTOFF-SET
005080         MOVE WS-CUTOFF-HUND TO WS-TIME-HUND
005090         PERFORM 6100-ADJUST-TO-WINDOW THRU 6100-EXIT
005100         MOVE WS-TIME-HUND TO WS-CUTOFF-ADJ
005110     END-IF.
005120 1200-EXIT.
005130     EXIT.
005140*
005150 1250-LOAD-ONE-SLA-ENTRY.
005160     READ PRM-FILE.
005170     IF PRM-STATUS-EOF
005180         SET WS-PRM-EOF TO TRUE
005190         GO TO 1250-EXIT
005200     END-IF.
005210     IF NOT PRM-STATUS-OK
005220         MOVE "SLAPARM READ FAILED" TO WS-ABEND-MSG
005230         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005240     END-IF.
005250     IF PRM-NAME = SPACES
005260         GO TO 1250-EXIT
005270     END-IF.
005280     IF PRM-TIME NOT NUMERIC
005290         MOVE "SLAPARM TIME IS NOT HHMMSS" TO WS-ABEND-MSG
005300         DISPLAY "RUNSLA -- SLAPARM ENTRY " PRM-NAME
005310         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005320     END-IF.
005330     MOVE PRM-TIME TO WS-TIME-IN (1:6).
005340     MOVE ZERO     TO WS-TI-TT.
005350     IF WS-TI-HH > 23 OR WS-TI-MM > 59 OR WS-TI-SS > 59
005360         MOVE "SLAPARM TIME IS NOT HHMMSS" TO WS-ABEND-MSG
005370         DISPLAY "RUNSLA -- SLAPARM ENTRY " PRM-NAME
005380         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005390     END-IF.
005400     PERFORM 6000-TIME-TO-HUND THRU 6000-EXIT.
005410     IF PRM-NAME = WS-CUTOFF-NAME
005420         MOVE WS-TIME-HUND TO WS-CUTOFF-HUND
005430         SET WS-CUTOFF-SET TO TRUE
005440         GO TO 1250-EXIT
005450     END-IF.
005460     IF PRM-NAME = WS-WINDOW-NAME
005470         MOVE WS-TIME-HUND TO WS-WINDOW-HUND
005480         GO TO 1250-EXIT
005490     END-IF.
005500     MOVE PRM-NAME TO WS-SLA-KEY.
005510     PERFORM 1270-FIND-SLA-ENTRY THRU 1270-EXIT.
005520     IF WS-SLA-POS > ZERO
005530         MOVE "SLAPARM PROGRAM LISTED TWICE" TO WS-ABEND-MSG
005540         DISPLAY "RUNSLA -- SLAPARM ENTRY " PRM-NAME
005550         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005560     END-IF.
005570     IF WS-SLA-CNT >= WS-SLA-MAX
005580         MOVE "SLAPARM TABLE FULL -- RAISE WS-SLA-MAX"
005590             TO WS-ABEND-MSG
005600         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005610     END-IF.
005620     ADD 1 TO WS-SLA-CNT.
005630     MOVE PRM-NAME     TO WS-SLAT-PGM (WS-SLA-CNT).
005640     MOVE WS-TIME-HUND TO WS-SLAT-LIMIT (WS-SLA-CNT).
005650 1250-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    1270-FIND-SLA-ENTRY -- WS-SLA-POS TO THE ENTRY FOR
005700*    WS-SLA-KEY, OR ZERO.
005710******************************************************************
005720 1270-FIND-SLA-ENTRY.
005730     MOVE ZERO TO WS-SLA-POS.
005740     PERFORM 1280-MATCH-SLA-ENTRY THRU 1280-EXIT
005750         VARYING WS-SLA-SUB FROM 1 BY 1
005760         UNTIL WS-SLA-SUB > WS-SLA-CNT OR WS-SLA-POS > ZERO.
005770 1270-EXIT.
005780     EXIT.
005790*
005800 1280-MATCH-SLA-ENTRY.
005810     IF WS-SLAT-PGM (WS-SLA-SUB) = WS-SLA-KEY
005820         MOVE WS-SLA-SUB TO WS-SLA-POS
005830     END-IF.
005840 1280-EXIT.
005850     EXIT.
005860*
005870******************************************************************
005880*    1400-OPEN-REPORT -- HEADING, THE SLAPARM SETTINGS AND THE
005890*    OVERRUN SECTION HEADS.  OVERRUNS ARE PRINTED AS THE RUN
005900*    RECORDS ARE READ.
005910******************************************************************
005920 1400-OPEN-REPORT.
005930     OPEN OUTPUT RPT-FILE.
005940     IF NOT RPT-STATUS-OK
005950         MOVE "SLARPT OPEN FAILED" TO WS-ABEND-MSG
005960         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005970     END-IF.
005980     MOVE WS-SEL-FROM-DATE TO WS-RPTH-FROM.
005990     MOVE WS-SEL-TO-DATE   TO WS-RPTH-TO.
006000     WRITE RPT-LINE FROM WS-RPT-HEADING.
006010     IF NOT RPT-STATUS-OK
006020         MOVE "SLARPT HEADING WRITE FAILED" TO WS-ABEND-MSG
006030         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006040     END-IF.
006050     IF WS-CUTOFF-SET
006060         MOVE WS-CUTOFF-HUND TO WS-DUR-HUND
006070         PERFORM 6200-EDIT-DURATION THRU 6200-EXIT
006080         MOVE WS-DUR-EDIT    TO WS-RPTP-CUTOFF
006090     ELSE
006100         MOVE "NOT SET"      TO WS-RPTP-CUTOFF
006110     END-IF.
006120     MOVE WS-WINDOW-HUND TO WS-DUR-HUND.
006130     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
006140     MOVE WS-DUR-EDIT    TO WS-RPTP-WINDOW.
006150     MOVE WS-SLA-CNT     TO WS-RPTP-LIMITS.
006160     WRITE RPT-LINE FROM WS-RPT-PARM-LINE.
006170     IF NOT RPT-STATUS-OK
006180         MOVE "SLARPT PARAMETER LINE WRITE FAILED" TO WS-ABEND-MSG
006190         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006200     END-IF.
006210     MOVE "STEP SLA OVERRUNS" TO WS-RPTS-TITLE.
006220     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
006230     WRITE RPT-LINE FROM WS-RPT-OVR-HEADS.
006240     IF NOT RPT-STATUS-OK
006250         MOVE "SLARPT COLUMN HEADS WRITE FAILED" TO WS-ABEND-MSG
006260         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006270     END-IF.
006280 1400-EXIT.
006290     EXIT.
006300*
006310******************************************************************
006320*    2000-READ-ARCHIVES -- WALK ARCHCAT, OLDEST FIRST, AND TIME
006330*    THE RECORDS OF EVERY RUNLOG ARCHIVE THAT CAN HOLD A DATE IN
006340*    THE RANGE.  NO ARCHCAT MEANS NOTHING HAS BEEN ARCHIVED.
006350******************************************************************
006360 2000-READ-ARCHIVES.
006370     OPEN INPUT CAT-FILE.
006380     IF NOT CAT-STATUS-OK
006390         MOVE "ARCHCAT OPEN FAILED" TO WS-ABEND-MSG
006400         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006410     END-IF.
006420     PERFORM 2100-SCAN-ONE-CAT-ENTRY THRU 2100-EXIT
006430         UNTIL WS-CAT-EOF.
006440     CLOSE CAT-FILE.
006450     IF NOT CAT-STATUS-OK
006460         MOVE "ARCHCAT CLOSE FAILED" TO WS-ABEND-MSG
006470         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006480     END-IF.
006490 2000-EXIT.
006500     EXIT.
006510*
006520 2100-SCAN-ONE-CAT-ENTRY.
006530     READ CAT-FILE.
006540     IF CAT-STATUS-EOF
006550         SET WS-CAT-EOF TO TRUE
006560         GO TO 2100-EXIT
006570     END-IF.
006580     IF NOT CAT-STATUS-OK
006590         MOVE "ARCHCAT READ FAILED" TO WS-ABEND-MSG
006600         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006610     END-IF.
006620     IF CAT-ARCH-TYPE NOT = "R"
006630         GO TO 2100-EXIT
006640     END-IF.
006650*    EVERYTHING IN AN ARCHIVE PREDATES THE ARCHIVE'S OWN DATE.
006660     IF WS-SEL-FROM-DATE NOT = ZERO
006670         AND CAT-ARCH-DATE NOT > WS-SEL-FROM-DATE
006680         GO TO 2100-EXIT
006690     END-IF.
006700     MOVE CAT-ARCH-NAME TO WS-ARC-NAME.
006710     PERFORM 2200-READ-ONE-ARCHIVE THRU 2200-EXIT.
006720 2100-EXIT.
006730     EXIT.
006740*
006750 2200-READ-ONE-ARCHIVE.
006760     MOVE "N" TO WS-ARC-EOF-SW.
006770     OPEN INPUT ARC-FILE.
006780     IF NOT ARC-STATUS-OK
006790         DISPLAY "RUNSLA WARNING -- ARCHIVE " WS-ARC-NAME
006800                 " NOT READABLE, STATUS " ARC-STATUS
006810         MOVE SPACES TO WS-RPTN-TEXT
006820         STRING "ARCHIVE " WS-ARC-NAME
006830                " NOT READABLE -- ITS NIGHTS ARE MISSING"
006840             DELIMITED BY SIZE INTO WS-RPTN-TEXT
006850         PERFORM 7200-WRITE-NOTE THRU 7200-EXIT
006860         GO TO 2200-EXIT
006870     END-IF.
006880     ADD 1 TO WS-ARC-READ-COUNT.
006890     PERFORM 2300-READ-ONE-ARC-REC THRU 2300-EXIT
006900         UNTIL WS-ARC-EOF.
006910     CLOSE ARC-FILE.
006920     IF NOT ARC-STATUS-OK
006930         MOVE "ARCHIVE FILE CLOSE FAILED" TO WS-ABEND-MSG
006940         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006950     END-IF.
006960 2200-EXIT.
006970     EXIT.
006980*
006990 2300-READ-ONE-ARC-REC.
007000     READ ARC-FILE.
007010     IF ARC-STATUS-EOF
007020         SET WS-ARC-EOF TO TRUE
007030         GO TO 2300-EXIT
007040     END-IF.
007050     IF NOT ARC-STATUS-OK
007060         MOVE "ARCHIVE FILE READ FAILED" TO WS-ABEND-MSG
007070         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007080     END-IF.
007090     MOVE ARC-REC TO WS-RUN-WORK.
007100     PERFORM 3000-TAKE-RUN-RECORD THRU 3000-EXIT.
007110 2300-EXIT.
007120     EXIT.
007130*
007140******************************************************************
007150*    2500-READ-RUNLOG -- THE LIVE RUNLOG, AFTER THE ARCHIVES.
007160******************************************************************
007170 2500-READ-RUNLOG.
007180     OPEN INPUT LOG-FILE.
007190     IF NOT LOG-STATUS-OK
007200         MOVE "RUNLOG OPEN FAILED" TO WS-ABEND-MSG
007210         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007220     END-IF.
007230     PERFORM 2600-READ-ONE-LOG-REC THRU 2600-EXIT
007240         UNTIL WS-LOG-EOF.
007250     CLOSE LOG-FILE.
007260     IF NOT LOG-STATUS-OK
007270         MOVE "RUNLOG CLOSE FAILED" TO WS-ABEND-MSG
007280         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007290     END-IF.
007300 2500-EXIT.
007310     EXIT.
007320*
007330 2600-READ-ONE-LOG-REC.
007340     READ LOG-FILE.
007350     IF LOG-STATUS-EOF
007360         SET WS-LOG-EOF TO TRUE
007370         GO TO 2600-EXIT
007380     END-IF.
007390     IF NOT LOG-STATUS-OK
007400         MOVE "RUNLOG READ FAILED" TO WS-ABEND-MSG
007410         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007420     END-IF.
007430     MOVE SEQ-RUN-REC TO WS-RUN-WORK.
007440     PERFORM 3000-TAKE-RUN-RECORD THRU 3000-EXIT.
007450 2600-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490*    3000-TAKE-RUN-RECORD -- TIME ONE RUN RECORD IN THE RANGE.
007500*    A RECORD WITH A DAMAGED DATE OR TIME CANNOT BE TIMED AND
007510*    IS ONLY COUNTED.  SEQDRIVE STEP RECORDS FEED THE CHAIN
007520*    TABLE; EVERY OTHER RUN IS POSTED TO ITS PROGRAM'S NIGHT
007530*    AND TESTED AGAINST ITS LIMIT.
007540******************************************************************
007550 3000-TAKE-RUN-RECORD.
007560     IF WS-RW-DATE NOT NUMERIC
007570         ADD 1 TO WS-SKIP-COUNT
007580         GO TO 3000-EXIT
007590     END-IF.
007600     IF WS-SEL-FROM-DATE NOT = ZERO
007610         AND WS-RW-DATE < WS-SEL-FROM-DATE
007620         GO TO 3000-EXIT
007630     END-IF.
007640     IF WS-SEL-TO-DATE NOT = ZERO
007650         AND WS-RW-DATE > WS-SEL-TO-DATE
007660         GO TO 3000-EXIT
007670     END-IF.
007680     IF WS-RW-SUPERSEDED
007690         GO TO 3000-EXIT
007700     END-IF.
007710     IF WS-RW-START-TIME NOT NUMERIC
007720         OR WS-RW-END-TIME NOT NUMERIC
007730         ADD 1 TO WS-SKIP-COUNT
007740         GO TO 3000-EXIT
007750     END-IF.
007760     MOVE WS-RW-END-TIME TO WS-TIME-IN.
007770     IF WS-TI-HH > 23
007780         ADD 1 TO WS-SKIP-COUNT
007790         GO TO 3000-EXIT
007800     END-IF.
007810     PERFORM 6000-TIME-TO-HUND THRU 6000-EXIT.
007820     MOVE WS-TIME-HUND TO WS-END-HUND.
007830     MOVE WS-RW-START-TIME TO WS-TIME-IN.
007840     IF WS-TI-HH > 23
007850         ADD 1 TO WS-SKIP-COUNT
007860         GO TO 3000-EXIT
007870     END-IF.
007880     PERFORM 6000-TIME-TO-HUND THRU 6000-EXIT.
007890     MOVE WS-TIME-HUND TO WS-START-HUND.
007900*    AN END BEFORE THE START IS A RUN THAT CROSSED MIDNIGHT.
007910     IF WS-END-HUND < WS-START-HUND
007920         COMPUTE WS-ELAPSED-HUND =
007930             WS-END-HUND + WS-DAY-HUND - WS-START-HUND
007940     ELSE
007950         COMPUTE WS-ELAPSED-HUND = WS-END-HUND - WS-START-HUND
007960     END-IF.
007970     ADD 1 TO WS-TIMED-COUNT.
007980     IF WS-RW-PGM = WS-DRIVER-PGM
007990         PERFORM 3500-TAKE-CHAIN-RECORD THRU 3500-EXIT
008000         GO TO 3000-EXIT
008010     END-IF.
008020     MOVE WS-RW-PGM       TO WS-PN-NEW-PGM.
008030     MOVE WS-RW-DATE      TO WS-PN-NEW-DATE.
008040     MOVE WS-ELAPSED-HUND TO WS-PN-NEW-ELAPSED.
008050     IF WS-RW-COUNT NUMERIC
008060         MOVE WS-RW-COUNT TO WS-PN-NEW-COUNT
008070     ELSE
008080         MOVE ZERO        TO WS-PN-NEW-COUNT
008090     END-IF.
008100     PERFORM 3200-POST-PGM-NIGHT THRU 3200-EXIT.
008110     PERFORM 3300-CHECK-STEP-SLA THRU 3300-EXIT.
008120 3000-EXIT.
008130     EXIT.
008140*
008150******************************************************************
008160*    3200-POST-PGM-NIGHT -- ADD THE RUN TO ITS PROGRAM-NIGHT
008170*    ENTRY, INSERTING THE ENTRY IN KEY ORDER IF IT IS NEW.
008180******************************************************************
008190 3200-POST-PGM-NIGHT.
008200     MOVE ZERO TO WS-PN-POS.
008210     PERFORM 3210-FIND-PN-SLOT THRU 3210-EXIT
008220         VARYING WS-PN-SUB FROM 1 BY 1
008230         UNTIL WS-PN-SUB > WS-PN-CNT OR WS-PN-POS > ZERO.
008240     IF WS-PN-POS > ZERO
008250         IF WS-PNT-KEY (WS-PN-POS) = WS-PN-NEW-KEY
008260             ADD WS-PN-NEW-ELAPSED TO WS-PNT-ELAPSED (WS-PN-POS)
008270             ADD WS-PN-NEW-COUNT   TO WS-PNT-COUNT (WS-PN-POS)
008280             GO TO 3200-EXIT
008290         END-IF
008300     ELSE
008310         COMPUTE WS-PN-POS = WS-PN-CNT + 1
008320     END-IF.
008330     IF WS-PN-CNT >= WS-PN-MAX
008340         MOVE "PROGRAM-NIGHT TABLE FULL -- RAISE WS-PN-MAX"
008350             TO WS-ABEND-MSG
008360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008370     END-IF.
008380     PERFORM 3220-SHIFT-PN-ENTRY THRU 3220-EXIT
008390         VARYING WS-MOVE-SUB FROM WS-PN-CNT BY -1
008400         UNTIL WS-MOVE-SUB < WS-PN-POS.
008410     ADD 1 TO WS-PN-CNT.
008420     MOVE WS-PN-NEW-KEY     TO WS-PNT-KEY (WS-PN-POS).
008430     MOVE WS-PN-NEW-ELAPSED TO WS-PNT-ELAPSED (WS-PN-POS).
008440     MOVE WS-PN-NEW-COUNT   TO WS-PNT-COUNT (WS-PN-POS).
008450 3200-EXIT.
008460     EXIT.
008470*
008480 3210-FIND-PN-SLOT.
008490     IF WS-PNT-KEY (WS-PN-SUB) NOT < WS-PN-NEW-KEY
008500         MOVE WS-PN-SUB TO WS-PN-POS
008510     END-IF.
008520 3210-EXIT.
008530     EXIT.
008540*
008550 3220-SHIFT-PN-ENTRY.
008560     MOVE WS-PN-ENTRY (WS-MOVE-SUB)
008570         TO WS-PN-ENTRY (WS-MOVE-SUB + 1).
008580 3220-EXIT.
008590     EXIT.
008600*
008610******************************************************************
008620*    3300-CHECK-STEP-SLA -- PRINT THE RUN IF IT TOOK LONGER THAN
008630*    ITS PROGRAM'S SLAPARM LIMIT.
008640******************************************************************
008650 3300-CHECK-STEP-SLA.
008660     MOVE WS-RW-PGM TO WS-SLA-KEY.
008670     PERFORM 1270-FIND-SLA-ENTRY THRU 1270-EXIT.
008680     IF WS-SLA-POS = ZERO
008690         GO TO 3300-EXIT
008700     END-IF.
008710     IF WS-ELAPSED-HUND NOT > WS-SLAT-LIMIT (WS-SLA-POS)
008720         GO TO 3300-EXIT
008730     END-IF.
008740     MOVE WS-RW-PGM              TO WS-RPTO-PGM.
008750     MOVE WS-RW-RUN-ID           TO WS-RPTO-RUN-ID.
008760     MOVE WS-RW-DATE             TO WS-RPTO-DATE.
008770     MOVE WS-RW-START-TIME (1:6) TO WS-RPTO-START.
008780     MOVE WS-RW-END-TIME (1:6)   TO WS-RPTO-END.
008790     MOVE WS-ELAPSED-HUND TO WS-DUR-HUND.
008800     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
008810     MOVE WS-DUR-EDIT     TO WS-RPTO-ELAPSED.
008820     MOVE WS-SLAT-LIMIT (WS-SLA-POS) TO WS-DUR-HUND.
008830     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
008840     MOVE WS-DUR-EDIT     TO WS-RPTO-LIMIT.
008850     COMPUTE WS-DUR-HUND =
008860         WS-ELAPSED-HUND - WS-SLAT-LIMIT (WS-SLA-POS).
008870     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
008880     MOVE WS-DUR-EDIT     TO WS-RPTO-OVER.
008890     WRITE RPT-LINE FROM WS-RPT-OVR-LINE.
008900     IF NOT RPT-STATUS-OK
008910         MOVE "SLARPT OVERRUN WRITE FAILED" TO WS-ABEND-MSG
008920         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008930     END-IF.
008940     ADD 1 TO WS-OVERRUN-COUNT.
008950 3300-EXIT.
008960     EXIT.
008970*
008980******************************************************************
008990*    3500-TAKE-CHAIN-RECORD -- ONE SEQDRIVE STEP RECORD.  THE
009000*    NIGHT'S CHAIN STARTS AT ITS EARLIEST STEP START AND HAS
009010*    FINISHED WHEN THE LAST STEP ENDED CLEAN.
009020******************************************************************
009030 3500-TAKE-CHAIN-RECORD.
009040     MOVE WS-START-HUND TO WS-TIME-HUND.
009050     PERFORM 6100-ADJUST-TO-WINDOW THRU 6100-EXIT.
009060     MOVE WS-TIME-HUND  TO WS-START-ADJ.
009070     COMPUTE WS-END-ADJ = WS-START-ADJ + WS-ELAPSED-HUND.
009080     MOVE ZERO TO WS-CH-POS.
009090     PERFORM 3510-FIND-CH-SLOT THRU 3510-EXIT
009100         VARYING WS-CH-SUB FROM 1 BY 1
009110         UNTIL WS-CH-SUB > WS-CH-CNT OR WS-CH-POS > ZERO.
009120     IF WS-CH-POS > ZERO
009130         IF WS-CHT-DATE (WS-CH-POS) = WS-RW-DATE
009140             PERFORM 3550-UPDATE-CHAIN-ENTRY THRU 3550-EXIT
009150             GO TO 3500-EXIT
009160         END-IF
009170     ELSE
009180         COMPUTE WS-CH-POS = WS-CH-CNT + 1
009190     END-IF.
009200     IF WS-CH-CNT >= WS-CH-MAX
009210         MOVE "CHAIN TABLE FULL -- RAISE WS-CH-MAX"
009220             TO WS-ABEND-MSG
009230         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
009240     END-IF.
009250     PERFORM 3520-SHIFT-CH-ENTRY THRU 3520-EXIT
009260         VARYING WS-MOVE-SUB FROM WS-CH-CNT BY -1
009270         UNTIL WS-MOVE-SUB < WS-CH-POS.
009280     ADD 1 TO WS-CH-CNT.
009290     MOVE WS-RW-DATE   TO WS-CHT-DATE (WS-CH-POS).
009300     MOVE WS-START-ADJ TO WS-CHT-START (WS-CH-POS).
009310     MOVE WS-END-ADJ   TO WS-CHT-LAST-END (WS-CH-POS).
009320     MOVE ZERO         TO WS-CHT-FINISH (WS-CH-POS).
009330     MOVE "N"          TO WS-CHT-FINISHED-SW (WS-CH-POS).
009340     PERFORM 3550-UPDATE-CHAIN-ENTRY THRU 3550-EXIT.
009350 3500-EXIT.
009360     EXIT.
009370*
009380 3550-UPDATE-CHAIN-ENTRY.
009390     MOVE WS-RW-RUN-ID TO WS-CHT-RUN-ID (WS-CH-POS).
009400     IF WS-START-ADJ < WS-CHT-START (WS-CH-POS)
009410         MOVE WS-START-ADJ TO WS-CHT-START (WS-CH-POS)
009420     END-IF.
009430     IF WS-END-ADJ > WS-CHT-LAST-END (WS-CH-POS)
009440         MOVE WS-END-ADJ TO WS-CHT-LAST-END (WS-CH-POS)
009450     END-IF.
009460     IF WS-RW-MSG-PGM = WS-LAST-STEP
009470         AND WS-RW-RC NUMERIC
009480         AND WS-RW-RC < 8
009490         SET WS-CHT-FINISHED (WS-CH-POS) TO TRUE
009500         IF WS-END-ADJ > WS-CHT-FINISH (WS-CH-POS)
009510             MOVE WS-END-ADJ TO WS-CHT-FINISH (WS-CH-POS)
009520         END-IF
009530     END-IF.
009540 3550-EXIT.
009550     EXIT.
009560*
009570 3510-FIND-CH-SLOT.
009580     IF WS-CHT-DATE (WS-CH-SUB) NOT < WS-RW-DATE
009590         MOVE WS-CH-SUB TO WS-CH-POS
009600     END-IF.
009610 3510-EXIT.
009620     EXIT.
009630*
009640 3520-SHIFT-CH-ENTRY.
009650     MOVE WS-CH-ENTRY (WS-MOVE-SUB)
009660         TO WS-CH-ENTRY (WS-MOVE-SUB + 1).
009670 3520-EXIT.
009680     EXIT.
009690*
009700******************************************************************
009710*    4000-PRINT-TREND -- POST EACH NIGHT'S WHOLE-CHAIN TIME UNDER
009720*    SEQDRIVE, THEN PRINT ONE TREND LINE PER PROGRAM.
009730******************************************************************
009740 4000-PRINT-TREND.
009750     IF WS-OVERRUN-COUNT = ZERO
009760         MOVE "NONE" TO WS-RPTN-TEXT
009770         PERFORM 7200-WRITE-NOTE THRU 7200-EXIT
009780     END-IF.
009790     PERFORM 4050-POST-CHAIN-NIGHT THRU 4050-EXIT
009800         VARYING WS-CH-SUB FROM 1 BY 1
009810         UNTIL WS-CH-SUB > WS-CH-CNT.
009820     MOVE "ELAPSED-TIME TREND BY PROGRAM (PER NIGHT)"
009830         TO WS-RPTS-TITLE.
009840     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
009850     WRITE RPT-LINE FROM WS-RPT-TRD-HEADS.
009860     IF NOT RPT-STATUS-OK
009870         MOVE "SLARPT COLUMN HEADS WRITE FAILED" TO WS-ABEND-MSG
009880         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
009890     END-IF.
009900     IF WS-PN-CNT = ZERO
009910         MOVE "NO RUN RECORD IN THE RANGE" TO WS-RPTN-TEXT
009920         PERFORM 7200-WRITE-NOTE THRU 7200-EXIT
009930         GO TO 4000-EXIT
009940     END-IF.
009950     MOVE 1 TO WS-PN-SUB.
009960     PERFORM 4100-PRINT-ONE-PROGRAM THRU 4100-EXIT
009970         UNTIL WS-PN-SUB > WS-PN-CNT.
009980 4000-EXIT.
009990     EXIT.
010000*
010010 4050-POST-CHAIN-NIGHT.
010020     MOVE WS-DRIVER-PGM            TO WS-PN-NEW-PGM.
010030     MOVE WS-CHT-DATE (WS-CH-SUB)  TO WS-PN-NEW-DATE.
010040     IF WS-CHT-FINISHED (WS-CH-SUB)
010050         COMPUTE WS-PN-NEW-ELAPSED =
010060             WS-CHT-FINISH (WS-CH-SUB)
010065                 - WS-CHT-START (WS-CH-SUB)
010070     ELSE
010080         COMPUTE WS-PN-NEW-ELAPSED =
010090             WS-CHT-LAST-END (WS-CH-SUB)
010095                 - WS-CHT-START (WS-CH-SUB)
010100     END-IF.
010110     MOVE ZERO                     TO WS-PN-NEW-COUNT.
010120     PERFORM 3200-POST-PGM-NIGHT THRU 3200-EXIT.
010130 4050-EXIT.
010140     EXIT.
010150*
010160******************************************************************
010170*    4100-PRINT-ONE-PROGRAM -- WS-PN-SUB IS THE PROGRAM'S FIRST
010180*    NIGHT.  FIND ITS LAST, TOTAL AND SPLIT THE NIGHTS, PRINT THE
010190*    LINE AND LEAVE WS-PN-SUB ON THE NEXT PROGRAM.  THE TREND
010200*    COMPARES THE EARLIER HALF OF THE NIGHTS WITH THE LATER HALF
010210*    (THE MIDDLE NIGHT OF AN ODD NUMBER IS IN NEITHER).
010220******************************************************************
010230 4100-PRINT-ONE-PROGRAM.
010240     MOVE WS-PN-SUB TO WS-BLK-FIRST.
010250     MOVE WS-PN-SUB TO WS-BLK-LAST.
010260     MOVE "N" TO WS-BLK-END-SW.
010270     PERFORM 4150-FIND-BLOCK-END THRU 4150-EXIT
010280         VARYING WS-MOVE-SUB FROM WS-BLK-FIRST BY 1
010290         UNTIL WS-MOVE-SUB > WS-PN-CNT OR WS-BLK-END.
010300     COMPUTE WS-BLK-NIGHTS = WS-BLK-LAST - WS-BLK-FIRST + 1.
010310     DIVIDE WS-BLK-NIGHTS BY 2 GIVING WS-BLK-HALF.
010320     MOVE ZERO TO WS-BLK-TOTAL WS-BLK-COUNT WS-BLK-WORST
010330                  WS-BLK-HALF1 WS-BLK-HALF2.
010340     MOVE ZERO TO WS-BLK-WORST-DATE.
010350     PERFORM 4200-ADD-ONE-NIGHT THRU 4200-EXIT
010360         VARYING WS-MOVE-SUB FROM WS-BLK-FIRST BY 1
010370         UNTIL WS-MOVE-SUB > WS-BLK-LAST.
010380     PERFORM 4300-SET-TREND THRU 4300-EXIT.
010390     PERFORM 4350-WRITE-TREND-LINE THRU 4350-EXIT.
010400     COMPUTE WS-PN-SUB = WS-BLK-LAST + 1.
010410 4100-EXIT.
010420     EXIT.
010430*
010440 4150-FIND-BLOCK-END.
010450     IF WS-PNT-PGM (WS-MOVE-SUB) NOT = WS-PNT-PGM (WS-BLK-FIRST)
010460         SET WS-BLK-END TO TRUE
010470         GO TO 4150-EXIT
010480     END-IF.
010490     MOVE WS-MOVE-SUB TO WS-BLK-LAST.
010500 4150-EXIT.
010510     EXIT.
010520*
010530 4200-ADD-ONE-NIGHT.
010540     ADD WS-PNT-ELAPSED (WS-MOVE-SUB) TO WS-BLK-TOTAL.
010550     ADD WS-PNT-COUNT (WS-MOVE-SUB)   TO WS-BLK-COUNT.
010560     IF WS-PNT-ELAPSED (WS-MOVE-SUB) > WS-BLK-WORST
010570         OR WS-BLK-WORST-DATE = ZERO
010580         MOVE WS-PNT-ELAPSED (WS-MOVE-SUB) TO WS-BLK-WORST
010590         MOVE WS-PNT-DATE (WS-MOVE-SUB)    TO WS-BLK-WORST-DATE
010600     END-IF.
010610     IF WS-MOVE-SUB < WS-BLK-FIRST + WS-BLK-HALF
010620         ADD WS-PNT-ELAPSED (WS-MOVE-SUB) TO WS-BLK-HALF1
010630     END-IF.
010640     IF WS-MOVE-SUB > WS-BLK-LAST - WS-BLK-HALF
010650         ADD WS-PNT-ELAPSED (WS-MOVE-SUB) TO WS-BLK-HALF2
010660     END-IF.
010670 4200-EXIT.
010680     EXIT.
010690*
010700 4300-SET-TREND.
010710     MOVE WS-PNT-PGM (WS-BLK-FIRST) TO WS-RPTT-PGM.
010720     MOVE WS-BLK-NIGHTS             TO WS-RPTT-NIGHTS.
010730     DIVIDE WS-BLK-TOTAL BY WS-BLK-NIGHTS
010740         GIVING WS-BLK-AVG ROUNDED.
010750     MOVE WS-BLK-AVG TO WS-DUR-HUND.
010760     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
010770     MOVE WS-DUR-EDIT TO WS-RPTT-AVG.
010780     MOVE WS-BLK-WORST TO WS-DUR-HUND.
010790     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
010800     MOVE WS-DUR-EDIT TO WS-RPTT-WORST.
010810     MOVE WS-BLK-WORST-DATE TO WS-RPTT-WORST-ON.
010820     MOVE SPACES TO WS-RPTT-HALF1 WS-RPTT-HALF2
010830                    WS-RPTT-PCT WS-RPTT-WORD WS-RPTT-RPM.
010840     IF WS-BLK-HALF = ZERO
010850         MOVE "N/A" TO WS-RPTT-WORD
010860         GO TO 4300-EXIT
010870     END-IF.
010880     DIVIDE WS-BLK-HALF1 BY WS-BLK-HALF
010890         GIVING WS-DUR-HUND ROUNDED.
010900     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
010910     MOVE WS-DUR-EDIT TO WS-RPTT-HALF1.
010920     DIVIDE WS-BLK-HALF2 BY WS-BLK-HALF
010930         GIVING WS-DUR-HUND ROUNDED.
010940     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
010950     MOVE WS-DUR-EDIT TO WS-RPTT-HALF2.
010960     IF WS-BLK-HALF1 = ZERO
010970         MOVE "N/A" TO WS-RPTT-WORD
010980         GO TO 4300-EXIT
010990     END-IF.
011000     COMPUTE WS-TREND-PCT ROUNDED =
011010         (WS-BLK-HALF2 - WS-BLK-HALF1) * 100 / WS-BLK-HALF1.
011020     MOVE WS-TREND-PCT     TO WS-RPTT-PCT-EDIT.
011030     MOVE WS-RPTT-PCT-EDIT TO WS-RPTT-PCT (1:5).
011040     MOVE "%"              TO WS-RPTT-PCT (6:1).
011050     IF WS-TREND-PCT > WS-TREND-LIMIT
011060         MOVE "SLOWER" TO WS-RPTT-WORD
011070     ELSE
011080         IF WS-TREND-PCT < ZERO - WS-TREND-LIMIT
011090             MOVE "FASTER" TO WS-RPTT-WORD
011100         ELSE
011110             MOVE "STEADY" TO WS-RPTT-WORD
011120         END-IF
011130     END-IF.
011140 4300-EXIT.
011150     EXIT.
011160*
011170 4350-WRITE-TREND-LINE.
011180     IF WS-BLK-COUNT > ZERO AND WS-BLK-TOTAL > ZERO
011190         COMPUTE WS-BLK-RPM ROUNDED =
011200             WS-BLK-COUNT * 6000 / WS-BLK-TOTAL
011210         MOVE WS-BLK-RPM       TO WS-RPTT-RPM-EDIT
011220         MOVE WS-RPTT-RPM-EDIT TO WS-RPTT-RPM
011230     END-IF.
011240     WRITE RPT-LINE FROM WS-RPT-TRD-LINE.
011250     IF NOT RPT-STATUS-OK
011260         MOVE "SLARPT TREND LINE WRITE FAILED" TO WS-ABEND-MSG
011270         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
011280     END-IF.
011290 4350-EXIT.
011300     EXIT.
011310*
011320******************************************************************
011330*    4500-PRINT-CHAIN -- ONE LINE PER NIGHT:  WHEN THE CHAIN
011340*    STARTED AND FINISHED, AND WHETHER IT BEAT THE CUTOFF.
011350******************************************************************
011360 4500-PRINT-CHAIN.
011370     MOVE "SEQDRIVE CHAIN FINISH AGAINST THE TRANSMISSION CUTOFF"
011380         TO WS-RPTS-TITLE.
011390     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
011400     WRITE RPT-LINE FROM WS-RPT-CHN-HEADS.
011410     IF NOT RPT-STATUS-OK
011420         MOVE "SLARPT COLUMN HEADS WRITE FAILED" TO WS-ABEND-MSG
011430         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
011440     END-IF.
011450     IF WS-CH-CNT = ZERO
011460         MOVE "NO SEQDRIVE RECORD IN THE RANGE" TO WS-RPTN-TEXT
011470         PERFORM 7200-WRITE-NOTE THRU 7200-EXIT
011480         GO TO 4500-EXIT
011490     END-IF.
011500     PERFORM 4600-PRINT-ONE-NIGHT THRU 4600-EXIT
011510         VARYING WS-CH-SUB FROM 1 BY 1
011520         UNTIL WS-CH-SUB > WS-CH-CNT.
011530 4500-EXIT.
011540     EXIT.
011550*
011560 4600-PRINT-ONE-NIGHT.
011570     MOVE WS-CHT-DATE (WS-CH-SUB)   TO WS-RPTC-DATE.
011580     MOVE WS-CHT-RUN-ID (WS-CH-SUB) TO WS-RPTC-RUN-ID.
011590     MOVE WS-CHT-START (WS-CH-SUB)  TO WS-TIME-HUND.
011600     PERFORM 6300-EDIT-CLOCK THRU 6300-EXIT.
011610     MOVE WS-DUR-EDIT               TO WS-RPTC-START.
011620     IF WS-CHT-FINISHED (WS-CH-SUB)
011630         MOVE WS-CHT-FINISH (WS-CH-SUB)   TO WS-END-ADJ
011640     ELSE
011650         MOVE WS-CHT-LAST-END (WS-CH-SUB) TO WS-END-ADJ
011660     END-IF.
011670     MOVE WS-END-ADJ TO WS-TIME-HUND.
011680     PERFORM 6300-EDIT-CLOCK THRU 6300-EXIT.
011690     MOVE WS-DUR-EDIT TO WS-RPTC-FINISH.
011700     COMPUTE WS-DUR-HUND = WS-END-ADJ - WS-CHT-START (WS-CH-SUB).
011710     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
011720     MOVE WS-DUR-EDIT TO WS-RPTC-ELAPSED.
011730     MOVE SPACES      TO WS-RPTC-STATUS.
011740     IF NOT WS-CHT-FINISHED (WS-CH-SUB)
011750         MOVE "NOT FINISHED" TO WS-RPTC-STATUS
011760         ADD 1 TO WS-UNFIN-COUNT
011770     ELSE
011780         IF WS-CUTOFF-SET
011790             IF WS-END-ADJ > WS-CUTOFF-ADJ
011800                 MOVE "AFTER CUTOFF" TO WS-RPTC-STATUS
011810                 ADD 1 TO WS-LATE-COUNT
011820             ELSE
011830                 MOVE "ON TIME" TO WS-RPTC-STATUS
011840             END-IF
011850         END-IF
011860     END-IF.
011870     WRITE RPT-LINE FROM WS-RPT-CHN-LINE.
011880     IF NOT RPT-STATUS-OK
011890         MOVE "SLARPT CHAIN LINE WRITE FAILED" TO WS-ABEND-MSG
011900         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
011910     END-IF.
011920 4600-EXIT.
011930     EXIT.
011940*
011950******************************************************************
011960*    5000-FINALIZE -- TOTALS, CLOSE AND SET THE RETURN CODE.
011970******************************************************************
011980 5000-FINALIZE.
011990     MOVE SPACES TO WS-RPTS-TITLE.
012000     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
012010     MOVE WS-TIMED-COUNT    TO WS-RPTX-TIMED.
012020     MOVE WS-SKIP-COUNT     TO WS-RPTX-SKIPPED.
012030     MOVE WS-ARC-READ-COUNT TO WS-RPTX-ARCHIVES.
012040     WRITE RPT-LINE FROM WS-RPT-TOTALS-1.
012050     IF NOT RPT-STATUS-OK
012060         MOVE "SLARPT TOTALS WRITE FAILED" TO WS-ABEND-MSG
012070         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
012080     END-IF.
012090     MOVE WS-OVERRUN-COUNT  TO WS-RPTX-OVERRUNS.
012100     MOVE WS-LATE-COUNT     TO WS-RPTX-LATE.
012110     MOVE WS-UNFIN-COUNT    TO WS-RPTX-UNFIN.
012120     WRITE RPT-LINE FROM WS-RPT-TOTALS-2.
012130     IF NOT RPT-STATUS-OK
012140         MOVE "SLARPT TOTALS WRITE FAILED" TO WS-ABEND-MSG
012150         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
012160     END-IF.
012170     CLOSE RPT-FILE.
012180     IF NOT RPT-STATUS-OK
012190         MOVE "SLARPT CLOSE FAILED" TO WS-ABEND-MSG
012200         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
012210     END-IF.
012220     DISPLAY "RUNSLA -- " WS-TIMED-COUNT " RUN RECORDS TIMED, "
012230             WS-OVERRUN-COUNT " OVERRUNS".
012240     DISPLAY "RUNSLA -- " WS-LATE-COUNT " NIGHTS AFTER CUTOFF, "
012250             WS-UNFIN-COUNT " NOT FINISHED".
012260     IF WS-TIMED-COUNT = ZERO
012270         OR WS-OVERRUN-COUNT > ZERO
012280         OR WS-LATE-COUNT > ZERO
012290         OR WS-UNFIN-COUNT > ZERO
012300         MOVE 4 TO RETURN-CODE
012310     END-IF.
012320 5000-EXIT.
012330     EXIT.
012340*
012350******************************************************************
012360*    6000-TIME-TO-HUND -- WS-TIME-IN (HHMMSSTT) TO HUNDREDTHS OF
012370*    A SECOND SINCE MIDNIGHT IN WS-TIME-HUND.
012380******************************************************************
012390 6000-TIME-TO-HUND.
012400     COMPUTE WS-TIME-HUND = WS-TI-HH * 360000
012410                          + WS-TI-MM * 6000
012420                          + WS-TI-SS * 100
012430                          + WS-TI-TT.
012440 6000-EXIT.
012450     EXIT.
012460*
012470******************************************************************
012480*    6100-ADJUST-TO-WINDOW -- A CLOCK TIME EARLIER THAN THE
012490*    WINDOW-OPEN TIME IS THE MORNING AFTER:  ADD A DAY, SO TIMES
012500*    IN ONE NIGHT'S WINDOW COMPARE IN THE ORDER THEY HAPPENED.
012510******************************************************************
012520 6100-ADJUST-TO-WINDOW.
012530     IF WS-TIME-HUND < WS-WINDOW-HUND
012540         ADD WS-DAY-HUND TO WS-TIME-HUND
012550     END-IF.
012560 6100-EXIT.
012570     EXIT.
012580*
012590******************************************************************
012600*    6200-EDIT-DURATION -- WS-DUR-HUND TO HH:MM:SS IN WS-DUR-EDIT
012610*    (HUNDREDTHS DROPPED).
012620******************************************************************
012630 6200-EDIT-DURATION.
012640     DIVIDE WS-DUR-HUND BY 100 GIVING WS-DUR-SECS.
012650     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-REM
012660         REMAINDER WS-DUR-SECS.
012670     IF WS-DUR-REM > 99
012680         MOVE 99 TO WS-DUR-HH
012690     ELSE
012700         MOVE WS-DUR-REM TO WS-DUR-HH
012710     END-IF.
012720     DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-REM
012730         REMAINDER WS-DUR-SECS.
012740     MOVE WS-DUR-REM  TO WS-DUR-MM.
012750     MOVE WS-DUR-SECS TO WS-DUR-SS.
012760 6200-EXIT.
012770     EXIT.
012780*
012790******************************************************************
012800*    6300-EDIT-CLOCK -- A WINDOW-ADJUSTED TIME IN WS-TIME-HUND
012810*    BACK TO A CLOCK TIME HH:MM:SS IN WS-DUR-EDIT.
012820******************************************************************
012830 6300-EDIT-CLOCK.
012840     IF WS-TIME-HUND NOT < WS-DAY-HUND
012850         SUBTRACT WS-DAY-HUND FROM WS-TIME-HUND
012860     END-IF.
012870     MOVE WS-TIME-HUND TO WS-DUR-HUND.
012880     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
012890 6300-EXIT.
012900     EXIT.
012910*
012920******************************************************************
012930*    7100-WRITE-SECTION -- A BLANK LINE, THEN THE SECTION TITLE
012940*    IN WS-RPTS-TITLE (NONE WHEN IT IS BLANK).
012950******************************************************************
012960 7100-WRITE-SECTION.
012970     MOVE SPACES TO RPT-LINE.
012980     WRITE RPT-LINE.
012990     IF NOT RPT-STATUS-OK
013000         MOVE "SLARPT SPACING WRITE FAILED" TO WS-ABEND-MSG
013010         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
013020     END-IF.
013030     IF WS-RPTS-TITLE = SPACES
013040         GO TO 7100-EXIT
013050     END-IF.
013060     WRITE RPT-LINE FROM WS-RPT-SECTION-LINE.
013070     IF NOT RPT-STATUS-OK
013080         MOVE "SLARPT SECTION TITLE WRITE FAILED" TO WS-ABEND-MSG
013090         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
013100     END-IF.
013110 7100-EXIT.
013120     EXIT.
013130*
013140 7200-WRITE-NOTE.
013150     WRITE RPT-LINE FROM WS-RPT-NOTE-LINE.
013160     IF NOT RPT-STATUS-OK
013170         MOVE "SLARPT NOTE WRITE FAILED" TO WS-ABEND-MSG
013180         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
013190     END-IF.
013200 7200-EXIT.
013210     EXIT.
013220*
013230******************************************************************
013240*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
013250*    A NON-ZERO RETURN CODE.
013260******************************************************************
013270 8000-ABEND-RTN.
013280     DISPLAY "RUNSLA ABEND -- " WS-ABEND-MSG.
013290     DISPLAY "RUNSLA ABEND -- LOG-STATUS=" LOG-STATUS
013300             " CAT-STATUS=" CAT-STATUS
013310             " ARC-STATUS=" ARC-STATUS
013320             " PRM-STATUS=" PRM-STATUS
013330             " RPT-STATUS=" RPT-STATUS.
013340     MOVE 16 TO RETURN-CODE.
013350     STOP RUN.
013360 8000-EXIT.
013370     EXIT.
013380*
013390 9999-MAIN-EXIT.
013400     STOP RUN.
