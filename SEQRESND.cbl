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
000320 PROGRAM-ID.                 SEQRESND.
000330 AUTHOR.                     TSH.
000340 INSTALLATION.               TSH BATCH SYSTEMS.
000350 DATE-WRITTEN.               2026-10-15.
000360 DATE-COMPILED.              2026-10-15.
000370******************************************************************
000380*  PARTNER FEED RETRANSMISSION FROM A SNAPSHOT GENERATION.
000390*
000400*  RUN BY THE OPERATOR WHEN SEQACK REPORTS A RUN THE PARTNER
000410*  NEVER ACKNOWLEDGED OR RECEIVED SHORT.  RERUNNING SEQ2CSV IS
000420*  NO FIX, SINCE SEQ001 MAY ALREADY HOLD A LATER NIGHT'S DATA:
000430*  THIS PROGRAM REBUILDS THE FEED FROM THE SEQSNAP GENERATION
000440*  OF THE RUN INSTEAD.
000450*
000460*  PROMPTS FOR THE RUN-ID.  THE ORIGINAL TRANSMISSION IS FOUND
000470*  ON THE MANIFEST (THE LAST NON-RESEND RECORD FOR THE RUN-ID)
000480*  AND ITS RUN-DATE NAMES THE GENERATION ON SNAPCAT.  THE
000490*  GENERATION IS READ END TO END BEFORE ANYTHING IS WRITTEN:
000500*  ITS HEADER MUST CARRY THE RUN-ID, AND ITS DETAIL COUNT AND
000510*  AMOUNT HASH TOTAL, FIGURED EXACTLY AS SEQ2CSV FIGURES THEM,
000520*  MUST AGREE WITH THE ORIGINAL MANIFEST RECORD.  A GENERATION
000530*  THAT FAILS IS REFUSED AND NO FEED IS WRITTEN.
000540*
000550*  AFTER A "Y" CONFIRMATION THE FEED IS WRITTEN IN THE SAME
000560*  FORMAT SEQ2CSV WOULD PRODUCE -- THE COMBINED SEQCSV, OR WITH
000570*  A CSVPARM RECORD OF TYPE "B" ONE CSV + BRANCH FILE PER
000580*  BRANCH OF ORIGIN WITH ONLY BRANCHLESS DETAILS ON SEQCSV.
000590*  SEQCSV AND THE BRANCH FILES ARE REPLACED, SO RUN THIS AFTER
000600*  THE NIGHT'S OWN FEED HAS GONE AND BEFORE THE NEXT SEQ2CSV.
000610*
000620*  ONCE THE FEED IS WRITTEN A MANIFEST RECORD IS APPENDED WITH
000630*  THE ORIGINAL RUN, COUNT AND HASH TOTAL, RESEND FLAG "R" AND
000640*  THE NEXT RESEND SEQUENCE FOR THE RUN-ID (01, 02, ...).
000650*  SEQACK TAKES AN ACKNOWLEDGMENT OF THE RESEND AS CLOSING THE
000660*  ORIGINAL'S GAP.  A RUN WHOSE MANIFEST RECORDS OR GENERATION
000670*  HAVE BEEN ARCHIVED OR PURGED CANNOT BE RESENT.
000672*
000674*  A RESEND THAT IS REFUSED OR DECLINED WRITES NOTHING, SO ITS
000676*  RUNLOG RECORD CARRIES A BLANK RUN-ID (THE REASON STAYS IN
000678*  THE MESSAGE) AND IS NOT CHARGED TO THE RUN IT WOULD RESEND.
000680*
000681*  BEFORE ANY PROMPT THE OPERATOR SIGNS ON THROUGH OPERSGN
000682*  (OPERSEC SECURITY FILE) AT LEVEL 2 (OPERATIONS) OR ABOVE.
000683*  THE SIGN-ON, THE RESEND WRITTEN OR NOT DONE
000684*  AND THE SIGN-OFF GO TO THE OPERLOG ACCESS LOG.
000685*
000690*  RETURN CODES
000700*    00  RESEND FEED WRITTEN AND RECORDED ON THE MANIFEST
000710*    08  NOT RESENT -- NO GENERATION, VERIFICATION FAILED OR THE
000720*        OPERATOR DECLINED
000725*    16  ABEND (INVALID INPUT AFTER THREE ATTEMPTS, OR I/O,
000730*        OR A REFUSED SIGN-ON)
000740*
000750*  MODIFICATION HISTORY
000760*  2026-10-15 TSH  INITIAL VERSION.
000765*  2026-10-15 TSH  SNAPCAT RECORD CARRIES THE PRIOR BUSINESS DAY.
000766*  2026-10-15 TSH  OPERATOR SIGN-ON (LEVEL 2) AND ACCESS LOG.
000767*  2026-10-15 TSH  A REFUSED OR DECLINED RESEND IS LOGGED
000768*                  WITHOUT A RUN-ID.
000770******************************************************************
000780 ENVIRONMENT                 DIVISION.
000790******************************************************************
000800 CONFIGURATION               SECTION.
000810 SOURCE-COMPUTER.            IBM-370.
000820 OBJECT-COMPUTER.            IBM-370.
000830******************************************************************
000840 INPUT-OUTPUT                SECTION.
000850 FILE-CONTROL.
000860     SELECT OPTIONAL MAN-FILE ASSIGN TO "MANIFEST"
000870                             ORGANIZATION LINE SEQUENTIAL
000880                             FILE STATUS MAN-STATUS.

000890     SELECT CAT-FILE         ASSIGN TO "SNAPCAT"
000900                             ORGANIZATION LINE SEQUENTIAL
000910                             FILE STATUS CAT-STATUS.

000920     SELECT GEN-FILE         ASSIGN TO WS-GEN-NAME
000930                             ORGANIZATION SEQUENTIAL
000940                             FILE STATUS GEN-STATUS.

000950     SELECT OPTIONAL PARM-FILE ASSIGN TO "CSVPARM"
000960                             ORGANIZATION LINE SEQUENTIAL
000970                             FILE STATUS PARM-STATUS.

000980     SELECT CSV-FILE         ASSIGN TO "SEQCSV"
000990                             ORGANIZATION LINE SEQUENTIAL
001000                             FILE STATUS CSV-STATUS.

001010     SELECT BRCSV-FILE       ASSIGN TO WS-BRCSV-NAME
001020                             ORGANIZATION LINE SEQUENTIAL
001030                             FILE STATUS BRCSV-STATUS.
001040******************************************************************
001050 DATA                        DIVISION.
001060******************************************************************
001070 FILE                        SECTION.
001080 FD  MAN-FILE.
001090     COPY MANREC.

001100 FD  CAT-FILE.
001110 01  CAT-REC.
001120     03   CAT-GEN-DATE       PIC  9(08).
001130     03   FILLER             PIC  X(01).
001140     03   CAT-GEN-NAME       PIC  X(12).
001142     03   FILLER             PIC  X(01).
001144     03   FILLER             PIC  X(08).

001150*    A GENERATION IS A SEQUENTIAL COPY OF SEQ001, SO ITS RECORDS
001160*    ARE READ THROUGH THE SEQ001 LAYOUT.
001170 FD  GEN-FILE.
001180     COPY SEQREC.

001190 FD  PARM-FILE.
001200 01  PARM-REC.
001210     03   PARM-TYPE          PIC  X(01).
001220         88  PARM-TYPE-SPLIT     VALUE "B".
001230     03   FILLER             PIC  X(11).

001240 FD  CSV-FILE.
001250 01  CSV-LINE                PIC  X(80).

001260 FD  BRCSV-FILE.
001270 01  BRCSV-LINE              PIC  X(80).
001280******************************************************************
001290 WORKING-STORAGE             SECTION.
001300******************************************************************
001310*    FILE STATUS FIELDS.
001320*    STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT IS
001330*    NOT ON CATALOG -- NO MANIFEST YET, OR NO CSVPARM (THE
001340*    SINGLE COMBINED SEQCSV).
001350 77  MAN-STATUS                PIC  XX.
001360     88  MAN-STATUS-OK              VALUE "00" "05".
001370     88  MAN-STATUS-EOF             VALUE "10".
001380 77  CAT-STATUS                PIC  XX.
001390     88  CAT-STATUS-OK              VALUE "00".
001400     88  CAT-STATUS-EOF             VALUE "10".
001410 77  GEN-STATUS                PIC  XX.
001420     88  GEN-STATUS-OK              VALUE "00".
001430     88  GEN-STATUS-EOF             VALUE "10".
001440 77  PARM-STATUS               PIC  XX.
001450     88  PARM-STATUS-OK             VALUE "00" "05".
001460     88  PARM-STATUS-EOF            VALUE "10".
001470 77  CSV-STATUS                PIC  XX.
001480     88  CSV-STATUS-OK              VALUE "00".
001490 77  BRCSV-STATUS              PIC  XX.
001500     88  BRCSV-STATUS-OK            VALUE "00".
001510*
001520*    SWITCHES, ATTEMPT COUNTER AND SCRATCH INPUT FIELDS.
001530 77  WS-MAN-EOF-SW             PIC  X(01)  VALUE "N".
001540     88  WS-MAN-EOF                VALUE "Y".
001550 77  WS-CAT-EOF-SW             PIC  X(01)  VALUE "N".
001560     88  WS-CAT-EOF                VALUE "Y".
001570 77  WS-GEN-EOF-SW             PIC  X(01)  VALUE "N".
001580     88  WS-GEN-EOF                VALUE "Y".
001590 77  WS-PARM-EOF-SW            PIC  X(01)  VALUE "N".
001600     88  WS-PARM-EOF               VALUE "Y".
001610 77  WS-SPLIT-SW               PIC  X(01)  VALUE "N".
001620     88  WS-SPLIT-MODE             VALUE "Y".
001630 77  WS-ORIG-FOUND-SW          PIC  X(01)  VALUE "N".
001640     88  WS-ORIG-FOUND             VALUE "Y".
001650 77  WS-FIELD-OK-SW            PIC  X(01)  VALUE "N".
001660     88  WS-FIELD-OK               VALUE "Y".
001670 77  WS-REFUSED-SW             PIC  X(01)  VALUE "N".
001680     88  WS-REFUSED                VALUE "Y".
001690 77  WS-FEED-SW                PIC  X(01)  VALUE "N".
001700     88  WS-FEED-STARTED           VALUE "S".
001710     88  WS-FEED-RECORDED          VALUE "M".
001720 77  WS-TRY-COUNT              PIC  9(02)  COMP  VALUE ZERO.
001730 77  WS-TRY-MAX                PIC  9(02)  COMP  VALUE 3.
001740 77  WS-REPLY                  PIC  X(01)  VALUE SPACE.
001750 77  WS-IN-RUN-ID              PIC  X(08)  VALUE SPACES.
001760*
001770*    SNAPSHOT GENERATION CATALOG TABLE, OLDEST FIRST.
001780 77  WS-CAT-SUB                PIC  9(04)  COMP  VALUE ZERO.
001790 77  WS-CAT-COUNT              PIC  9(04)  COMP  VALUE ZERO.
001800 77  WS-CAT-MAX                PIC  9(04)  COMP  VALUE 400.
001810 77  WS-GEN-SUB                PIC  9(04)  COMP  VALUE ZERO.
001820 01  WS-CAT-TABLE.
001830     03  WS-CAT-ENTRY          OCCURS 400.
001840         05  WS-CATT-DATE          PIC  9(08).
001850         05  WS-CATT-NAME          PIC  X(12).
001860*
001870*    THE GENERATION CHOSEN.
001880 01  WS-GEN-NAME               PIC  X(12)  VALUE SPACES.
001890 77  WS-GEN-DATE               PIC  9(08)  VALUE ZERO.
001900*
001910*    THE ORIGINAL TRANSMISSION, FROM THE MANIFEST.  THE HASH
001920*    TOTAL IS HELD SIGNED, THE MANIFEST SIGN BYTE APPLIED.
001930 01  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
001940 77  WS-ORIG-RUN-DATE          PIC  9(08)  VALUE ZERO.
001950 77  WS-ORIG-COUNT             PIC  9(08)  VALUE ZERO.
001960 77  WS-ORIG-HASH              PIC  S9(09)V99  COMP-3  VALUE ZERO.
001970 77  WS-RESEND-CNT             PIC  9(04)  COMP  VALUE ZERO.
001980 77  WS-LAST-SEQ               PIC  9(02)  VALUE ZERO.
001990 77  WS-NEXT-SEQ               PIC  9(02)  VALUE ZERO.
002000*
002010*    GENERATION FIGURES, GATHERED DURING VERIFICATION THE WAY
002020*    SEQ2CSV GATHERS THEM FROM SEQ001.
002030 77  WS-GEN-REC-COUNT          PIC  9(08)  COMP  VALUE ZERO.
002040 77  WS-DETAIL-COUNT           PIC  9(08)       VALUE ZERO.
002050 77  WS-HASH-TOTAL             PIC  S9(09)V99   COMP-3 VALUE ZERO.
002060 77  WS-WRITE-COUNT            PIC  9(08)  COMP  VALUE ZERO.
002070*
002080*    DISTINCT BRANCHES OF ORIGIN ON THE GENERATION -- ONE
002090*    SPLIT-MODE OUTPUT PASS IS MADE PER ENTRY.
002100 01  WS-CBR-TABLE.
002110     03  WS-CBR-ENTRY          OCCURS 10.
002120         05  WS-CBR-NAME           PIC  X(08).
002130         05  WS-CBR-COUNT          PIC  9(08)  COMP.
002140 77  WS-CBR-CNT                PIC  9(04)  COMP  VALUE ZERO.
002150 77  WS-CBR-MAX                PIC  9(04)  COMP  VALUE 10.
002160 77  WS-CBR-SUB                PIC  9(04)  COMP  VALUE ZERO.
002170 77  WS-CBR-HIT-SUB            PIC  9(04)  COMP  VALUE ZERO.
002180 77  WS-CBR-PASS-SUB           PIC  9(04)  COMP  VALUE ZERO.
002190 77  WS-CBR-FOUND-SW           PIC  X(01)  VALUE "N".
002200     88  WS-CBR-FOUND              VALUE "Y".
002210*
002220 01  WS-BRCSV-NAME.
002230     03  FILLER                PIC  X(03)  VALUE "CSV".
002240     03  WS-BRCSV-NAME-BR      PIC  X(08)  VALUE SPACES.
002250*
002260*    FEED LAYOUT -- MUST STAY THE SAME AS SEQ2CSV'S.
002270 01  WS-CSV-HEADING            PIC X(22)
002280     VALUE "SEQ_DATA,RUN_ID,BRANCH".
002290 01  WS-CSV-DETAIL.
002300     03  WS-CSVD-DATA          PIC X(10).
002310     03  FILLER                PIC X(01) VALUE ",".
002320     03  WS-CSVD-RUN-ID        PIC X(08).
002330     03  FILLER                PIC X(01) VALUE ",".
002340     03  WS-CSVD-BRANCH        PIC X(08).
002350*
002360*    COUNTERS AND RUN CONTROL VALUES.
002370 77  WS-REFUSE-MSG             PIC  X(60)  VALUE SPACES.
002380 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
002382 77  WS-SAVE-RC                PIC  S9(04) COMP  VALUE ZERO.
002390 77  WS-LOG-START-TIME         PIC  9(08)  VALUE ZERO.
002400*
002410*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
002420     COPY RUNREC.
002430*
002432*    OPERATOR SIGN-ON CALL AREA FOR OPERSGN.
002434     COPY SIGNON.
002436*
002440*    CONFIRMATION DISPLAY FIELDS.
002450 77  WS-SHOW-COUNT             PIC  ZZZZZZZ9.
002460 77  WS-SHOW-AMOUNT            PIC  ---------9.99.
002470******************************************************************
002480 PROCEDURE                   DIVISION.
002490******************************************************************
002500 0000-MAIN-RTN.
002510     ACCEPT WS-LOG-START-TIME FROM TIME.
002520     DISPLAY "SEQRESND -- PARTNER FEED RETRANSMISSION FROM A"
002530             " SNAPSHOT GENERATION".
002535     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-GET-RUN-ID THRU 2000-EXIT.
002560     PERFORM 3000-FIND-GENERATION THRU 3000-EXIT.
002570     PERFORM 4000-VERIFY-GENERATION THRU 4000-EXIT.
002580     PERFORM 5000-CONFIRM THRU 5000-EXIT.
002590     PERFORM 6000-WRITE-FEED THRU 6000-EXIT.
002600     PERFORM 6900-WRITE-MANIFEST THRU 6900-EXIT.
002601     MOVE SPACES TO SEQ-SGN-ACTION.
002602     IF WS-REFUSED
002603         STRING "RESEND OF RUN " WS-IN-RUN-ID " NOT DONE"
002604                DELIMITED BY SIZE
002605             INTO SEQ-SGN-ACTION
002606     ELSE
002607         STRING "RESEND " WS-NEXT-SEQ " OF RUN " WS-RUN-ID
002608                " WRITTEN"
002609                DELIMITED BY SIZE
002610             INTO SEQ-SGN-ACTION
002611     END-IF.
002612     PERFORM 0300-LOG-ACTION THRU 0300-EXIT.
002613     PERFORM 0400-SIGN-OFF THRU 0400-EXIT.
002614     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
002620     GO TO 9999-MAIN-EXIT.
002630*
002631******************************************************************
002632*    0100-SIGN-ON -- THE OPERATOR MUST HOLD LEVEL 2 (OPERATIONS)
002633*    TO RETRANSMIT A FEED.
002634******************************************************************
002635 0100-SIGN-ON.
002636     MOVE "S" TO SEQ-SGN-FUNCTION.
002637     MOVE 2   TO SEQ-SGN-REQ-LEVEL.
002638     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002639     IF NOT SEQ-SGN-OK
002640         MOVE "OPERATOR SIGN-ON REFUSED" TO WS-ABEND-MSG
002641         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002642     END-IF.
002643 0100-EXIT.
002644     EXIT.
002645*
002646******************************************************************
002647*    0300-LOG-ACTION -- RECORD THE ACTION IN SEQ-SGN-ACTION ON
002648*    THE OPERLOG ACCESS LOG.
002649******************************************************************
002650 0300-LOG-ACTION.
002651     MOVE "L" TO SEQ-SGN-FUNCTION.
002652     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002653 0300-EXIT.
002654     EXIT.
002655*
002656 0400-SIGN-OFF.
002657     MOVE "E" TO SEQ-SGN-FUNCTION.
002658     PERFORM 0500-CALL-OPERSGN THRU 0500-EXIT.
002659 0400-EXIT.
002660     EXIT.
002661*
002662******************************************************************
002663*    0500-CALL-OPERSGN -- THE CALL RETURNS THE SUBPROGRAM'S
002664*    RETURN CODE, SO THE STEP'S OWN CODE IS PUT BACK.
002665******************************************************************
002666 0500-CALL-OPERSGN.
002667     MOVE "SEQRESND" TO SEQ-SGN-PGM.
002668     MOVE RETURN-CODE TO WS-SAVE-RC.
002669     CALL "OPERSGN" USING SEQ-SGN-AREA
002670         ON EXCEPTION
002671             MOVE "OPERSGN NOT AVAILABLE" TO WS-ABEND-MSG
002672             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002673     END-CALL.
002674     MOVE WS-SAVE-RC TO RETURN-CODE.
002675 0500-EXIT.
002676     EXIT.
002677*
002678******************************************************************
002679*    1000-INITIALIZE -- READ CSVPARM FOR THE FEED FORMAT AND
002680*    LOAD THE SNAPCAT CATALOG.
002681******************************************************************
002682 1000-INITIALIZE.
002690*    THE OCCURS TABLE CARRIES NO VALUE CLAUSES -- CLEAR IT
002700*    BEFORE THE FIRST ADD OR THE BINARY COUNTS ARE INVALID.
002710     INITIALIZE WS-CBR-TABLE.
002720     PERFORM 1050-LOAD-CSV-PARMS THRU 1050-EXIT.
002730     OPEN INPUT CAT-FILE.
002740     IF NOT CAT-STATUS-OK
002750         MOVE "SNAPCAT OPEN FAILED -- NO GENERATIONS TO RESEND"
002760             TO WS-ABEND-MSG
002770         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002780     END-IF.
002790     PERFORM 1100-LOAD-ONE-CAT-ENTRY THRU 1100-EXIT
002800         UNTIL WS-CAT-EOF.
002810     CLOSE CAT-FILE.
002820     IF NOT CAT-STATUS-OK
002830         MOVE "SNAPCAT CLOSE FAILED" TO WS-ABEND-MSG
002840         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.
002880*
002890******************************************************************
002900*    1050-LOAD-CSV-PARMS -- READ CSVPARM IF SUPPLIED.  TYPE "B"
002910*    SELECTS THE ONE-CSV-PER-BRANCH SPLIT MODE, AS IN SEQ2CSV.
002920******************************************************************
002930 1050-LOAD-CSV-PARMS.
002940     OPEN INPUT PARM-FILE.
002950     IF NOT PARM-STATUS-OK
002960         MOVE "CSVPARM OPEN FAILED" TO WS-ABEND-MSG
002970         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002980     END-IF.
002990     PERFORM 1060-LOAD-ONE-PARM THRU 1060-EXIT
003000         UNTIL WS-PARM-EOF.
003010     CLOSE PARM-FILE.
003020     IF NOT PARM-STATUS-OK
003030         MOVE "CSVPARM CLOSE FAILED" TO WS-ABEND-MSG
003040         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003050     END-IF.
003060 1050-EXIT.
003070     EXIT.
003080*
003090 1060-LOAD-ONE-PARM.
003100     READ PARM-FILE.
003110     IF PARM-STATUS-EOF
003120         SET WS-PARM-EOF TO TRUE
003130         GO TO 1060-EXIT
003140     END-IF.
003150     IF NOT PARM-STATUS-OK
003160         MOVE "CSVPARM READ FAILED" TO WS-ABEND-MSG
003170         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003180     END-IF.
003190     IF PARM-TYPE-SPLIT
003200         SET WS-SPLIT-MODE TO TRUE
003210         GO TO 1060-EXIT
003220     END-IF.
003230     MOVE "CSVPARM RECORD TYPE UNKNOWN" TO WS-ABEND-MSG.
003240     PERFORM 8000-ABEND-RTN THRU 8000-EXIT.
003250 1060-EXIT.
003260     EXIT.
003270*
003280 1100-LOAD-ONE-CAT-ENTRY.
003290     READ CAT-FILE.
003300     IF CAT-STATUS-EOF
003310         SET WS-CAT-EOF TO TRUE
003320         GO TO 1100-EXIT
003330     END-IF.
003340     IF NOT CAT-STATUS-OK
003350         MOVE "SNAPCAT READ FAILED" TO WS-ABEND-MSG
003360         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003370     END-IF.
003380     IF WS-CAT-COUNT >= WS-CAT-MAX
003390         MOVE "SNAPCAT TABLE FULL -- RAISE WS-CAT-MAX"
003400             TO WS-ABEND-MSG
003410         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003420     END-IF.
003430     ADD 1 TO WS-CAT-COUNT.
003440     MOVE CAT-GEN-DATE TO WS-CATT-DATE (WS-CAT-COUNT).
003450     MOVE CAT-GEN-NAME TO WS-CATT-NAME (WS-CAT-COUNT).
003460 1100-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500*    2000-GET-RUN-ID -- A RUN-ID WITH AN ORIGINAL TRANSMISSION
003510*    ON THE MANIFEST.
003520******************************************************************
003530 2000-GET-RUN-ID.
003540     MOVE ZERO TO WS-TRY-COUNT.
003550     MOVE "N"  TO WS-FIELD-OK-SW.
003560     PERFORM 2100-TRY-RUN-ID THRU 2100-EXIT
003570         UNTIL WS-FIELD-OK.
003580     MOVE WS-IN-RUN-ID TO WS-RUN-ID.
003590     MOVE WS-ORIG-COUNT TO WS-SHOW-COUNT.
003600     MOVE WS-ORIG-HASH  TO WS-SHOW-AMOUNT.
003610     DISPLAY "SEQRESND -- ORIGINAL TRANSMISSION OF " WS-RUN-ID
003620             " RUN-DATE " WS-ORIG-RUN-DATE.
003630     DISPLAY "  DETAILS " WS-SHOW-COUNT
003640             "  HASH TOTAL " WS-SHOW-AMOUNT
003650             "  RESENDS SO FAR " WS-RESEND-CNT.
003660 2000-EXIT.
003670     EXIT.
003680*
003690 2100-TRY-RUN-ID.
003700     PERFORM 8500-COUNT-ATTEMPT THRU 8500-EXIT.
003710     DISPLAY "SEQRESND -- ENTER THE RUN-ID TO RETRANSMIT".
003720     MOVE SPACES TO WS-IN-RUN-ID.
003730     ACCEPT WS-IN-RUN-ID.
003740     IF WS-IN-RUN-ID = SPACES OR WS-IN-RUN-ID = LOW-VALUES
003750         DISPLAY "SEQRESND -- RUN-ID IS REQUIRED"
003760         GO TO 2100-EXIT
003770     END-IF.
003780     PERFORM 2200-SCAN-MANIFEST THRU 2200-EXIT.
003790     IF NOT WS-ORIG-FOUND
003800         DISPLAY "SEQRESND -- NO ORIGINAL TRANSMISSION ON THE"
003810                 " MANIFEST FOR " WS-IN-RUN-ID
003820         GO TO 2100-EXIT
003830     END-IF.
003840     SET WS-FIELD-OK TO TRUE.
003850 2100-EXIT.
003860     EXIT.
003870*
003880******************************************************************
003890*    2200-SCAN-MANIFEST -- THE LAST ORIGINAL RECORD FOR THE
003900*    RUN-ID (A SAME-NIGHT SEQ2CSV RERUN WRITES ANOTHER) AND THE
003910*    HIGHEST RESEND SEQUENCE ALREADY USED FOR IT.
003920******************************************************************
003930 2200-SCAN-MANIFEST.
003940     MOVE "N"  TO WS-ORIG-FOUND-SW.
003950     MOVE "N"  TO WS-MAN-EOF-SW.
003960     MOVE ZERO TO WS-RESEND-CNT WS-LAST-SEQ.
003970     OPEN INPUT MAN-FILE.
003980     IF NOT MAN-STATUS-OK
003990         MOVE "MANIFEST OPEN FAILED" TO WS-ABEND-MSG
004000         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004010     END-IF.
004020     PERFORM 2250-SCAN-ONE-MAN-REC THRU 2250-EXIT
004030         UNTIL WS-MAN-EOF.
004040     CLOSE MAN-FILE.
004050     IF NOT MAN-STATUS-OK
004060         MOVE "MANIFEST CLOSE FAILED" TO WS-ABEND-MSG
004070         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004080     END-IF.
004090 2200-EXIT.
004100     EXIT.
004110*
004120 2250-SCAN-ONE-MAN-REC.
004130     READ MAN-FILE.
004140     IF MAN-STATUS-EOF
004150         SET WS-MAN-EOF TO TRUE
004160         GO TO 2250-EXIT
004170     END-IF.
004180     IF NOT MAN-STATUS-OK
004190         MOVE "MANIFEST READ FAILED" TO WS-ABEND-MSG
004200         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004210     END-IF.
004220     IF SEQ-MAN-RUN-ID NOT = WS-IN-RUN-ID
004230         GO TO 2250-EXIT
004240     END-IF.
004250     IF SEQ-MAN-RESEND
004260         ADD 1 TO WS-RESEND-CNT
004270         IF SEQ-MAN-RESEND-SEQ NUMERIC
004280             AND SEQ-MAN-RESEND-SEQ > WS-LAST-SEQ
004290             MOVE SEQ-MAN-RESEND-SEQ TO WS-LAST-SEQ
004300         END-IF
004310         GO TO 2250-EXIT
004320     END-IF.
004330     SET WS-ORIG-FOUND TO TRUE.
004340     MOVE SEQ-MAN-RUN-DATE   TO WS-ORIG-RUN-DATE.
004350     MOVE SEQ-MAN-REC-COUNT  TO WS-ORIG-COUNT.
004360     MOVE SEQ-MAN-HASH-TOTAL TO WS-ORIG-HASH.
004370     IF SEQ-MAN-HASH-NEG
004380         COMPUTE WS-ORIG-HASH = ZERO - WS-ORIG-HASH
004390     END-IF.
004400 2250-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440*    3000-FIND-GENERATION -- THE SNAPCAT GENERATION TAKEN ON THE
004450*    ORIGINAL RUN-DATE.
004460******************************************************************
004470 3000-FIND-GENERATION.
004480     IF WS-LAST-SEQ >= 99
004490         MOVE "RUN HAS BEEN RESENT 99 TIMES -- NO SEQUENCE LEFT"
004500             TO WS-REFUSE-MSG
004510         PERFORM 3900-REFUSE THRU 3900-EXIT
004520         GO TO 3000-EXIT
004530     END-IF.
004540     COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1.
004550     MOVE ZERO TO WS-GEN-SUB.
004560     PERFORM 3100-MATCH-ONE-GEN THRU 3100-EXIT
004570         VARYING WS-CAT-SUB FROM 1 BY 1
004580         UNTIL WS-CAT-SUB > WS-CAT-COUNT OR WS-GEN-SUB > ZERO.
004590     IF WS-GEN-SUB = ZERO
004600         MOVE "NO SNAPSHOT GENERATION ON SNAPCAT FOR THE RUN-DATE"
004610             TO WS-REFUSE-MSG
004620         PERFORM 3900-REFUSE THRU 3900-EXIT
004630         GO TO 3000-EXIT
004640     END-IF.
004650     MOVE WS-CATT-DATE (WS-GEN-SUB) TO WS-GEN-DATE.
004660     MOVE WS-CATT-NAME (WS-GEN-SUB) TO WS-GEN-NAME.
004670     DISPLAY "SEQRESND -- GENERATION " WS-GEN-DATE
004680             " (" WS-GEN-NAME ") SELECTED".
004690 3000-EXIT.
004700     EXIT.
004710*
004720 3100-MATCH-ONE-GEN.
004730     IF WS-CATT-DATE (WS-CAT-SUB) = WS-ORIG-RUN-DATE
004740         MOVE WS-CAT-SUB TO WS-GEN-SUB
004750     END-IF.
004760 3100-EXIT.
004770     EXIT.
004780*
004790 3900-REFUSE.
004800     SET WS-REFUSED TO TRUE.
004810     MOVE 8 TO RETURN-CODE.
004820     DISPLAY "SEQRESND -- " WS-REFUSE-MSG.
004830     DISPLAY "SEQRESND -- NO FEED WRITTEN, MANIFEST NOT TOUCHED".
004840 3900-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880*    4000-VERIFY-GENERATION -- READ THE WHOLE GENERATION BEFORE
004890*    ANY FEED IS WRITTEN.  ITS FIGURES MUST AGREE WITH THE
004900*    ORIGINAL MANIFEST RECORD OR THE RESEND IS REFUSED.
004910******************************************************************
004920 4000-VERIFY-GENERATION.
004930     IF WS-REFUSED
004940         GO TO 4000-EXIT
004950     END-IF.
004960     OPEN INPUT GEN-FILE.
004970     IF NOT GEN-STATUS-OK
004980         MOVE "GENERATION FILE WILL NOT OPEN -- PURGED OR MISSING"
004990             TO WS-REFUSE-MSG
005000         PERFORM 3900-REFUSE THRU 3900-EXIT
005010         GO TO 4000-EXIT
005020     END-IF.
005030     MOVE "N" TO WS-GEN-EOF-SW.
005040     PERFORM 4100-CHECK-ONE-REC THRU 4100-EXIT
005050         UNTIL WS-GEN-EOF OR WS-REFUSED.
005060     CLOSE GEN-FILE.
005070     IF NOT GEN-STATUS-OK
005080         MOVE "GENERATION FILE CLOSE FAILED" TO WS-ABEND-MSG
005090         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
005100     END-IF.
005110     IF WS-REFUSED
005120         GO TO 4000-EXIT
005130     END-IF.
005140     IF WS-GEN-REC-COUNT = ZERO
005150         MOVE "GENERATION FILE IS EMPTY" TO WS-REFUSE-MSG
005160         PERFORM 3900-REFUSE THRU 3900-EXIT
005170         GO TO 4000-EXIT
005180     END-IF.
005190     MOVE WS-DETAIL-COUNT TO WS-SHOW-COUNT.
005200     MOVE WS-HASH-TOTAL   TO WS-SHOW-AMOUNT.
005210     DISPLAY "SEQRESND -- GENERATION DETAILS " WS-SHOW-COUNT
005220             "  HASH TOTAL " WS-SHOW-AMOUNT.
005230     IF WS-DETAIL-COUNT NOT = WS-ORIG-COUNT
005240         MOVE "GENERATION DETAIL COUNT DISAGREES WITH MANIFEST"
005250             TO WS-REFUSE-MSG
005260         PERFORM 3900-REFUSE THRU 3900-EXIT
005270         GO TO 4000-EXIT
005280     END-IF.
005290     IF WS-HASH-TOTAL NOT = WS-ORIG-HASH
005300         MOVE "GENERATION HASH TOTAL DISAGREES WITH MANIFEST"
005310             TO WS-REFUSE-MSG
005320         PERFORM 3900-REFUSE THRU 3900-EXIT
005330         GO TO 4000-EXIT
005340     END-IF.
005350     DISPLAY "SEQRESND -- GENERATION AGREES WITH THE MANIFEST".
005360 4000-EXIT.
005370     EXIT.
005380*
005390******************************************************************
005400*    4100-CHECK-ONE-REC -- HEADER FIRST, CARRYING THE RUN-ID.
005410*    DETAILS ARE COUNTED AND HASHED EXACTLY AS SEQ2CSV DOES, AND
005420*    THEIR BRANCHES NOTED FOR THE SPLIT-MODE PASSES.
005430******************************************************************
005440 4100-CHECK-ONE-REC.
005450     READ GEN-FILE.
005460     IF GEN-STATUS-EOF
005470         SET WS-GEN-EOF TO TRUE
005480         GO TO 4100-EXIT
005490     END-IF.
005500     IF NOT GEN-STATUS-OK
005510         MOVE "GENERATION FILE READ FAILED" TO WS-REFUSE-MSG
005520         PERFORM 3900-REFUSE THRU 3900-EXIT
005530         GO TO 4100-EXIT
005540     END-IF.
005550     ADD 1 TO WS-GEN-REC-COUNT.
005560     IF WS-GEN-REC-COUNT = 1
005570         IF NOT SEQ-TYPE-HEADER
005580             MOVE "GENERATION DOES NOT START WITH A HEADER RECORD"
005590                 TO WS-REFUSE-MSG
005600             PERFORM 3900-REFUSE THRU 3900-EXIT
005610             GO TO 4100-EXIT
005620         END-IF
005630         IF SEQ-HDR-RUN-ID NOT = WS-RUN-ID
005640             DISPLAY "SEQRESND -- GENERATION HEADER RUN-ID IS "
005650                     SEQ-HDR-RUN-ID
005660             MOVE "GENERATION IS NOT THE SNAPSHOT OF THIS RUN"
005670                 TO WS-REFUSE-MSG
005680             PERFORM 3900-REFUSE THRU 3900-EXIT
005690         END-IF
005700         GO TO 4100-EXIT
005710     END-IF.
005720     IF NOT SEQ-TYPE-DETAIL
005730         GO TO 4100-EXIT
005740     END-IF.
005750     IF SEQ-DTL-AMOUNT NUMERIC
005760         ADD SEQ-DTL-AMOUNT TO WS-HASH-TOTAL
005770     END-IF.
005780     ADD 1 TO WS-DETAIL-COUNT.
005790     IF WS-SPLIT-MODE AND SEQ-DTL-BRANCH NOT = SPACES
005800         PERFORM 4400-TALLY-CSV-BRANCH THRU 4400-EXIT
005810     END-IF.
005820 4100-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860*    4400-TALLY-CSV-BRANCH -- NOTE A DISTINCT BRANCH OF ORIGIN
005870*    FOR THE SPLIT-MODE OUTPUT PASSES.
005880******************************************************************
005890 4400-TALLY-CSV-BRANCH.
005900     MOVE "N"  TO WS-CBR-FOUND-SW.
005910     MOVE ZERO TO WS-CBR-HIT-SUB.
005920     PERFORM 4450-MATCH-CBR-ENTRY THRU 4450-EXIT
005930         VARYING WS-CBR-SUB FROM 1 BY 1
005940         UNTIL WS-CBR-SUB > WS-CBR-CNT OR WS-CBR-FOUND.
005950     IF WS-CBR-FOUND
005960         ADD 1 TO WS-CBR-COUNT (WS-CBR-HIT-SUB)
005970         GO TO 4400-EXIT
005980     END-IF.
005990     IF WS-CBR-CNT >= WS-CBR-MAX
006000         MOVE "BRANCH TABLE FULL -- RAISE WS-CBR-MAX"
006010             TO WS-ABEND-MSG
006020         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006030     END-IF.
006040     ADD 1 TO WS-CBR-CNT.
006050     MOVE SEQ-DTL-BRANCH TO WS-CBR-NAME (WS-CBR-CNT).
006060     MOVE 1              TO WS-CBR-COUNT (WS-CBR-CNT).
006070 4400-EXIT.
006080     EXIT.
006090*
006100 4450-MATCH-CBR-ENTRY.
006110     IF WS-CBR-NAME (WS-CBR-SUB) = SEQ-DTL-BRANCH
006120         SET WS-CBR-FOUND TO TRUE
006130         MOVE WS-CBR-SUB TO WS-CBR-HIT-SUB
006140     END-IF.
006150 4450-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190*    5000-CONFIRM -- SHOW WHAT WILL BE SENT; ONLY A "Y" WRITES
006200*    THE FEED.
006210******************************************************************
006220 5000-CONFIRM.
006230     IF WS-REFUSED
006240         GO TO 5000-EXIT
006250     END-IF.
006260     DISPLAY "SEQRESND -- RESEND " WS-NEXT-SEQ
006270             " OF RUN " WS-RUN-ID
006280             " FROM GENERATION " WS-GEN-DATE.
006290     IF WS-SPLIT-MODE
006300         DISPLAY "  SPLIT BY BRANCH -- " WS-CBR-CNT
006310                 " BRANCH FILES, BRANCHLESS DETAILS ON SEQCSV"
006320     ELSE
006330         DISPLAY "  COMBINED FEED ON SEQCSV"
006340     END-IF.
006350     DISPLAY "SEQRESND -- REPLACE THE FEED FILES WITH THIS RUN"
006360             " (Y/N)".
006370     MOVE SPACE TO WS-REPLY.
006380     ACCEPT WS-REPLY.
006390     IF WS-REPLY NOT = "Y"
006400         MOVE "RESEND CANCELLED BY THE OPERATOR" TO WS-REFUSE-MSG
006410         PERFORM 3900-REFUSE THRU 3900-EXIT
006420     END-IF.
006430 5000-EXIT.
006440     EXIT.
006450*
006460******************************************************************
006470*    6000-WRITE-FEED -- THE COMBINED SEQCSV PASS, THEN ONE PASS
006480*    PER BRANCH IN SPLIT MODE.  EACH PASS REOPENS THE GENERATION.
006490******************************************************************
006500 6000-WRITE-FEED.
006510     IF WS-REFUSED
006520         GO TO 6000-EXIT
006530     END-IF.
006540     SET WS-FEED-STARTED TO TRUE.
006550     OPEN OUTPUT CSV-FILE.
006560     IF NOT CSV-STATUS-OK
006570         MOVE "SEQCSV OPEN FAILED" TO WS-ABEND-MSG
006580         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006590     END-IF.
006600     MOVE WS-CSV-HEADING TO CSV-LINE.
006610     WRITE CSV-LINE.
006620     IF NOT CSV-STATUS-OK
006630         MOVE "SEQCSV HEADING WRITE FAILED" TO WS-ABEND-MSG
006640         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006650     END-IF.
006660     PERFORM 6700-OPEN-GENERATION THRU 6700-EXIT.
006670     PERFORM 6100-COPY-ONE-ROW THRU 6100-EXIT
006680         UNTIL WS-GEN-EOF.
006690     PERFORM 6750-CLOSE-GENERATION THRU 6750-EXIT.
006700     CLOSE CSV-FILE.
006710     IF NOT CSV-STATUS-OK
006720         MOVE "SEQCSV CLOSE FAILED" TO WS-ABEND-MSG
006730         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
006740     END-IF.
006750     DISPLAY "SEQRESND -- " WS-WRITE-COUNT
006760             " ROWS WRITTEN TO SEQCSV".
006770     IF WS-SPLIT-MODE
006780         PERFORM 6600-WRITE-ONE-BRANCH-CSV THRU 6600-EXIT
006790             VARYING WS-CBR-PASS-SUB FROM 1 BY 1
006800             UNTIL WS-CBR-PASS-SUB > WS-CBR-CNT
006810     END-IF.
006820 6000-EXIT.
006830     EXIT.
006840*
006850 6100-COPY-ONE-ROW.
006860     PERFORM 6800-READ-GENERATION THRU 6800-EXIT.
006870     IF WS-GEN-EOF OR NOT SEQ-TYPE-DETAIL
006880         GO TO 6100-EXIT
006890     END-IF.
006900*    IN SPLIT MODE A DETAIL WITH A BRANCH OF ORIGIN GOES ON ITS
006910*    BRANCH'S OWN PASS, NOT ON THE COMBINED SEQCSV.
006920     IF WS-SPLIT-MODE AND SEQ-DTL-BRANCH NOT = SPACES
006930         GO TO 6100-EXIT
006940     END-IF.
006950     MOVE SEQ-DATA        TO WS-CSVD-DATA.
006960     MOVE WS-RUN-ID       TO WS-CSVD-RUN-ID.
006970     MOVE SEQ-DTL-BRANCH  TO WS-CSVD-BRANCH.
006980     MOVE WS-CSV-DETAIL TO CSV-LINE.
006990     WRITE CSV-LINE.
007000     IF NOT CSV-STATUS-OK
007010         MOVE "SEQCSV DETAIL WRITE FAILED" TO WS-ABEND-MSG
007020         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007030     END-IF.
007040     ADD 1 TO WS-WRITE-COUNT.
007050 6100-EXIT.
007060     EXIT.
007070*
007080 6600-WRITE-ONE-BRANCH-CSV.
007090     MOVE WS-CBR-NAME (WS-CBR-PASS-SUB) TO WS-BRCSV-NAME-BR.
007100     OPEN OUTPUT BRCSV-FILE.
007110     IF NOT BRCSV-STATUS-OK
007120         MOVE "BRANCH CSV OPEN FAILED" TO WS-ABEND-MSG
007130         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007140     END-IF.
007150     MOVE WS-CSV-HEADING TO BRCSV-LINE.
007160     WRITE BRCSV-LINE.
007170     IF NOT BRCSV-STATUS-OK
007180         MOVE "BRANCH CSV HEADING WRITE FAILED" TO WS-ABEND-MSG
007190         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007200     END-IF.
007210     PERFORM 6700-OPEN-GENERATION THRU 6700-EXIT.
007220     PERFORM 6650-COPY-ONE-BRANCH-ROW THRU 6650-EXIT
007230         UNTIL WS-GEN-EOF.
007240     PERFORM 6750-CLOSE-GENERATION THRU 6750-EXIT.
007250     CLOSE BRCSV-FILE.
007260     IF NOT BRCSV-STATUS-OK
007270         MOVE "BRANCH CSV CLOSE FAILED" TO WS-ABEND-MSG
007280         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007290     END-IF.
007300     DISPLAY "SEQRESND -- " WS-CBR-COUNT (WS-CBR-PASS-SUB)
007310             " ROWS WRITTEN TO " WS-BRCSV-NAME.
007320 6600-EXIT.
007330     EXIT.
007340*
007350 6650-COPY-ONE-BRANCH-ROW.
007360     PERFORM 6800-READ-GENERATION THRU 6800-EXIT.
007370     IF WS-GEN-EOF OR NOT SEQ-TYPE-DETAIL
007380         GO TO 6650-EXIT
007390     END-IF.
007400     IF SEQ-DTL-BRANCH NOT = WS-CBR-NAME (WS-CBR-PASS-SUB)
007410         GO TO 6650-EXIT
007420     END-IF.
007430     MOVE SEQ-DATA        TO WS-CSVD-DATA.
007440     MOVE WS-RUN-ID       TO WS-CSVD-RUN-ID.
007450     MOVE SEQ-DTL-BRANCH  TO WS-CSVD-BRANCH.
007460     MOVE WS-CSV-DETAIL TO BRCSV-LINE.
007470     WRITE BRCSV-LINE.
007480     IF NOT BRCSV-STATUS-OK
007490         MOVE "BRANCH CSV DETAIL WRITE FAILED" TO WS-ABEND-MSG
007500         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007510     END-IF.
007520 6650-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560*    6700 / 6750 / 6800 -- GENERATION FILE HANDLING FOR THE
007570*    OUTPUT PASSES.  THE FILE WAS READ CLEAN DURING VERIFICATION,
007580*    SO ANY FAILURE NOW IS AN ABEND.
007590******************************************************************
007600 6700-OPEN-GENERATION.
007610     OPEN INPUT GEN-FILE.
007620     IF NOT GEN-STATUS-OK
007630         MOVE "GENERATION FILE OPEN FAILED ON OUTPUT PASS"
007640             TO WS-ABEND-MSG
007650         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007660     END-IF.
007670     MOVE "N" TO WS-GEN-EOF-SW.
007680 6700-EXIT.
007690     EXIT.
007700*
007710 6750-CLOSE-GENERATION.
007720     CLOSE GEN-FILE.
007730     IF NOT GEN-STATUS-OK
007740         MOVE "GENERATION FILE CLOSE FAILED" TO WS-ABEND-MSG
007750         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007760     END-IF.
007770 6750-EXIT.
007780     EXIT.
007790*
007800 6800-READ-GENERATION.
007810     READ GEN-FILE.
007820     IF GEN-STATUS-EOF
007830         SET WS-GEN-EOF TO TRUE
007840         GO TO 6800-EXIT
007850     END-IF.
007860     IF NOT GEN-STATUS-OK
007870         MOVE "GENERATION FILE READ FAILED ON OUTPUT PASS"
007880             TO WS-ABEND-MSG
007890         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
007900     END-IF.
007910 6800-EXIT.
007920     EXIT.
007930*
007940******************************************************************
007950*    6900-WRITE-MANIFEST -- APPEND THE RESEND RECORD:  THE
007960*    ORIGINAL RUN, COUNT AND HASH TOTAL, FLAG "R" AND THE NEXT
007970*    RESEND SEQUENCE.  WRITTEN ONLY AFTER THE WHOLE FEED IS OUT.
007980******************************************************************
007990 6900-WRITE-MANIFEST.
008000     IF WS-REFUSED
008010         GO TO 6900-EXIT
008020     END-IF.
008030     OPEN EXTEND MAN-FILE.
008040     IF NOT MAN-STATUS-OK
008050         MOVE "MANIFEST OPEN FAILED" TO WS-ABEND-MSG
008060         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008070     END-IF.
008080     MOVE WS-RUN-ID        TO SEQ-MAN-RUN-ID.
008090     MOVE WS-ORIG-RUN-DATE TO SEQ-MAN-RUN-DATE.
008100     MOVE WS-DETAIL-COUNT  TO SEQ-MAN-REC-COUNT.
008110     MOVE WS-HASH-TOTAL    TO SEQ-MAN-HASH-TOTAL.
008120     IF WS-HASH-TOTAL < ZERO
008130         MOVE "-"   TO SEQ-MAN-HASH-SIGN
008140     ELSE
008150         MOVE SPACE TO SEQ-MAN-HASH-SIGN
008160     END-IF.
008170     SET SEQ-MAN-RESEND    TO TRUE.
008180     MOVE WS-NEXT-SEQ      TO SEQ-MAN-RESEND-SEQ.
008190     WRITE SEQ-MAN-REC.
008200     IF NOT MAN-STATUS-OK
008210         MOVE "MANIFEST WRITE FAILED" TO WS-ABEND-MSG
008220         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008230     END-IF.
008240     CLOSE MAN-FILE.
008250     IF NOT MAN-STATUS-OK
008260         MOVE "MANIFEST CLOSE FAILED" TO WS-ABEND-MSG
008270         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
008280     END-IF.
008290     SET WS-FEED-RECORDED TO TRUE.
008300     DISPLAY "SEQRESND -- RESEND " WS-NEXT-SEQ
008310             " OF RUN " WS-RUN-ID
008320             " RECORDED ON THE MANIFEST".
008330 6900-EXIT.
008340     EXIT.
008350*
008360******************************************************************
008370*    7000-WRITE-RUN-LOG -- APPEND THIS RUN'S AUDIT RECORD TO
008380*    THE CUMULATIVE RUNLOG FILE VIA THE RUNLOGW SUBPROGRAM,
008385*    UNDER THE RUN-ID RESENT, OR A BLANK RUN-ID WHEN NOTHING WAS
008390*    RESENT.  CALLED AT NORMAL END OF JOB AND FROM THE ABEND
008395*    ROUTINE.
008410******************************************************************
008420 7000-WRITE-RUN-LOG.
008430     MOVE "SEQRESND"          TO SEQ-RUN-PGM.
008432     IF WS-REFUSED
008434         MOVE SPACES          TO SEQ-RUN-ID
008436     ELSE
008438         MOVE WS-RUN-ID       TO SEQ-RUN-ID
008440     END-IF.
008450     MOVE WS-ORIG-RUN-DATE    TO SEQ-RUN-DATE.
008460     MOVE WS-LOG-START-TIME   TO SEQ-RUN-START-TIME.
008470     ACCEPT SEQ-RUN-END-TIME  FROM TIME.
008480     MOVE WS-DETAIL-COUNT     TO SEQ-RUN-DETAIL-COUNT.
008490     MOVE WS-HASH-TOTAL       TO SEQ-RUN-CTRL-TOTAL.
008500     IF WS-HASH-TOTAL < ZERO
008510         MOVE "-"   TO SEQ-RUN-CTRL-SIGN
008520     ELSE
008530         MOVE SPACE TO SEQ-RUN-CTRL-SIGN
008540     END-IF.
008550     MOVE RETURN-CODE         TO SEQ-RUN-RETURN-CODE.
008560     MOVE "N"                 TO SEQ-RUN-RESTART-FLAG.
008570     IF WS-ABEND-MSG = SPACES
008580         MOVE WS-REFUSE-MSG   TO SEQ-RUN-ABEND-MSG
008590     ELSE
008600         MOVE WS-ABEND-MSG    TO SEQ-RUN-ABEND-MSG
008610     END-IF.
008620     CALL "RUNLOGW" USING SEQ-RUN-REC
008630         ON EXCEPTION
008640             DISPLAY "SEQRESND WARNING -- RUNLOGW NOT AVAILABLE"
008650     END-CALL.
008660*    THE CALL RETURNS THE SUBPROGRAM'S RETURN CODE -- PUT THE
008670*    STEP'S OWN CODE BACK.
008680     MOVE SEQ-RUN-RETURN-CODE TO RETURN-CODE.
008690 7000-EXIT.
008700     EXIT.
008710*
008720******************************************************************
008730*    8000-ABEND-RTN -- DISPLAY THE REASON AND END THE JOB WITH
008740*    A NON-ZERO RETURN CODE.
008750******************************************************************
008760 8000-ABEND-RTN.
008770     DISPLAY "SEQRESND ABEND -- " WS-ABEND-MSG.
008780     DISPLAY "SEQRESND ABEND -- MAN-STATUS=" MAN-STATUS
008790             " CAT-STATUS=" CAT-STATUS
008800             " GEN-STATUS=" GEN-STATUS
008810             " PARM-STATUS=" PARM-STATUS
008820             " CSV-STATUS=" CSV-STATUS
008830             " BRCSV-STATUS=" BRCSV-STATUS.
008840     IF WS-FEED-STARTED
008850         DISPLAY "SEQRESND ABEND -- FEED FILES ARE INCOMPLETE, DO"
008860                 " NOT RELEASE THEM -- RERUN SEQRESND"
008870     END-IF.
008880     MOVE 16 TO RETURN-CODE.
008890     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
008900     STOP RUN.
008910 8000-EXIT.
008920     EXIT.
008930*
008940******************************************************************
008950*    8500-COUNT-ATTEMPT -- THREE STRIKES PER PROMPT.
008960******************************************************************
008970 8500-COUNT-ATTEMPT.
008980     ADD 1 TO WS-TRY-COUNT.
008990     IF WS-TRY-COUNT > WS-TRY-MAX
009000         MOVE "TOO MANY INVALID ATTEMPTS AT ONE PROMPT"
009010             TO WS-ABEND-MSG
009020         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
009030     END-IF.
009040 8500-EXIT.
009050     EXIT.
009060*
009070 9999-MAIN-EXIT.
009080     STOP RUN.
