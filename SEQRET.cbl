000480*  SEQ001 DETAILS THE RETURN FILE NEVER MENTIONED -- THE
000490*  DISCREPANCIES THAT USED TO SURFACE AT MONTH-END, FOUR
000500*  WEEKS TOO LATE.
000501*
000502*  EVERY EXCEPTION ON A SEQ001 DETAIL (REJECTED, SETTLED AMOUNT
000503*  DIFFERS, NEVER RETURNED) IS ALSO RAISED ON THE CUMULATIVE
000504*  OPENITEM LEDGER (OPENREC COPYBOOK), KEYED BY ACCOUNT AND
000505*  RUN-ID, SO IT SURVIVES THE NEXT HELLO2 REBUILD.  A RETURN
000506*  CARRYING THE RUN-ID OF AN EARLIER RUN SETTLES THAT RUN'S
000507*  OPEN ITEM INSTEAD OF TONIGHT'S DETAIL; A RETURN WITHOUT A
000508*  RUN-ID FOR AN ACCOUNT NOT ON SEQ001 SETTLES THE ACCOUNT'S
000509*  FIRST OPEN ITEM IN RUN-ID ORDER.  A LATE SETTLEMENT ADDS TO
000510*  WHAT THE ITEM HAS ALREADY SETTLED AND CLEARS IT WHEN NOTHING
000511*  IS LEFT OUTSTANDING.  OPENAGE REPORTS THE LEDGER.
000512*
000520*  RETFILE RECORD:  ACCT-ID X(10), ONE BLANK, FLAG A OR R,
000530*  ONE BLANK, SETTLED AMOUNT S9(09)V99 LEADING SEPARATE SIGN,
000532*  AND OPTIONALLY ONE BLANK AND THE RUN-ID X(08) BEING SETTLED
000534*  (BLANK OR ABSENT MEANS THE RUN ON SEQ001).
000540*
000550*  RETURN CODES
000560*    00  EVERY RETURN MATCHED AND SETTLED IN FULL
000590*
000600*  MODIFICATION HISTORY
000610*  2026-09-02 TSH  INITIAL VERSION.
000612*  2026-10-15 TSH  CARRY SETTLEMENT EXCEPTIONS ON THE OPENITEM
000614*                  LEDGER AND SETTLE THEM FROM LATER RETURNS.
000616*  2026-10-15 TSH  A RERUN NO LONGER COUNTS A REFRESHED OPEN
000618*                  ITEM AS RAISED, AND COUNTS ONE IT CLEARS.
000620******************************************************************
000630 ENVIRONMENT                 DIVISION.
000640******************************************************************
000790     SELECT RPT-FILE         ASSIGN TO "RETRPT"
000800                             ORGANIZATION LINE SEQUENTIAL
000810                             FILE STATUS RPT-STATUS.

000811     SELECT OPTIONAL OPN-FILE ASSIGN TO "OPENITEM"
000812                             ORGANIZATION INDEXED
000813                             ACCESS MODE DYNAMIC
000814                             RECORD KEY IS SEQ-OPN-KEY
000815                             FILE STATUS OPN-STATUS.
000820******************************************************************
000830 DATA                        DIVISION.
000840******************************************************************
000950     03   RET-AMOUNT-N REDEFINES RET-AMOUNT
000960                             PIC  S9(09)V99
000970                             SIGN LEADING SEPARATE.
000972     03   FILLER             PIC  X(01).
000974     03   RET-RUN-ID         PIC  X(08).

000980 FD  SEQ-FILE.
000990     COPY SEQREC.

001000 FD  RPT-FILE.
001010 01  RPT-LINE                PIC  X(80).

001012 FD  OPN-FILE.
001014     COPY OPENREC.
001020******************************************************************
001030 WORKING-STORAGE             SECTION.
001040******************************************************************
001120     88  F-STATUS-NOT-FOUND         VALUE "23".
001130 77  RPT-STATUS                PIC  XX.
001140     88  RPT-STATUS-OK              VALUE "00".
001142 77  OPN-STATUS                PIC  XX.
001144     88  OPN-STATUS-OK              VALUE "00" "05".
001146     88  OPN-STATUS-EOF             VALUE "10".
001148     88  OPN-STATUS-NOT-FOUND       VALUE "23".
001150*
001160*    SWITCHES.
001170 77  WS-RET-EOF-SW             PIC  X(01)  VALUE "N".
001180     88  WS-RET-EOF                VALUE "Y".
001190 77  WS-SEQ-EOF-SW             PIC  X(01)  VALUE "N".
001200     88  WS-SEQ-EOF                VALUE "Y".
001201 77  WS-OPN-FOUND-SW           PIC  X(01)  VALUE "N".
001202     88  WS-OPN-FOUND              VALUE "Y".
001203 77  WS-OPN-DONE-SW            PIC  X(01)  VALUE "N".
001204     88  WS-OPN-DONE               VALUE "Y".
001205 77  WS-OPN-WAS-OPEN-SW        PIC  X(01)  VALUE "N".
001206     88  WS-OPN-WAS-OPEN           VALUE "Y".
001210*
001220*    COUNTERS AND ACCUMULATORS.
001230 77  WS-RET-COUNT              PIC  9(08)  COMP  VALUE ZERO.
001270 77  WS-NOMATCH-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001280 77  WS-UNRET-COUNT            PIC  9(08)  COMP  VALUE ZERO.
001290 77  WS-BAD-RET-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001292 77  WS-OPN-RAISED-COUNT       PIC  9(08)  COMP  VALUE ZERO.
001294 77  WS-OPN-CLEARED-COUNT      PIC  9(08)  COMP  VALUE ZERO.
001296 77  WS-OPN-PARTIAL-COUNT      PIC  9(08)  COMP  VALUE ZERO.
001300 77  WS-OUR-AMOUNT             PIC  S9(09)V99 COMP-3 VALUE ZERO.
001305 77  WS-OPN-ACCT-ID            PIC  X(10)  VALUE SPACES.
001310*
001320*    RUN CONTROL VALUES.
001330 77  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
001950         MOVE "RETRPT OPEN FAILED" TO WS-ABEND-MSG
001960         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001970     END-IF.
001971     OPEN I-O OPN-FILE.
001972     IF NOT OPN-STATUS-OK
001973         MOVE "OPENITEM OPEN FAILED" TO WS-ABEND-MSG
001974         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
001975     END-IF.
001980     PERFORM 1100-READ-HEADER THRU 1100-EXIT.
001990     MOVE WS-RUN-ID   TO WS-RPTH-RUN-ID.
002000     MOVE WS-RUN-DATE TO WS-RPTH-RUN-DATE.
002480         MOVE ZERO                 TO WS-RPTF-OURS
002490         MOVE ZERO                 TO WS-RPTF-SETTLED
002500         PERFORM 2400-WRITE-FLAG-LINE THRU 2400-EXIT
002501         GO TO 2000-EXIT
002502     END-IF.
002503     IF RET-RUN-ID NOT = SPACES AND RET-RUN-ID NOT = WS-RUN-ID
002504         MOVE RET-ACCT-ID TO SEQ-OPN-ACCT-ID
002505         MOVE RET-RUN-ID  TO SEQ-OPN-RUN-ID
002506         READ OPN-FILE KEY IS SEQ-OPN-KEY
002507         IF OPN-STATUS-NOT-FOUND
002508             ADD 1 TO WS-NOMATCH-COUNT
002509             MOVE RET-ACCT-ID          TO WS-RPTF-ACCT-ID
002510             MOVE "NO OPEN ITEM"       TO WS-RPTF-TEXT
002511             MOVE ZERO                 TO WS-RPTF-OURS
002512             MOVE RET-AMOUNT-N         TO WS-RPTF-SETTLED
002513             PERFORM 2400-WRITE-FLAG-LINE THRU 2400-EXIT
002514             GO TO 2000-EXIT
002515         END-IF
002516         IF NOT OPN-STATUS-OK
002517             MOVE "OPENITEM KEYED READ FAILED" TO WS-ABEND-MSG
002518             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002519         END-IF
002520         PERFORM 2700-SETTLE-OPEN-ITEM THRU 2700-EXIT
002521         GO TO 2000-EXIT
002522     END-IF.
002530     MOVE RET-ACCT-ID TO SEQ-DATA.
002540     READ SEQ-FILE KEY IS SEQ-DATA.
002550     IF F-STATUS-NOT-FOUND
002551         PERFORM 2750-FIND-FIRST-OPEN THRU 2750-EXIT
002552         IF WS-OPN-FOUND
002553             PERFORM 2700-SETTLE-OPEN-ITEM THRU 2700-EXIT
002554             GO TO 2000-EXIT
002555         END-IF
002556     END-IF.
002557     IF F-STATUS-NOT-FOUND
002560         ADD 1 TO WS-NOMATCH-COUNT
002570         MOVE RET-ACCT-ID          TO WS-RPTF-ACCT-ID
002580         MOVE "NOT ON SEQ001"      TO WS-RPTF-TEXT
002870         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002880     END-IF.
002890     ADD 1 TO WS-POSTED-COUNT.
002895     PERFORM 2800-POST-OPEN-ITEM THRU 2800-EXIT.
002900     IF RET-REJECTED
002910         ADD 1 TO WS-REJECTED-COUNT
002920         MOVE RET-ACCT-ID          TO WS-RPTF-ACCT-ID
003440         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003450     END-IF.
003460     IF NOT SEQ-TYPE-DETAIL
003461         GO TO 2600-EXIT
003462     END-IF.
003463     IF NOT SEQ-SETL-UNRETURNED
003464         GO TO 2600-EXIT
003465     END-IF.
003466     ADD 1 TO WS-UNRET-COUNT.
003467     IF SEQ-DTL-AMOUNT NUMERIC
003468         MOVE SEQ-DTL-AMOUNT TO WS-OUR-AMOUNT
003469     ELSE
003470         MOVE ZERO TO WS-OUR-AMOUNT
003471     END-IF.
003472     MOVE SEQ-DATA             TO WS-RPTF-ACCT-ID.
003473     MOVE "NOT ON RETURN FILE" TO WS-RPTF-TEXT.
003474     MOVE WS-OUR-AMOUNT        TO WS-RPTF-OURS.
003475     MOVE ZERO                 TO WS-RPTF-SETTLED.
003476     PERFORM 2400-WRITE-FLAG-LINE THRU 2400-EXIT.
003477     PERFORM 2800-POST-OPEN-ITEM THRU 2800-EXIT.
003478 2600-EXIT.
003479     EXIT.
003480*
003481******************************************************************
003482*    2700-SETTLE-OPEN-ITEM -- A LATE RETURN AGAINST THE OPEN
003483*    ITEM IN SEQ-OPN-REC.  AN ACCEPTANCE ADDS ITS AMOUNT TO
003484*    WHAT WAS SETTLED BEFORE THIS RUN (SO A RERUN DOES NOT ADD
003485*    IT TWICE); A REJECTION LEAVES THE ITEM OPEN AS REJECTED.
003486******************************************************************
003487 2700-SETTLE-OPEN-ITEM.
003488     IF SEQ-OPN-LAST-RUN-ID NOT = WS-RUN-ID
003489         MOVE SEQ-OPN-SETL-AMT TO SEQ-OPN-PRIOR-SETL-AMT
003490         MOVE WS-RUN-ID        TO SEQ-OPN-LAST-RUN-ID
003491     END-IF.
003492     IF RET-REJECTED
003493         SET SEQ-OPN-REJECTED TO TRUE
003494         MOVE SEQ-OPN-PRIOR-SETL-AMT TO SEQ-OPN-SETL-AMT
003495     ELSE
003496         COMPUTE SEQ-OPN-SETL-AMT =
003497             SEQ-OPN-PRIOR-SETL-AMT + RET-AMOUNT-N
003498     END-IF.
003499     COMPUTE SEQ-OPN-DIFF-AMT =
003500         SEQ-OPN-SENT-AMT - SEQ-OPN-SETL-AMT.
003501     MOVE SEQ-OPN-ACCT-ID  TO WS-RPTF-ACCT-ID.
003502     MOVE SEQ-OPN-SENT-AMT TO WS-RPTF-OURS.
003503     MOVE SEQ-OPN-SETL-AMT TO WS-RPTF-SETTLED.
003504     IF SEQ-OPN-DIFF-AMT = ZERO
003505         SET SEQ-OPN-CLEARED TO TRUE
003506         MOVE WS-RUN-DATE TO SEQ-OPN-CLEAR-DATE
003507         ADD 1 TO WS-OPN-CLEARED-COUNT
003508         MOVE "OPEN ITEM CLEARED"   TO WS-RPTF-TEXT
003509     ELSE
003510         SET SEQ-OPN-OPEN TO TRUE
003511         MOVE ZERO TO SEQ-OPN-CLEAR-DATE
003512         ADD 1 TO WS-OPN-PARTIAL-COUNT
003513         MOVE "OPEN ITEM STILL OPEN" TO WS-RPTF-TEXT
003514     END-IF.
003515     REWRITE SEQ-OPN-REC.
003516     IF NOT OPN-STATUS-OK
003517         MOVE "OPENITEM SETTLEMENT REWRITE FAILED"
003518             TO WS-ABEND-MSG
003519         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003520     END-IF.
003521     PERFORM 2400-WRITE-FLAG-LINE THRU 2400-EXIT.
003522 2700-EXIT.
003523     EXIT.
003524*
003525******************************************************************
003526*    2750-FIND-FIRST-OPEN -- POSITION ON THE ACCOUNT'S FIRST
003527*    OPENITEM ENTRY AND READ FORWARD TO THE FIRST ONE STILL
003528*    OPEN.  WS-OPN-FOUND IS SET WITH THE ITEM IN SEQ-OPN-REC.
003529******************************************************************
003530 2750-FIND-FIRST-OPEN.
003531     MOVE "N" TO WS-OPN-FOUND-SW.
003532     MOVE "N" TO WS-OPN-DONE-SW.
003533     MOVE RET-ACCT-ID TO WS-OPN-ACCT-ID.
003534     MOVE RET-ACCT-ID TO SEQ-OPN-ACCT-ID.
003535     MOVE LOW-VALUES  TO SEQ-OPN-RUN-ID.
003536     START OPN-FILE KEY IS NOT LESS THAN SEQ-OPN-KEY.
003537     IF OPN-STATUS-NOT-FOUND
003538         GO TO 2750-EXIT
003539     END-IF.
003540     IF NOT OPN-STATUS-OK
003541         MOVE "OPENITEM START FAILED" TO WS-ABEND-MSG
003542         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003543     END-IF.
003544     PERFORM 2760-READ-NEXT-OPEN THRU 2760-EXIT
003545         UNTIL WS-OPN-FOUND OR WS-OPN-DONE.
003546 2750-EXIT.
003547     EXIT.
003548*
003549 2760-READ-NEXT-OPEN.
003550     READ OPN-FILE NEXT RECORD.
003551     IF OPN-STATUS-EOF
003552         SET WS-OPN-DONE TO TRUE
003553         GO TO 2760-EXIT
003554     END-IF.
003555     IF NOT OPN-STATUS-OK
003556         MOVE "OPENITEM READ FAILED" TO WS-ABEND-MSG
003557         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003558     END-IF.
003559     IF SEQ-OPN-ACCT-ID NOT = WS-OPN-ACCT-ID
003560         SET WS-OPN-DONE TO TRUE
003561         GO TO 2760-EXIT
003562     END-IF.
003563     IF SEQ-OPN-OPEN
003564         SET WS-OPN-FOUND TO TRUE
003565     END-IF.
003566 2760-EXIT.
003567     EXIT.
003568*
003569******************************************************************
003570*    2800-POST-OPEN-ITEM -- TONIGHT'S SETTLEMENT OUTCOME FOR THE
003571*    SEQ001 DETAIL IN SEQ-REC (AMOUNT SENT IN WS-OUR-AMOUNT).
003572*    AN EXCEPTION RAISES OR REFRESHES THE ACCOUNT'S OPEN ITEM
003573*    FOR THIS RUN-ID; A CLEAN SETTLEMENT CLEARS AN ITEM A
003574*    PREVIOUS PASS OF THIS SAME RUN RAISED.  ONLY A NEW ITEM
003575*    COUNTS AS RAISED; A REFRESHED ONE COUNTS AS CLEARED WHEN IT
003576*    WAS OPEN AND NOW CLEARS.
003577******************************************************************
003578 2800-POST-OPEN-ITEM.
003579     MOVE SEQ-DATA  TO SEQ-OPN-ACCT-ID.
003580     MOVE WS-RUN-ID TO SEQ-OPN-RUN-ID.
003581     READ OPN-FILE KEY IS SEQ-OPN-KEY.
003582     IF OPN-STATUS-NOT-FOUND
003583         IF SEQ-SETL-ACCEPTED
003584             AND SEQ-DTL-SETL-AMT = WS-OUR-AMOUNT
003585             GO TO 2800-EXIT
003586         END-IF
003587         MOVE SPACES TO SEQ-OPN-REC
003588         MOVE "N" TO WS-OPN-FOUND-SW
003589         MOVE "N" TO WS-OPN-WAS-OPEN-SW
003590     ELSE
003591         IF NOT OPN-STATUS-OK
003592             MOVE "OPENITEM KEYED READ FAILED" TO WS-ABEND-MSG
003593             PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003594         END-IF
003595         SET WS-OPN-FOUND TO TRUE
003596         MOVE "N" TO WS-OPN-WAS-OPEN-SW
003597         IF SEQ-OPN-OPEN
003598             SET WS-OPN-WAS-OPEN TO TRUE
003599         END-IF
003600     END-IF.
003601     MOVE SEQ-DATA          TO SEQ-OPN-ACCT-ID.
003602     MOVE WS-RUN-ID         TO SEQ-OPN-RUN-ID.
003603     MOVE WS-RUN-DATE       TO SEQ-OPN-RUN-DATE.
003604     MOVE SEQ-DTL-BRANCH    TO SEQ-OPN-BRANCH.
003605     MOVE WS-OUR-AMOUNT     TO SEQ-OPN-SENT-AMT.
003606     MOVE ZERO              TO SEQ-OPN-PRIOR-SETL-AMT.
003607     MOVE WS-RUN-ID         TO SEQ-OPN-LAST-RUN-ID.
003608     MOVE ZERO              TO SEQ-OPN-CLEAR-DATE.
003609     EVALUATE TRUE
003610         WHEN SEQ-SETL-UNRETURNED
003611             SET SEQ-OPN-UNRETURNED TO TRUE
003612             MOVE ZERO TO SEQ-OPN-SETL-AMT
003613         WHEN SEQ-SETL-REJECTED
003614             SET SEQ-OPN-REJECTED TO TRUE
003615             MOVE ZERO TO SEQ-OPN-SETL-AMT
003616         WHEN OTHER
003617             SET SEQ-OPN-DIFFERS TO TRUE
003618             MOVE SEQ-DTL-SETL-AMT TO SEQ-OPN-SETL-AMT
003619     END-EVALUATE.
003620     COMPUTE SEQ-OPN-DIFF-AMT =
003621         SEQ-OPN-SENT-AMT - SEQ-OPN-SETL-AMT.
003622     IF SEQ-OPN-DIFF-AMT = ZERO AND NOT SEQ-OPN-UNRETURNED
003623         AND NOT SEQ-OPN-REJECTED
003624         SET SEQ-OPN-CLEARED TO TRUE
003625         MOVE WS-RUN-DATE TO SEQ-OPN-CLEAR-DATE
003626         IF WS-OPN-WAS-OPEN
003627             ADD 1 TO WS-OPN-CLEARED-COUNT
003628         END-IF
003629     ELSE
003630         SET SEQ-OPN-OPEN TO TRUE
003631         IF NOT WS-OPN-FOUND
003632             ADD 1 TO WS-OPN-RAISED-COUNT
003633         END-IF
003634     END-IF.
003635     IF WS-OPN-FOUND
003636         REWRITE SEQ-OPN-REC
003637     ELSE
003638         WRITE SEQ-OPN-REC
003639     END-IF.
003640     IF NOT OPN-STATUS-OK
003641         MOVE "OPENITEM WRITE FAILED" TO WS-ABEND-MSG
003642         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
003643     END-IF.
003644 2800-EXIT.
003645     EXIT.
003646*
003650******************************************************************
003660*    3000-FINALIZE -- PRINT THE SUMMARY COUNTS, CLOSE FILES,
003670*    SET THE RETURN CODE.
003880     MOVE "DETAILS NOT ON RETURN FILE"    TO WS-RPTC-LABEL.
003890     MOVE WS-UNRET-COUNT                  TO WS-RPTC-COUNT.
003900     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003901     MOVE "OPEN ITEMS RAISED"             TO WS-RPTC-LABEL.
003902     MOVE WS-OPN-RAISED-COUNT             TO WS-RPTC-COUNT.
003903     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003904     MOVE "OPEN ITEMS CLEARED"            TO WS-RPTC-LABEL.
003905     MOVE WS-OPN-CLEARED-COUNT            TO WS-RPTC-COUNT.
003906     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003907     MOVE "OPEN ITEMS PART SETTLED"       TO WS-RPTC-LABEL.
003908     MOVE WS-OPN-PARTIAL-COUNT            TO WS-RPTC-COUNT.
003909     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003910     PERFORM 3200-CLOSE-FILES THRU 3200-EXIT.
003920     IF WS-REJECTED-COUNT > ZERO
003930         OR WS-DIFFER-COUNT > ZERO
004290         MOVE "RETRPT CLOSE FAILED" TO WS-ABEND-MSG
004300         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004310     END-IF.
004311     CLOSE OPN-FILE.
004312     IF NOT OPN-STATUS-OK
004313         MOVE "OPENITEM CLOSE FAILED" TO WS-ABEND-MSG
004314         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
004315     END-IF.
004320 3200-EXIT.
004330     EXIT.
004340*
004660     DISPLAY "SEQRET ABEND -- " WS-ABEND-MSG.
004670     DISPLAY "SEQRET ABEND -- RET-STATUS=" RET-STATUS
004680             " F-STATUS=" F-STATUS
004690             " RPT-STATUS=" RPT-STATUS
004695             " OPN-STATUS=" OPN-STATUS.
004700     MOVE 16 TO RETURN-CODE.
004710     PERFORM 7000-WRITE-RUN-LOG THRU 7000-EXIT.
004720     STOP RUN.
