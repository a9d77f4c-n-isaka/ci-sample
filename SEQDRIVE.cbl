000370******************************************************************
000380*  NIGHTLY SUITE DRIVER.
000390*
000400*  RUNS THE NINE STEPS OF THE NIGHTLY CHAIN IN ORDER --
000410*  MERGEACC, ACCTEDIT, HELLO2, RECONCIL, GLPOST, SEQSNAP,
000420*  SEQDIFF, SEQSTAT, SEQ2CSV -- INSTEAD OF THE OPERATOR
000430*  SEQUENCING THEM BY HAND.  AFTER EACH STEP THE RETURN CODE
000440*  IS GATED:  08 OR 16 STOPS THE CHAIN (SO A FLAGGED SEQ001
000450*  IS NEVER TRANSMITTED), 04 IS LOGGED AS A WARNING AND THE
000460*  CHAIN CONTINUES, AND THE DRIVER ENDS WITH THE WORST CODE
000465*  SEEN.
000470*
000480*  EVERY STEP EXECUTED IS ALSO RECORDED BY THE DRIVER ITSELF
000490*  ON RUNLOG (PROGRAM SEQDRIVE) VIA RUNLOGW, STEP BY STEP.  ON
000540*  HELLO2 THAT WAS ATTEMPTED BUT DID NOT COMPLETE IS RERUN
000550*  WITH ITS CHECKPOINT RESTART PARM.
000560*
000561*  A SEQREST RESTORE ON RUNLOG UNDER TONIGHT'S RUN-ID IS
000562*  HONOURED IN RUNLOG ORDER:  A RESTORE OF TONIGHT'S SNAPSHOT
000563*  (FLAG "R") MARKS EVERY STEP THROUGH HELLO2 DONE, SINCE
000564*  SEQ001 ALREADY HOLDS TONIGHT'S BUILD; A RESTORE THAT
000565*  REPLACED TONIGHT'S BUILD WITH AN EARLIER SNAPSHOT (FLAG
000566*  "S") CLEARS HELLO2 AND EVERY LATER STEP, SO THE CHAIN
000567*  REBUILDS FROM HELLO2 -- FROM THE TOP, NOT FROM A STALE
000568*  CHECKPOINT.
000569*
000570*  RETURN CODES
000580*    00  ALL STEPS CLEAN
000590*    04  CHAIN COMPLETED WITH WARNINGS
000620*
000630*  MODIFICATION HISTORY
000640*  2026-09-02 TSH  INITIAL VERSION.
000642*  2026-10-15 TSH  GLPOST GENERAL-LEDGER STEP AFTER RECONCIL;
000644*                  STEP COUNT HELD IN WS-STEP-MAX.
000646*  2026-10-15 TSH  HONOUR SEQREST RESTORE RECORDS WHEN DECIDING
000648*                  WHICH STEPS ARE ALREADY DONE.
000650******************************************************************
000660 ENVIRONMENT                 DIVISION.
000670******************************************************************
001040     88  WS-CHAIN-STOPPED          VALUE "Y".
001050 77  WS-RESUME-SW              PIC  X(01)  VALUE "N".
001060     88  WS-RESUMED-RUN            VALUE "Y".
001062 77  WS-PAST-HELLO2-SW         PIC  X(01)  VALUE "N".
001064     88  WS-PAST-HELLO2            VALUE "Y".
001070*
001080*    STEP TABLE -- THE CHAIN, IN RUN ORDER.
001090 01  WS-STEP-TABLE.
001100     03  WS-STEP-ENTRY         OCCURS 9.
001110         05  WS-STEP-NAME          PIC  X(08).
001120         05  WS-STEP-DONE-SW       PIC  X(01).
001130             88  WS-STEP-DONE          VALUE "Y".
001140         05  WS-STEP-TRIED-SW      PIC  X(01).
001150             88  WS-STEP-TRIED         VALUE "Y".
001160 77  WS-STEP-SUB               PIC  9(04)  COMP  VALUE ZERO.
001165 77  WS-STEP-MAX               PIC  9(04)  COMP  VALUE 9.
001170 77  WS-SCAN-SUB               PIC  9(04)  COMP  VALUE ZERO.
001180 77  WS-STEP-RC                PIC  9(04)       VALUE ZERO.
001190 77  WS-WORST-RC               PIC  9(04)       VALUE ZERO.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001680         VARYING WS-STEP-SUB FROM 1 BY 1
001690         UNTIL WS-STEP-SUB > WS-STEP-MAX OR WS-CHAIN-STOPPED.
001700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001710     GO TO 9999-MAIN-EXIT.
001720*
001800     MOVE "ACCTEDIT" TO WS-STEP-NAME (2).
001810     MOVE "HELLO2"   TO WS-STEP-NAME (3).
001820     MOVE "RECONCIL" TO WS-STEP-NAME (4).
001825     MOVE "GLPOST"   TO WS-STEP-NAME (5).
001830     MOVE "SEQSNAP"  TO WS-STEP-NAME (6).
001840     MOVE "SEQDIFF"  TO WS-STEP-NAME (7).
001850     MOVE "SEQSTAT"  TO WS-STEP-NAME (8).
001860     MOVE "SEQ2CSV"  TO WS-STEP-NAME (9).
001870     PERFORM 1050-CLEAR-ONE-STEP THRU 1050-EXIT
001880         VARYING WS-SCAN-SUB FROM 1 BY 1
001890         UNTIL WS-SCAN-SUB > WS-STEP-MAX.
001900     PERFORM 1100-READ-CTL-FILE THRU 1100-EXIT.
001910     PERFORM 1200-SCAN-RUN-LOG THRU 1200-EXIT.
001920     PERFORM 1300-NOTE-RESUME-POINT THRU 1300-EXIT.
002540     IF SEQ-RUN-ID NOT = WS-RUN-ID
002550         GO TO 1250-EXIT
002560     END-IF.
002562     IF SEQ-RUN-PGM = "SEQREST"
002564         PERFORM 1280-NOTE-RESTORE THRU 1280-EXIT
002566         GO TO 1250-EXIT
002568     END-IF.
002570     PERFORM 1270-MARK-ONE-STEP THRU 1270-EXIT
002580         VARYING WS-SCAN-SUB FROM 1 BY 1
002590         UNTIL WS-SCAN-SUB > WS-STEP-MAX.
002600 1250-EXIT.
002610     EXIT.
002620*
002690         AND SEQ-RUN-ABEND-MSG = SPACES
002700         MOVE "Y" TO WS-STEP-DONE-SW (WS-SCAN-SUB)
002710     END-IF.
002711 1270-EXIT.
002712     EXIT.
002713*
002714******************************************************************
002715*    1280-NOTE-RESTORE -- A SEQREST RECORD UNDER TONIGHT'S
002716*    RUN-ID.  ONLY A RESTORE THAT WENT THROUGH (CODE BELOW 08,
002717*    NO ABEND MESSAGE) CHANGES WHAT SEQ001 HOLDS.
002718******************************************************************
002719 1280-NOTE-RESTORE.
002720     IF SEQ-RUN-RETURN-CODE NOT NUMERIC
002721         GO TO 1280-EXIT
002722     END-IF.
002723     IF SEQ-RUN-RETURN-CODE >= 8
002724         OR SEQ-RUN-ABEND-MSG NOT = SPACES
002725         GO TO 1280-EXIT
002726     END-IF.
002727     MOVE "N" TO WS-PAST-HELLO2-SW.
002728     PERFORM 1290-APPLY-RESTORE THRU 1290-EXIT
002729         VARYING WS-SCAN-SUB FROM 1 BY 1
002730         UNTIL WS-SCAN-SUB > WS-STEP-MAX.
002731 1280-EXIT.
002732     EXIT.
002733*
002734 1290-APPLY-RESTORE.
002735     IF SEQ-RUN-RESTORED AND NOT WS-PAST-HELLO2
002736         MOVE "Y" TO WS-STEP-DONE-SW (WS-SCAN-SUB)
002737         MOVE "Y" TO WS-STEP-TRIED-SW (WS-SCAN-SUB)
002738     END-IF.
002739     IF WS-STEP-NAME (WS-SCAN-SUB) = "HELLO2"
002740         SET WS-PAST-HELLO2 TO TRUE
002741     END-IF.
002742     IF SEQ-RUN-SUPERSEDED AND WS-PAST-HELLO2
002743         MOVE "N" TO WS-STEP-DONE-SW (WS-SCAN-SUB)
002744         MOVE "N" TO WS-STEP-TRIED-SW (WS-SCAN-SUB)
002745     END-IF.
002746 1290-EXIT.
002747     EXIT.
002748*
002750******************************************************************
002760*    1300-NOTE-RESUME-POINT -- ANNOUNCE WHETHER THIS IS A
002770*    FRESH NIGHT OR A RESUME, AND FROM WHICH STEP.
002790 1300-NOTE-RESUME-POINT.
002800     PERFORM 1350-CHECK-ONE-DONE THRU 1350-EXIT
002810         VARYING WS-SCAN-SUB FROM 1 BY 1
002820         UNTIL WS-SCAN-SUB > WS-STEP-MAX.
002830     IF WS-RESUMED-RUN
002840         DISPLAY "SEQDRIVE -- RESUMING RUN " WS-RUN-ID
002850                 ", COMPLETED STEPS WILL BE SKIPPED"
