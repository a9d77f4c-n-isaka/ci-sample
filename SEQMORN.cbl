000500*                     TRANSMISSION ON THE MANIFEST
000510*    04  WARNINGS  -- WARNING-LEVEL CODES, REJECTS, OR NO
000520*                     MANIFEST ENTRY YET
000522*    04  RESTORED  -- OTHERWISE CLEAN, BUT SEQ001 WAS RESTORED
000524*                     FROM A SEQREST SNAPSHOT, NOT REBUILT
000530*    08  FAILED    -- A STEP ENDED 08 OR WORSE, ABENDED, OR
000540*                     SEQ001 IS MISSING ITS HEADER OR TRAILER
000545*                     OR CARRIES ANOTHER NIGHT'S RUN-ID
000550*    16  ABEND (REPORT ITSELF COULD NOT RUN)
000560*
000570*  MODIFICATION HISTORY
000580*  2026-09-02 TSH  INITIAL VERSION.
000582*  2026-10-15 TSH  REPORT A SEQREST SNAPSHOT RESTORE (VERDICT
000584*                  RESTORED) AND CHECK THE SEQ001 HEADER RUN-ID.
000590******************************************************************
000600 ENVIRONMENT                 DIVISION.
000610******************************************************************
001410     88  WS-NIGHT-FAILED           VALUE "Y".
001420 77  WS-WARNED-SW              PIC  X(01)  VALUE "N".
001430     88  WS-NIGHT-WARNED           VALUE "Y".
001432 77  WS-RESTORED-SW            PIC  X(01)  VALUE "N".
001434     88  WS-SEQ-RESTORED           VALUE "Y".
001440*
001450*    COUNTERS AND GATHERED FACTS.
001460 77  WS-STEP-COUNT             PIC  9(08)  COMP  VALUE ZERO.
001490 77  WS-TRL-TOTAL              PIC  S9(09)V99 COMP-3 VALUE ZERO.
001500 77  WS-MAN-COUNT              PIC  9(08)       VALUE ZERO.
001510 77  WS-MAN-HASH               PIC  S9(09)V99 COMP-3 VALUE ZERO.
001515 77  WS-RESTORE-DATE           PIC  9(08)  VALUE ZERO.
001520*
001530*    RUN CONTROL VALUES.
001540 77  WS-RUN-ID                 PIC  X(08)  VALUE SPACES.
003130     IF SEQ-RUN-RETURN-CODE = 4
003140         SET WS-NIGHT-WARNED TO TRUE
003150     END-IF.
003152     IF SEQ-RUN-RETURN-CODE < 8
003154         AND SEQ-RUN-ABEND-MSG = SPACES
003156         PERFORM 2200-NOTE-SEQ001-SOURCE THRU 2200-EXIT
003158     END-IF.
003160 2100-EXIT.
003170     EXIT.
003171*
003172******************************************************************
003173*    2200-NOTE-SEQ001-SOURCE -- RUNLOG ORDER DECIDES WHERE
003174*    SEQ001 CAME FROM:  A SEQREST RESTORE OF TONIGHT'S SNAPSHOT
003175*    AFTER THE LAST HELLO2 BUILD MEANS IT WAS RESTORED, NOT
003176*    REBUILT.
003177******************************************************************
003178 2200-NOTE-SEQ001-SOURCE.
003179     IF SEQ-RUN-PGM = "HELLO2"
003180         MOVE "N" TO WS-RESTORED-SW
003181     END-IF.
003182     IF SEQ-RUN-PGM = "SEQREST" AND SEQ-RUN-RESTORED
003183         SET WS-SEQ-RESTORED TO TRUE
003184         MOVE SEQ-RUN-DATE TO WS-RESTORE-DATE
003185     END-IF.
003186 2200-EXIT.
003187     EXIT.
003188*
003190 2500-WRITE-NOTE-LINE.
003200     WRITE RPT-LINE FROM WS-RPT-NOTE-LINE.
003210     IF NOT RPT-STATUS-OK
003380         PERFORM 2500-WRITE-NOTE-LINE THRU 2500-EXIT
003390         SET WS-NIGHT-FAILED TO TRUE
003400         GO TO 3000-EXIT
003401     END-IF.
003402     SET WS-SEQ-OK TO TRUE.
003403     MOVE LOW-VALUES TO SEQ-DATA.
003404     READ SEQ-FILE KEY IS SEQ-DATA.
003405     IF F-STATUS-OK AND SEQ-TYPE-HEADER
003406         IF SEQ-HDR-RUN-ID NOT = WS-RUN-ID
003407             MOVE "SEQ001 CARRIES RUN-ID" TO WS-RPTN-TEXT
003408             MOVE SEQ-HDR-RUN-ID TO WS-RPTN-TEXT (23:8)
003409             MOVE "-- NOT TONIGHT'S BUILD" TO WS-RPTN-TEXT (32:22)
003410             PERFORM 2500-WRITE-NOTE-LINE THRU 2500-EXIT
003411             SET WS-NIGHT-FAILED TO TRUE
003412         END-IF
003413     ELSE
003414         MOVE "SEQ001 HEADER MISSING -- FILE IS DAMAGED"
003415             TO WS-RPTN-TEXT
003416         PERFORM 2500-WRITE-NOTE-LINE THRU 2500-EXIT
003417         SET WS-NIGHT-FAILED TO TRUE
003418     END-IF.
003419     IF WS-SEQ-RESTORED
003420         MOVE "SEQ001 RESTORED FROM THE SNAPSHOT OF"
003421             TO WS-RPTN-TEXT
003422         MOVE WS-RESTORE-DATE TO WS-RPTN-TEXT (38:8)
003423         MOVE "-- NOT REBUILT" TO WS-RPTN-TEXT (47:14)
003424         PERFORM 2500-WRITE-NOTE-LINE THRU 2500-EXIT
003425     END-IF.
003430     MOVE HIGH-VALUES TO SEQ-DATA.
003440     READ SEQ-FILE KEY IS SEQ-DATA.
003450     IF F-STATUS-OK AND SEQ-TYPE-TRAILER
004790             MOVE "WARNINGS" TO WS-RPTV-TEXT
004800             MOVE 4 TO RETURN-CODE
004810         ELSE
004812             IF WS-SEQ-RESTORED
004814                 MOVE "RESTORED" TO WS-RPTV-TEXT
004816                 MOVE 4 TO RETURN-CODE
004818             ELSE
004820                 MOVE "CLEAN"    TO WS-RPTV-TEXT
004830                 MOVE 0 TO RETURN-CODE
004835             END-IF
004840         END-IF
004850     END-IF.
004860     WRITE RPT-LINE FROM WS-RPT-VERDICT-LINE.
