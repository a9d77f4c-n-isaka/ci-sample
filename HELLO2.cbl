000690*                  COMPLETED ON RUNLOG; PARM "F" IS THE
000700*                  OPERATOR OVERRIDE FOR A DELIBERATE RERUN.
000710*  2026-09-02 TSH  END WITH GOBACK FOR THE SEQDRIVE DRIVER.
000712*  2026-10-15 TSH  DUPLICATE-RUN GUARD HONOURS SEQREST:  A
000714*                  RESTORE TO THE RUN-ID'S SNAPSHOT COUNTS AS
000716*                  COMPLETED, A RESTORE THAT REPLACED ITS BUILD
000718*                  CANCELS THE EARLIER COMPLETION.
000720******************************************************************
000730 ENVIRONMENT                 DIVISION.
000740******************************************************************
003760*    COMPLETION ON RUNLOG WOULD SILENTLY REBUILD SEQ001 AND
003770*    FEED THE PARTNER TWICE -- ABEND INSTEAD, UNLESS THE
003780*    OPERATOR SUPPLIED THE "F" OVERRIDE PARM OR REQUESTED A
003782*    CHECKPOINT RESTART.  A SEQREST RESTORE OF THE RUN-ID'S
003784*    SNAPSHOT (FLAG "R") LEAVES THE SAME SEQ001 A COMPLETION
003786*    WOULD, SO IT COUNTS AS ONE; A LATER RESTORE THAT REPLACED
003788*    THE RUN-ID'S BUILD (FLAG "S") MEANS SEQ001 NO LONGER HOLDS
003790*    IT, SO THE RUN MAY BE BUILT AGAIN WITHOUT THE OVERRIDE.
003800******************************************************************
003810 1170-CHECK-PRIOR-RUN.
003820     OPEN INPUT LOG-FILE.
004120*    THE WORKING-STORAGE RUNREC AREA IS SCRATCH UNTIL END OF
004130*    JOB -- BORROW IT TO EXAMINE THE HISTORY RECORD.
004140     MOVE LOG-REC TO SEQ-RUN-REC.
004145     IF SEQ-RUN-PGM NOT = "HELLO2" AND SEQ-RUN-PGM NOT = "SEQREST"
004150         GO TO 1180-EXIT
004155     END-IF.
004160     IF SEQ-RUN-ID NOT = WS-RUN-ID
004170         GO TO 1180-EXIT
004180     END-IF.
004190     IF SEQ-RUN-RETURN-CODE NOT NUMERIC
004210     END-IF.
004220     IF SEQ-RUN-RETURN-CODE < 8
004230         AND SEQ-RUN-ABEND-MSG = SPACES
004232         IF SEQ-RUN-SUPERSEDED
004234             MOVE "N" TO WS-PRIOR-DONE-SW
004236         ELSE
004240             SET WS-PRIOR-RUN-DONE TO TRUE
004245         END-IF
004250     END-IF.
004260 1180-EXIT.
004270     EXIT.
