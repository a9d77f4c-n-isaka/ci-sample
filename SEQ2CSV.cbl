000640*                  (CSVPARM RECORD TYPE "B") FOR BRANCHES
000650*                  MOVING TO DIRECT SETTLEMENT.
000660*  2026-09-02 TSH  END WITH GOBACK FOR THE SEQDRIVE DRIVER.
000662*  2026-10-15 TSH  MANIFEST RECORD MARKED AS AN ORIGINAL
000664*                  TRANSMISSION (BLANK RESEND FLAG, SEQUENCE
000666*                  ZERO) -- SEQRESND WRITES THE RESENDS.
000670******************************************************************
000680 ENVIRONMENT                 DIVISION.
000690******************************************************************
004503     ELSE
004504         MOVE SPACE TO SEQ-MAN-HASH-SIGN
004505     END-IF.
004506     MOVE SPACE           TO SEQ-MAN-RESEND-FLAG.
004508     MOVE ZERO            TO SEQ-MAN-RESEND-SEQ.
004510     WRITE SEQ-MAN-REC.
004520     IF NOT MAN-STATUS-OK
004530         MOVE "MANIFEST WRITE FAILED" TO WS-ABEND-MSG
