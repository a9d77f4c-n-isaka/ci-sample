000227*  POSITIVE, THE SAME CONVENTION RUNREC, SEQREC AND SEQCTL USE
000228*  FOR FIELDS ADDED AFTER THE FIRST RECORDS WERE WRITTEN.
000229*
000230*  SEQRESND RETRANSMITS A PRIOR RUN FROM ITS SNAPSHOT
000231*  GENERATION AND APPENDS A RECORD WITH SEQ-MAN-RESEND-FLAG
000232*  "R" AND SEQ-MAN-RESEND-SEQ 01, 02, ... FOR THAT RUN-ID.
000233*  SEQ2CSV WRITES THE ORIGINAL WITH A BLANK FLAG AND ZERO
000234*  SEQUENCE; A RECORD WRITTEN BEFORE THESE FIELDS EXISTED
000235*  READS BLANK THERE AND IS AN ORIGINAL TRANSMISSION.
000236*
000237*  MODIFICATION HISTORY
000240*  2026-08-22 TSH  INITIAL VERSION.
000242*  2026-09-02 TSH  APPENDED SEQ-MAN-HASH-SIGN SO CREDIT
000244*                  ADJUSTMENT TOTALS CARRY THEIR SIGN WITHOUT
000246*                  DISTURBING RECORDS ALREADY ON THE MANIFEST.
000247*  2026-10-15 TSH  APPENDED SEQ-MAN-RESEND-FLAG AND
000248*                  SEQ-MAN-RESEND-SEQ FOR SEQRESND
000249*                  RETRANSMISSIONS.
000250******************************************************************
000260 01  SEQ-MAN-REC.
000270     03  SEQ-MAN-RUN-ID          PIC  X(08).
000300     03  SEQ-MAN-HASH-TOTAL      PIC  9(09)V99.
000310     03  SEQ-MAN-HASH-SIGN       PIC  X(01).
000320         88  SEQ-MAN-HASH-NEG        VALUE "-".
000330     03  SEQ-MAN-RESEND-FLAG     PIC  X(01).
000340         88  SEQ-MAN-RESEND          VALUE "R".
000350     03  SEQ-MAN-RESEND-SEQ      PIC  9(02).
