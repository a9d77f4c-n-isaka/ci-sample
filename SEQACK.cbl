000470*  FEED SURFACES THE SAME MORNING, NOT AT MONTH-END.
000480*
000490*  ACKFILE RECORD:  RUN-ID X(08), ONE BLANK, RECEIVED COUNT
000491*  9(08), ONE BLANK, RESEND SEQUENCE 9(02) -- BLANK OR ZERO
000492*  ACKNOWLEDGES THE ORIGINAL TRANSMISSION, 01 AND UP A SEQRESND
000493*  RESEND OF THE RUN.
000494*
000495*  A RUN THE PARTNER NEVER ACKNOWLEDGED, OR ACKNOWLEDGED SHORT,
000496*  IS CLOSED BY AN ACKNOWLEDGMENT OF ANY RESEND OF IT WITH THE
000497*  FULL COUNT -- LISTED ON ACKRPT AS CLOSED BY RESEND, NOT
000498*  FLAGGED.  THE RESEND MANIFEST RECORDS THEMSELVES ARE ONLY
000499*  COUNTED:  AN UNACKNOWLEDGED RESEND LEAVES ITS ORIGINAL
000500*  FLAGGED, WHICH IS THE ONE LINE THAT NEEDS ACTION.
000510*
000520*  RETURN CODES
000530*    00  EVERY TRANSMISSION ACKNOWLEDGED WITH MATCHING COUNT
000570*
000580*  MODIFICATION HISTORY
000590*  2026-08-22 TSH  INITIAL VERSION.
000592*  2026-10-15 TSH  ACKFILE RESEND SEQUENCE -- AN ACKNOWLEDGED
000594*                  SEQRESND RESEND CLOSES THE ORIGINAL'S GAP.
000600******************************************************************
000610 ENVIRONMENT                 DIVISION.
000620******************************************************************
000860     03   ACK-REC-COUNT      PIC  X(08).
000870     03   ACK-REC-COUNT-N REDEFINES ACK-REC-COUNT
000880                             PIC  9(08).
000882     03   FILLER             PIC  X(01).
000884     03   ACK-RESEND-SEQ     PIC  X(02).
000886     03   ACK-RESEND-SEQ-N REDEFINES ACK-RESEND-SEQ
000888                             PIC  9(02).

000890 FD  MAN-FILE.
000900     COPY MANREC.
001160 77  WS-ACK-MAX                PIC  9(04)  COMP  VALUE 1000.
001170 77  WS-ACK-SUB                PIC  9(04)  COMP  VALUE ZERO.
001180 77  WS-ACK-HIT-SUB            PIC  9(04)  COMP  VALUE ZERO.
001182 77  WS-RSND-HIT-SUB           PIC  9(04)  COMP  VALUE ZERO.
001184 77  WS-RSND-MISS-SUB          PIC  9(04)  COMP  VALUE ZERO.
001190 77  WS-MAN-COUNT              PIC  9(08)  COMP  VALUE ZERO.
001200 77  WS-MATCHED-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001210 77  WS-UNACKED-COUNT          PIC  9(08)  COMP  VALUE ZERO.
001220 77  WS-MISMATCH-COUNT         PIC  9(08)  COMP  VALUE ZERO.
001222 77  WS-RESEND-COUNT           PIC  9(08)  COMP  VALUE ZERO.
001224 77  WS-CLOSED-COUNT           PIC  9(08)  COMP  VALUE ZERO.
001230*
001240 77  WS-RUN-DATE               PIC  9(08)  VALUE ZERO.
001250 77  WS-ABEND-MSG              PIC  X(60)  VALUE SPACES.
001300     03  WS-ACK-ENTRY          OCCURS 1000.
001310         05  WS-ACKT-RUN-ID        PIC  X(08).
001320         05  WS-ACKT-COUNT         PIC  9(08)  COMP.
001325         05  WS-ACKT-RESEND-SEQ    PIC  9(02).
001330*
001340*    RUN-HISTORY AUDIT RECORD, APPENDED TO RUNLOG VIA RUNLOGW.
001350     COPY RUNREC.
001500     03  WS-RPTF-SENT      PIC ZZZZZZZ9.
001510     03  FILLER            PIC X(07) VALUE "  ACKD ".
001520     03  WS-RPTF-ACKD      PIC ZZZZZZZ9.
001521     03  FILLER            PIC X(22) VALUE SPACES.

001522 01  WS-RPT-RESEND-LINE.
001523     03  FILLER            PIC X(04) VALUE SPACES.
001524     03  WS-RPTR-RUN-ID    PIC X(08).
001525     03  FILLER            PIC X(19)
001526         VALUE "  CLOSED BY RESEND ".
001527     03  WS-RPTR-SEQ       PIC 9(02).
001528     03  FILLER            PIC X(07) VALUE "  SENT ".
001529     03  WS-RPTR-SENT      PIC ZZZZZZZ9.
001530     03  FILLER            PIC X(07) VALUE "  ACKD ".
001531     03  WS-RPTR-ACKD      PIC ZZZZZZZ9.
001532     03  FILLER            PIC X(17) VALUE SPACES.

001540 01  WS-RPT-COUNT-LINE.
001550     03  FILLER            PIC X(02) VALUE "  ".
002040*    1500-LOAD-ACK-TABLE -- READ THE PARTNER ACKNOWLEDGMENTS
002050*    INTO THE TABLE.  A RECORD WITH A NON-NUMERIC COUNT IS A
002060*    MANGLED ACK AND ABENDS THE STEP -- BETTER LOUD THAN A
002065*    FALSE MATCH.  SO DOES A RESEND SEQUENCE THAT IS NEITHER
002070*    BLANK NOR NUMERIC.
002080******************************************************************
002090 1500-LOAD-ACK-TABLE.
002100     READ ACK-FILE.
002210             TO WS-ABEND-MSG
002220         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002230     END-IF.
002231     IF ACK-RESEND-SEQ NOT = SPACES
002232         AND ACK-RESEND-SEQ NOT NUMERIC
002233         MOVE "ACKFILE RESEND SEQUENCE NOT NUMERIC"
002234             TO WS-ABEND-MSG
002235         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002236     END-IF.
002240     IF WS-ACK-COUNT >= WS-ACK-MAX
002250         MOVE "ACK TABLE FULL -- RAISE WS-ACK-MAX"
002260             TO WS-ABEND-MSG
002290     ADD 1 TO WS-ACK-COUNT.
002300     MOVE ACK-RUN-ID      TO WS-ACKT-RUN-ID (WS-ACK-COUNT).
002310     MOVE ACK-REC-COUNT-N TO WS-ACKT-COUNT (WS-ACK-COUNT).
002311     IF ACK-RESEND-SEQ = SPACES
002312         MOVE ZERO TO WS-ACKT-RESEND-SEQ (WS-ACK-COUNT)
002313     ELSE
002314         MOVE ACK-RESEND-SEQ-N
002315             TO WS-ACKT-RESEND-SEQ (WS-ACK-COUNT)
002316     END-IF.
002320 1500-EXIT.
002330     EXIT.
002340*
002350******************************************************************
002360*    2000-CHECK-MANIFEST -- MAIN LOOP OVER THE MANIFEST.  EACH
002370*    TRANSMISSION MUST HAVE AN ACKNOWLEDGMENT WITH A MATCHING
002375*    RECEIVED COUNT -- OF THE ORIGINAL, OR FAILING THAT OF A
002380*    RESEND.  RESEND RECORDS ARE COUNTED, NOT MATCHED.
002390******************************************************************
002400 2000-CHECK-MANIFEST.
002410     READ MAN-FILE.
002480         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002490     END-IF.
002500     ADD 1 TO WS-MAN-COUNT.
002502     IF SEQ-MAN-RESEND
002504         ADD 1 TO WS-RESEND-COUNT
002506         GO TO 2000-EXIT
002508     END-IF.
002510     MOVE "N"  TO WS-ACK-FOUND-SW.
002520     MOVE ZERO TO WS-ACK-HIT-SUB.
002525     MOVE ZERO TO WS-RSND-HIT-SUB WS-RSND-MISS-SUB.
002530     PERFORM 2100-MATCH-ACK-ENTRY THRU 2100-EXIT
002540         VARYING WS-ACK-SUB FROM 1 BY 1
002550         UNTIL WS-ACK-SUB > WS-ACK-COUNT OR WS-ACK-FOUND.
002551     IF WS-ACK-FOUND
002552         ADD 1 TO WS-MATCHED-COUNT
002553         GO TO 2000-EXIT
002554     END-IF.
002555     IF WS-RSND-HIT-SUB > ZERO
002556         PERFORM 2300-WRITE-RESEND-LINE THRU 2300-EXIT
002557         GO TO 2000-EXIT
002558     END-IF.
002559*    NO FULL-COUNT ACKNOWLEDGMENT -- A SHORT ONE OF THE ORIGINAL,
002560*    ELSE OF A RESEND, IS REPORTED AS THE COUNT MISMATCH.
002561     IF WS-ACK-HIT-SUB = ZERO
002562         MOVE WS-RSND-MISS-SUB TO WS-ACK-HIT-SUB
002563     END-IF.
002564     IF WS-ACK-HIT-SUB = ZERO
002570         ADD 1 TO WS-UNACKED-COUNT
002580         MOVE SEQ-MAN-RUN-ID    TO WS-RPTF-RUN-ID
002590         MOVE "NO ACK"          TO WS-RPTF-TEXT
002620         PERFORM 2200-WRITE-FLAG-LINE THRU 2200-EXIT
002630         GO TO 2000-EXIT
002640     END-IF.
002670     ADD 1 TO WS-MISMATCH-COUNT.
002680     MOVE SEQ-MAN-RUN-ID    TO WS-RPTF-RUN-ID.
002690     MOVE "COUNT MISMATCH"  TO WS-RPTF-TEXT.
002700     MOVE SEQ-MAN-REC-COUNT TO WS-RPTF-SENT.
002710     MOVE WS-ACKT-COUNT (WS-ACK-HIT-SUB) TO WS-RPTF-ACKD.
002720     PERFORM 2200-WRITE-FLAG-LINE THRU 2200-EXIT.
002760 2000-EXIT.
002770     EXIT.
002780*
002781******************************************************************
002782*    2100-MATCH-ACK-ENTRY -- A FULL-COUNT ACKNOWLEDGMENT OF THE
002783*    ORIGINAL ENDS THE SEARCH.  OTHERWISE THE FIRST SHORT ONE OF
002784*    THE ORIGINAL, THE FIRST FULL-COUNT ONE OF A RESEND AND THE
002785*    FIRST SHORT ONE OF A RESEND ARE NOTED.
002786******************************************************************
002790 2100-MATCH-ACK-ENTRY.
002800     IF WS-ACKT-RUN-ID (WS-ACK-SUB) NOT = SEQ-MAN-RUN-ID
002802         GO TO 2100-EXIT
002804     END-IF.
002806     IF WS-ACKT-RESEND-SEQ (WS-ACK-SUB) = ZERO
002808         IF WS-ACKT-COUNT (WS-ACK-SUB) = SEQ-MAN-REC-COUNT
002810             SET WS-ACK-FOUND TO TRUE
002812         ELSE
002814             IF WS-ACK-HIT-SUB = ZERO
002820                 MOVE WS-ACK-SUB TO WS-ACK-HIT-SUB
002821             END-IF
002822         END-IF
002823         GO TO 2100-EXIT
002830     END-IF.
002831     IF WS-ACKT-COUNT (WS-ACK-SUB) = SEQ-MAN-REC-COUNT
002832         IF WS-RSND-HIT-SUB = ZERO
002833             MOVE WS-ACK-SUB TO WS-RSND-HIT-SUB
002834         END-IF
002835     ELSE
002836         IF WS-RSND-MISS-SUB = ZERO
002837             MOVE WS-ACK-SUB TO WS-RSND-MISS-SUB
002838         END-IF
002839     END-IF.
002840 2100-EXIT.
002850     EXIT.
002860*
002920     END-IF.
002930 2200-EXIT.
002940     EXIT.
002941*
002942******************************************************************
002943*    2300-WRITE-RESEND-LINE -- THE ORIGINAL'S GAP WAS CLOSED BY AN
002944*    ACKNOWLEDGED RESEND.  LISTED FOR THE RECORD, NOT FLAGGED.
002945******************************************************************
002946 2300-WRITE-RESEND-LINE.
002947     ADD 1 TO WS-CLOSED-COUNT.
002948     MOVE SEQ-MAN-RUN-ID    TO WS-RPTR-RUN-ID.
002949     MOVE WS-ACKT-RESEND-SEQ (WS-RSND-HIT-SUB) TO WS-RPTR-SEQ.
002950     MOVE SEQ-MAN-REC-COUNT TO WS-RPTR-SENT.
002951     MOVE WS-ACKT-COUNT (WS-RSND-HIT-SUB) TO WS-RPTR-ACKD.
002952     WRITE RPT-LINE FROM WS-RPT-RESEND-LINE.
002953     IF NOT RPT-STATUS-OK
002954         MOVE "ACKRPT RESEND WRITE FAILED" TO WS-ABEND-MSG
002955         PERFORM 8000-ABEND-RTN THRU 8000-EXIT
002956     END-IF.
002957 2300-EXIT.
002958     EXIT.
002959*
002960******************************************************************
002970*    3000-FINALIZE -- PRINT THE SUMMARY COUNTS, CLOSE FILES,
002980*    SET THE RETURN CODE.
003100     MOVE "COUNT MISMATCHES"            TO WS-RPTC-LABEL.
003110     MOVE WS-MISMATCH-COUNT             TO WS-RPTC-COUNT.
003120     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003121     MOVE "RESENDS ON MANIFEST"         TO WS-RPTC-LABEL.
003122     MOVE WS-RESEND-COUNT               TO WS-RPTC-COUNT.
003123     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003124     MOVE "GAPS CLOSED BY RESEND"       TO WS-RPTC-LABEL.
003125     MOVE WS-CLOSED-COUNT               TO WS-RPTC-COUNT.
003126     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
003130     PERFORM 3200-CLOSE-FILES THRU 3200-EXIT.
003140     IF WS-UNACKED-COUNT > ZERO
003150         OR WS-MISMATCH-COUNT > ZERO
