      *    PROGRAM-ID: ACKSEND
      *    End-of-run acknowledgment step.  VALBATCH writes one
      *    source-stamped event to ACKWORK (layout ACKWREC.CPY) for
      *    every batch balanced, failed or held and every value
      *    rejected or duplicate-diverted in its enveloped phases -
      *    the transmission and any released held batches; this program
      *    turns that work file into one acknowledgment file per
      *    sending system seen on the batch headers, so the source
      *    that sent a bad extract can fix it the same night instead
       2100-WRITE-ONE-DETAIL.
           MOVE SPACES TO ACK-RECORD.
           IF ACKW-BATCH-BALANCED OR ACKW-BATCH-FAILED
                   OR ACKW-BATCH-HELD
               MOVE "B" TO ACK-REC-TYPE
               MOVE ACKW-CREATE-DATE TO ACK-BAT-CREATE-DATE
               IF ACKW-BATCH-BALANCED
                   MOVE "B" TO ACK-BAT-RESULT
               ELSE
                   IF ACKW-BATCH-HELD
                       MOVE "H" TO ACK-BAT-RESULT
                   ELSE
                       MOVE "F" TO ACK-BAT-RESULT
                   END-IF
               END-IF
               MOVE ACKW-TRL-COUNT TO ACK-BAT-COUNT
               MOVE ACKW-TRL-HASH TO ACK-BAT-HASH
