      *    PROGRAM-ID: VALSTAT
      *    Mid-run status inquiry for operations.  VALBATCH writes a
      *    checkpoint record every WS-CHECKPOINT-INTERVAL records, so
      *    while a long multi-phase run is executing the latest record
      *    on CHECKPOINT-FILE already says everything a human wants to
      *    know - this program just reads it and says it.  It reads
      *    CHKPTFILE the same way VALBATCH's own restart check does
           88  WS-CHK-PHASE-TRANS            VALUE "T".
           88  WS-CHK-PHASE-RESUBMIT         VALUE "R".
           88  WS-CHK-PHASE-PACKED           VALUE "P".
           88  WS-CHK-PHASE-RELEASED         VALUE "H".
       01  WS-CHK-COUNT-READ        PIC 9(10) VALUE 0.
       01  WS-CHK-PHASE-COUNT       PIC 9(10) VALUE 0.
       01  WS-CHK-COUNT-PASSED      PIC 9(10) VALUE 0.
                   IF WS-CHK-PHASE-PACKED
                       MOVE "PACKED-FILE" TO WS-PHASE-NAME
                   ELSE
                       IF WS-CHK-PHASE-RELEASED
                           MOVE "HELDIN" TO WS-PHASE-NAME
                       ELSE
                           MOVE "UNKNOWN" TO WS-PHASE-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF.
