      *    that catches a reject-rate breach pages a silent upstream
      *    outage the same night; a batch that arrived but failed its
      *    trailer is noted on the report (the failure already alerted
      *    through the run's own RETURN-CODE), and so is one VALBATCH
      *    quarantined on the held-batch master or one an operator
      *    later dropped through HELDRLS - arrived, but not posted.
      *    Nothing is expected on a date that is not a processing day
      *    on the calendar master (read through the shared CALGET
      *    subroutine - a holiday, or a weekend the calendar does not
      *    override): the report says so and no source is checked.
      *    On a processing day a source the calendar lists as not
      *    sending that date is reported as such and not counted as
      *    expected.  The report goes to
      *    MISSRPT.  ALERTFILE is extended, not overwritten - the
      *    run's own alerts are still on it.  The job ends with
      *    RETURN-CODE 8 when any expected batch is missing.
       01  WS-COUNT-RECEIVED        PIC 9(10) VALUE 0.
       01  WS-COUNT-FAILED          PIC 9(10) VALUE 0.
       01  WS-COUNT-MISSING         PIC 9(10) VALUE 0.
       01  WS-COUNT-NOT-SENDING     PIC 9(10) VALUE 0.
       01  WS-CAL-SOURCE-ID         PIC X(3).
       01  WS-CAL-PROCESSING-FLAG   PIC X(1).
           88  WS-PROCESSING-DAY             VALUE "Y".
       01  WS-CAL-SENDS-FLAG        PIC X(1).
           88  WS-SOURCE-SENDS-TODAY         VALUE "Y".
       01  WS-CAL-DESCRIPTION       PIC X(30).

       01  WS-FEED-LINE.
           05  WS-FEED-SOURCE-ID    PIC X(3).
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-CAL-SOURCE-ID.
           CALL "CALGET" USING WS-RUN-DATE WS-CAL-SOURCE-ID
               WS-CAL-PROCESSING-FLAG WS-CAL-SENDS-FLAG
               WS-CAL-DESCRIPTION.

           OPEN INPUT BATCH-MASTER-FILE.
           IF WS-BATMAST-STATUS = "00"
               SET WS-BATMAST-AVAILABLE TO TRUE
               OPEN OUTPUT ALERT-FILE
           END-IF.

           IF NOT WS-PROCESSING-DAY
               MOVE SPACES TO REPORT-LINE
               STRING "NOT A PROCESSING DAY - NO FEEDS EXPECTED - "
                   WS-CAL-DESCRIPTION
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "MISSFEED: " WS-RUN-DATE
                   " is not a processing day - no feeds expected"
           ELSE
               PERFORM 0500-CHECK-ALL-SOURCES
           END-IF.

           PERFORM 4000-WRITE-WATCHDOG-TOTALS.
           IF WS-BATMAST-AVAILABLE
               CLOSE BATCH-MASTER-FILE
           END-IF.
           CLOSE ALERT-FILE.
           CLOSE REPORT-FILE.
           IF WS-COUNT-MISSING > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0500-CHECK-ALL-SOURCES.
           OPEN INPUT SOURCE-MASTER-FILE.
           IF WS-SRCMAST-STATUS = "00"
               PERFORM UNTIL END-OF-SOURCE-MASTER
               CLOSE SOURCE-MASTER-FILE
           END-IF.

      ******************************************************************
      *    A source only counts as expected when it is both active
      *    and registered as a daily feed - a suspended source's
      *    silence is deliberate, and an occasional feed has no
      *    schedule to be late against.  The expected batch is the
      *    one whose header creation date is the run date.  A source
      *    the calendar lists as not sending today is reported but
      *    not expected - its silence is on the calendar.
      ******************************************************************
       1000-CHECK-ONE-SOURCE.
           IF SRC-STATUS-ACTIVE AND SRC-FEED-EXPECTED
               MOVE SRC-ID TO WS-CAL-SOURCE-ID
               CALL "CALGET" USING WS-RUN-DATE WS-CAL-SOURCE-ID
                   WS-CAL-PROCESSING-FLAG WS-CAL-SENDS-FLAG
                   WS-CAL-DESCRIPTION
               IF WS-SOURCE-SENDS-TODAY
                   PERFORM 1100-CHECK-EXPECTED-SOURCE
               ELSE
                   ADD 1 TO WS-COUNT-NOT-SENDING
                   MOVE SRC-ID TO WS-FEED-SOURCE-ID
                   MOVE SRC-DESCRIPTION TO WS-FEED-DESCRIPTION
                   MOVE "NOT SENDING TODAY PER CALENDAR"
                       TO WS-FEED-DISPOSITION
                   MOVE WS-FEED-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       1100-CHECK-EXPECTED-SOURCE.
           ADD 1 TO WS-COUNT-EXPECTED.
           PERFORM 2000-LOOK-UP-TODAYS-BATCH.
           MOVE SRC-ID TO WS-FEED-SOURCE-ID.
           MOVE SRC-DESCRIPTION TO WS-FEED-DESCRIPTION.
           IF WS-BATCH-FOUND
               IF BM-STATUS-BALANCED
                   ADD 1 TO WS-COUNT-RECEIVED
                   MOVE "RECEIVED AND BALANCED"
                       TO WS-FEED-DISPOSITION
               ELSE
                   ADD 1 TO WS-COUNT-FAILED
                   IF BM-STATUS-HELD
                       MOVE "RECEIVED BUT HELD"
                           TO WS-FEED-DISPOSITION
                   ELSE
                       IF BM-STATUS-DROPPED
                           MOVE "RECEIVED BUT DROPPED"
                               TO WS-FEED-DISPOSITION
                       ELSE
                           MOVE "RECEIVED BUT FAILED"
                               TO WS-FEED-DISPOSITION
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-MISSING
               MOVE "** MISSING - NEVER ARRIVED"
                   TO WS-FEED-DISPOSITION
               PERFORM 3000-WRITE-MISSING-ALERT
           END-IF.
           MOVE WS-FEED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-LOOK-UP-TODAYS-BATCH.
           MOVE "N" TO WS-BATCH-FOUND-SWITCH.
           MOVE WS-COUNT-RECEIVED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECEIVED BUT NOT POSTED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-FAILED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT SENDING PER CALENDAR" TO WS-RPT-LABEL.
           MOVE WS-COUNT-NOT-SENDING TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BATCHES MISSING" TO WS-RPT-LABEL.
           MOVE WS-COUNT-MISSING TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
