      *    A correction whose key is not on SUSPENSE-FILE is reported
      *    and skipped; a correction against a record that is already
      *    SUSP-STATUS-CORRECTED is reported and skipped rather than
      *    resubmitted a second time, and one against an item a
      *    supervisor has written off through SUSPWOFF is reported and
      *    skipped too - a written-off value does not come back into
      *    the totals by the side door.  An apply report is written to
      *    BULKRPT showing the disposition of every correction plus
      *    totals of corrections applied, keys not found, items
      *    already corrected and items written off.  Each applied
      *    correction stamps the run date on the suspense record as
      *    its closed date, as SUSPCORR does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPBULK.
       01  WS-COUNT-APPLIED        PIC 9(10) VALUE 0.
       01  WS-COUNT-NOT-FOUND      PIC 9(10) VALUE 0.
       01  WS-COUNT-ALREADY-CORR   PIC 9(10) VALUE 0.
       01  WS-COUNT-WRITTEN-OFF    PIC 9(10) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DTL-RUN-DATE      PIC X(8).
               IF SUSP-STATUS-OPEN
                   PERFORM 2100-APPLY-CORRECTION
               ELSE
                   IF SUSP-STATUS-WRITTEN-OFF
                       ADD 1 TO WS-COUNT-WRITTEN-OFF
                       MOVE "WRITTEN OFF - SKIPPED"
                           TO WS-DTL-DISPOSITION
                   ELSE
                       ADD 1 TO WS-COUNT-ALREADY-CORR
                       MOVE "ALREADY CORRECTED - SKIPPED"
                           TO WS-DTL-DISPOSITION
                   END-IF
                   PERFORM 3000-WRITE-DETAIL-LINE
               END-IF
           ELSE
       2100-APPLY-CORRECTION.
           MOVE CORR-VALUE TO SUSP-DATA.
           SET SUSP-STATUS-CORRECTED TO TRUE.
           MOVE WS-RUN-DATE TO SUSP-CLOSED-DATE.
           REWRITE SUSPENSE-RECORD.

           MOVE CORR-VALUE TO RSB-DATA.
           MOVE "N" TO RSB-RELEASE-FLAG.
           MOVE SUSP-SOURCE-ID TO RSB-SOURCE-ID.
           MOVE SUSP-CREATE-DATE TO RSB-CREATE-DATE.
           WRITE RESUBMIT-RECORD.

           ADD 1 TO WS-COUNT-APPLIED.
           MOVE WS-COUNT-ALREADY-CORR TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS WRITTEN OFF - SKIPPED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-WRITTEN-OFF TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
