      *    reader knows what the flags were judged against.  A figure
      *    whose comparison base is zero is flagged
      *    whenever the latest figure is non-zero - there is no
      *    percentage that describes appearing from nothing.  Only
      *    runs dated on a processing day count: a run whose date the
      *    calendar master (read through the shared CALGET subroutine)
      *    calls a holiday or an unprocessed weekend is left out of
      *    the window, so Monday is compared with Friday and a near-
      *    empty holiday run never drags the average down.  The number
      *    of runs left out is printed with the totals.  The
      *    report is written to RECONRPT; fewer than two processing-
      *    day runs on the master is reported as insufficient
      *    history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRECON.
               VALUE "TOLERANCE PCT USED".
           05  WS-TOL-VALUE         PIC ZZ9.99.
       01  WS-RUNS-ON-FILE          PIC 9(5)  VALUE 0.
       01  WS-RUNS-SKIPPED          PIC 9(5)  VALUE 0.
       01  WS-JUDGED-DATE           PIC X(8)  VALUE SPACES.
       01  WS-CAL-SOURCE-ID         PIC X(3)  VALUE SPACES.
       01  WS-CAL-PROCESSING-FLAG   PIC X(1).
           88  WS-PROCESSING-DAY             VALUE "Y".
       01  WS-CAL-SENDS-FLAG        PIC X(1).
       01  WS-CAL-DESCRIPTION       PIC X(30).
       01  WS-WINDOW-DEPTH          PIC 9(2)  COMP VALUE 0.
       01  WS-WINDOW-SUB            PIC 9(2)  COMP.
       01  WS-FIGURE-SUB            PIC 9(2)  COMP.
                           SET END-OF-HISTORY-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RUNS-ON-FILE
                           PERFORM 0500-JUDGE-RUN-DATE
                           IF WS-PROCESSING-DAY
                               PERFORM 1000-SLIDE-INTO-WINDOW
                           ELSE
                               ADD 1 TO WS-RUNS-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 2000-WRITE-REPORT-HEADER.
           IF WS-WINDOW-DEPTH < 2
               MOVE SPACES TO REPORT-LINE
               MOVE "INSUFFICIENT HISTORY - NEED TWO BUSINESS-DAY RUNS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    Several runs can share a date, so the calendar is only
      *    asked again when the date changes.
      ******************************************************************
       0500-JUDGE-RUN-DATE.
           IF RH-RUN-DATE NOT = WS-JUDGED-DATE
               MOVE RH-RUN-DATE TO WS-JUDGED-DATE
               CALL "CALGET" USING WS-JUDGED-DATE WS-CAL-SOURCE-ID
                   WS-CAL-PROCESSING-FLAG WS-CAL-SENDS-FLAG
                   WS-CAL-DESCRIPTION
           END-IF.

       1000-SLIDE-INTO-WINDOW.
           IF WS-WINDOW-DEPTH < 8
               ADD 1 TO WS-WINDOW-DEPTH
           MOVE WS-RUNS-ON-FILE TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HOLIDAY/WEEKEND RUNS SKIPPED" TO WS-RPT-LABEL.
           MOVE WS-RUNS-SKIPPED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FIGURES FLAGGED" TO WS-RPT-LABEL.
           MOVE WS-ALERT-COUNT TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
