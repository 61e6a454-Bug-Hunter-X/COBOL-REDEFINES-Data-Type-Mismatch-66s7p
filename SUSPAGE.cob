      *    VALBATCH runs (keyed run date, run start time and
      *    sequence).  Every record
      *    still in SUSP-STATUS-OPEN is aged from SUSP-RUN-DATE to the
      *    run date in business days - processing days on the calendar
      *    master, counted through the shared CALDAYS subroutine, so a
      *    Friday reject is one day old on Monday and a bank holiday
      *    adds nothing - and counted into one of four buckets (0-1,
      *    2-5, 6-10, over 10 days), broken down by SUSP-REASON-CODE,
      *    so operations can see not just how much is sitting in
      *    suspense but how long it has sat and why it got there.
      *    After the aging matrix an escalation page lists every item
      *    open past WS-ESCALATION-AGE-DAYS business days so a
      *    supervisor can chase each one by its full key - run date,
      *    run start time and sequence number, the key SUSPCORR asks
      *    for.  The escalation age defaults to 5 days but can be
      *    tuned without a recompile through the ESCALATION-AGE-DAYS
      *    entry on the run-parameter master (read at startup through
      *    the shared PARMGET subroutine; three digits, e.g. "010" for
      *    ten days); the value used is printed on the escalation
      *    page heading, so the report always says what it ran with.
      *    Records already SUSP-STATUS-CORRECTED are skipped entirely
      *    - they are on RESUBMIT-FILE or already back through
      *    VALBATCH and no longer anyone's problem.  Items a
      *    supervisor has written off through SUSPWOFF
      *    (SUSP-STATUS-WRITTEN-OFF) are not part of the open backlog
      *    either: they are neither aged nor escalated, but are
      *    counted and listed on a page of their own after the
      *    escalation page, so the write-offs stay in view.  The
      *    report is written to SUSPAGRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-SUSPENSE-STATUS       PIC X(2).
       01  WS-SUSP-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  END-OF-SUSPENSE-FILE          VALUE "Y".
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC X(10).
       01  WS-PARM-FOUND-FLAG       PIC X(1).
       01  WS-AGE-DAYS              PIC 9(5).
       01  WS-BUCKET-SUB            PIC 9(2)  COMP.
       01  WS-REASON-SUB            PIC 9(2)  COMP.
       01  WS-REASON-MAX            PIC 9(2)  COMP VALUE 0.
       01  WS-COUNT-OPEN            PIC 9(10) VALUE 0.
       01  WS-COUNT-CORRECTED       PIC 9(10) VALUE 0.
       01  WS-COUNT-WRITTEN-OFF     PIC 9(10) VALUE 0.
       01  WS-COUNT-ESCALATED       PIC 9(10) VALUE 0.

       01  WS-REASON-TABLE.
           05  WS-ESC-AGE-DAYS      PIC ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-ESC-REASON-TEXT   PIC X(30).
       01  WS-WRITTEN-OFF-LINE.
           05  WS-WOL-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-WOL-RUN-TIME      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-WOL-SEQ-NO        PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-WOL-DATA          PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-WOL-REASON-TEXT   PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE WS-ESCALATION-PARM-NUM TO WS-ESCALATION-AGE-DAYS
           END-IF.

           PERFORM 0100-INITIALIZE-TABLES.

           OPEN OUTPUT REPORT-FILE.
               PERFORM 3000-WRITE-AGING-MATRIX
               PERFORM 3500-WRITE-SUMMARY-TOTALS
               PERFORM 4000-WRITE-ESCALATION-PAGE
               PERFORM 4500-WRITE-WRITTEN-OFF-PAGE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "NO SUSPENSE FILE PRESENT - NOTHING TO AGE"
           IF SUSP-STATUS-CORRECTED
               ADD 1 TO WS-COUNT-CORRECTED
           ELSE
               IF SUSP-STATUS-WRITTEN-OFF
                   ADD 1 TO WS-COUNT-WRITTEN-OFF
               ELSE
                   ADD 1 TO WS-COUNT-OPEN
                   PERFORM 2100-COMPUTE-AGE
                   PERFORM 2200-PICK-BUCKET
                   PERFORM 2300-COUNT-BY-REASON
                   ADD 1 TO WS-BUCKET-TOTAL(WS-BUCKET-SUB)
               END-IF
           END-IF.

      ******************************************************************
      *    Age in business days after the suspense date up to and
      *    including the run date; CALDAYS returns zero for a date it
      *    cannot read or one not before the run date.
      ******************************************************************
       2100-COMPUTE-AGE.
           CALL "CALDAYS" USING SUSP-RUN-DATE WS-RUN-DATE
               WS-AGE-DAYS.

       2200-PICK-BUCKET.
           IF WS-AGE-DAYS <= 1
           ADD 1 TO WS-RSN-BUCKET(WS-REASON-SUB WS-BUCKET-SUB).

       3000-WRITE-AGING-MATRIX.
           MOVE SPACES TO REPORT-LINE.
           MOVE "AGE IN BUSINESS DAYS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AGING-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-CORRECTED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS WRITTEN OFF" TO WS-RPT-LABEL.
           MOVE WS-COUNT-WRITTEN-OFF TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-WRITE-ESCALATION-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ESCALATION PAGE - OPEN ITEMS OLDER THAN "
               WS-ESCALATION-AGE-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

                   WRITE REPORT-LINE
               END-IF
           END-IF.

      ******************************************************************
      *    Written-off items, listed apart from the open backlog with
      *    the reason they were suspended in the first place; who
      *    wrote each one off, and why, is on the write-off master
      *    and the dated write-off journals.
      ******************************************************************
       4500-WRITE-WRITTEN-OFF-PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "WRITTEN-OFF ITEMS - NOT IN THE OPEN BACKLOG"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "N" TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM UNTIL END-OF-SUSPENSE-FILE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE-FILE TO TRUE
                       NOT AT END
                           IF SUSP-STATUS-WRITTEN-OFF
                               PERFORM 4600-LIST-WRITTEN-OFF-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-FILE.

           MOVE "ITEMS WRITTEN OFF" TO WS-RPT-LABEL.
           MOVE WS-COUNT-WRITTEN-OFF TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4600-LIST-WRITTEN-OFF-ITEM.
           MOVE SUSP-RUN-DATE TO WS-WOL-RUN-DATE.
           MOVE SUSP-RUN-TIME TO WS-WOL-RUN-TIME.
           MOVE SUSP-SEQ-NO TO WS-WOL-SEQ-NO.
           MOVE SUSP-DATA TO WS-WOL-DATA.
           MOVE SUSP-REASON-TEXT TO WS-WOL-REASON-TEXT.
           MOVE WS-WRITTEN-OFF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
