      ******************************************************************
      *    PROGRAM-ID: HVREVW
      *    Supervisor review of high-value holds, in the DUPREVW
      *    style.  VALBATCH parks every amount larger than its
      *    source's registered single-debit or single-credit limit
      *    on the high-value master HVMAST (layout HVREC.CPY) with
      *    the source, the batch creation date, the amount and the
      *    limit it broke, and keeps it out of the money totals.  A
      *    session loops on an action code:
      *       A - approve a hold (the amount is genuine; it is queued
      *           on RESUBMIT-FILE with the release marker - the value
      *           went onto the duplicate history when it first
      *           arrived, and without the exemption it would be
      *           diverted on sight - and the next VALBATCH pass nets
      *           it in.  The resubmit phase applies no limits, so the
      *           approved amount is not held a second time)
      *       R - reject a hold (the amount is wrong; it is parked on
      *           the suspense master as an open item, reason 05, to
      *           be corrected through SUSPCORR like any other bad
      *           value)
      *       L - list every hold still open, with its evidence
      *    Approve and reject ask for the full hold key - run date,
      *    run start time and high-value sequence, as the L display
      *    shows it - then the supervisor's initials and a short
      *    note, which are stamped onto the record with the date and
      *    time of the decision; without initials the hold is left
      *    open.  A rejected item goes onto SUSPFILE under this
      *    session's date and start time with a session sequence, so
      *    it can never land on a key a VALBATCH run wrote; a
      *    first-ever suspense master is created.  Every decision is
      *    written to the disposition report HVRPT with session
      *    totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HVREVW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIGH-VALUE-FILE ASSIGN TO "HVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-KEY
               FILE STATUS IS WS-HVMAST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPFILE-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIGH-VALUE-FILE.
       COPY HVREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       COPY RSBREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-HVMAST-STATUS        PIC X(2).
       01  WS-SUSPFILE-STATUS      PIC X(2).
       01  WS-RESUBMIT-STATUS      PIC X(2).
       01  WS-MORE-REVIEWS         PIC X(1)  VALUE "Y".
           88  WS-DONE-REVIEWING            VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-APPROVE            VALUE "A".
           88  WS-ACTION-REJECT             VALUE "R".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-TIME-ENTERED         PIC X(8).
       01  WS-SEQ-ENTERED          PIC 9(6).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-NOTE-ENTERED         PIC X(40).
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-HV-EOF-SWITCH        PIC X(1).
           88  END-OF-HIGH-VALUE-MASTER     VALUE "Y".
       01  WS-SUSP-WRITTEN         PIC X(1).
           88  WS-SUSP-IS-WRITTEN           VALUE "Y".
       01  WS-SUSP-FAILED-SWITCH   PIC X(1).
           88  WS-SUSP-WRITE-FAILED         VALUE "Y".
       01  WS-SUSP-SEQ             PIC 9(6)  VALUE 0.
       01  WS-LIMIT-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       01  WS-COUNT-APPROVED       PIC 9(10) VALUE 0.
       01  WS-COUNT-REJECTED       PIC 9(10) VALUE 0.
       01  WS-COUNT-STILL-OPEN     PIC 9(10) VALUE 0.

       01  WS-DISPOSITION-LINE.
           05  WS-DSP-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-RUN-TIME      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-SEQ-NO        PIC 9(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-SOURCE-ID     PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-VALUE         PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-DISPOSITION   PIC X(22).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-ACTION-BY     PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "HIGH-VALUE DISPOSITION REPORT - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O HIGH-VALUE-FILE.
           IF WS-HVMAST-STATUS NOT = "00"
               DISPLAY "No high-value master on file - nothing to"
                   " review"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO HIGH-VALUE MASTER ON FILE - NOTHING TO REVIEW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE HIGH-VALUE-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

      *    Only a suspense master that does not exist yet (status 35)
      *    is created; any other open failure stops the session before
      *    a hold can be rejected with nowhere to park it.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPFILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSPFILE-STATUS NOT = "00"
               DISPLAY "HVREVW: suspense master open failed -"
                   " status " WS-SUSPFILE-STATUS " - session stopped"
               MOVE SPACES TO REPORT-LINE
               MOVE "SUSPENSE MASTER OPEN FAILED - SESSION STOPPED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE HIGH-VALUE-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS NOT = "00"
               OPEN OUTPUT RESUBMIT-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-REVIEWING
               PERFORM 1000-REVIEW-ONE-ACTION
               DISPLAY "Another review action? (Y/N)"
               ACCEPT WS-MORE-REVIEWS
           END-PERFORM.

           PERFORM 5000-WRITE-SESSION-TOTALS.
           CLOSE HIGH-VALUE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE RESUBMIT-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-REVIEW-ONE-ACTION.
           DISPLAY "Approve, Reject or List open holds? (A/R/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-LIST
               PERFORM 4000-LIST-OPEN-HOLDS
           ELSE
               IF WS-ACTION-APPROVE OR WS-ACTION-REJECT
                   PERFORM 1100-READ-ONE-HOLD
                   IF WS-RECORD-FOUND
                       IF HV-STATUS-OPEN
                           PERFORM 1200-ACCEPT-DECISION-DETAILS
                           IF WS-OPERATOR-ENTERED = SPACES
                               DISPLAY "Initials are required -"
                                   " nothing decided"
                           ELSE
                               IF WS-ACTION-APPROVE
                                   PERFORM 2000-APPROVE-HOLD
                               ELSE
                                   PERFORM 3000-REJECT-HOLD
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY "That hold is already decided -"
                               " leaving it as it stands"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Enter A, R or L"
               END-IF
           END-IF.

       1100-READ-ONE-HOLD.
           DISPLAY "Run date of hold (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           DISPLAY "Run start time (HHMMSSss):".
           ACCEPT WS-TIME-ENTERED.
           DISPLAY "High-value sequence number:".
           ACCEPT WS-SEQ-ENTERED.
           MOVE WS-DATE-ENTERED TO HV-RUN-DATE.
           MOVE WS-TIME-ENTERED TO HV-RUN-TIME.
           MOVE WS-SEQ-ENTERED TO HV-SEQ-NO.
           MOVE "N" TO WS-READ-STATUS.
           READ HIGH-VALUE-FILE
               INVALID KEY
                   DISPLAY "No high-value hold on file for that key"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
                   MOVE HV-LIMIT TO WS-LIMIT-DISPLAY
                   DISPLAY "Amount " HV-VALUE " from source "
                       HV-SOURCE-ID " batch of " HV-CREATE-DATE
                       " - " HV-DC-IND " limit " WS-LIMIT-DISPLAY
           END-READ.

      ******************************************************************
      *    No decision is taken without the supervisor's initials;
      *    the hold stays open and nothing is stamped on it.
      ******************************************************************
       1200-ACCEPT-DECISION-DETAILS.
           DISPLAY "Your initials (up to 8 characters):".
           ACCEPT WS-OPERATOR-ENTERED.
           IF WS-OPERATOR-ENTERED NOT = SPACES
               DISPLAY "Note on the decision (up to 40 characters):"
               ACCEPT WS-NOTE-ENTERED
               MOVE WS-OPERATOR-ENTERED TO HV-ACTION-BY
               MOVE WS-RUN-DATE TO HV-ACTION-DATE
               MOVE WS-RUN-TIME TO HV-ACTION-TIME
               MOVE WS-NOTE-ENTERED TO HV-ACTION-NOTE
           END-IF.

      ******************************************************************
      *    An approved amount goes back through the next VALBATCH pass
      *    on RESUBMIT-FILE with the release marker, exactly like a
      *    released divert: its first pass put it on the duplicate
      *    history, so without the exemption it would be diverted.
      ******************************************************************
       2000-APPROVE-HOLD.
           SET HV-STATUS-APPROVED TO TRUE.
           REWRITE HIGH-VALUE-RECORD.
           MOVE HV-VALUE TO RSB-DATA.
           MOVE "Y" TO RSB-RELEASE-FLAG.
           MOVE HV-SOURCE-ID TO RSB-SOURCE-ID.
           MOVE HV-CREATE-DATE TO RSB-CREATE-DATE.
           WRITE RESUBMIT-RECORD.
           ADD 1 TO WS-COUNT-APPROVED.
           MOVE "APPROVED TO RESUBMIT" TO WS-DSP-DISPOSITION.
           PERFORM 4500-WRITE-DISPOSITION-LINE.
           DISPLAY "Amount approved - queued for the next run".

      ******************************************************************
      *    A rejected amount becomes an open suspense item.  The key
      *    is this session's date and start time with a session
      *    sequence; a key already taken (a second session started in
      *    the same hundredth of a second) just moves to the next
      *    sequence number.  Any other write failure leaves the hold
      *    open - it is only marked rejected once its suspense item
      *    is on file.
      ******************************************************************
       3000-REJECT-HOLD.
           MOVE "N" TO WS-SUSP-WRITTEN.
           MOVE "N" TO WS-SUSP-FAILED-SWITCH.
           PERFORM UNTIL WS-SUSP-IS-WRITTEN OR WS-SUSP-WRITE-FAILED
               ADD 1 TO WS-SUSP-SEQ
               MOVE WS-RUN-DATE TO SUSP-RUN-DATE
               MOVE WS-RUN-TIME TO SUSP-RUN-TIME
               MOVE WS-SUSP-SEQ TO SUSP-SEQ-NO
               MOVE HV-VALUE TO SUSP-DATA
               SET SUSP-STATUS-OPEN TO TRUE
               MOVE "05" TO SUSP-REASON-CODE
               MOVE "HIGH VALUE REJECTED ON REVIEW"
                   TO SUSP-REASON-TEXT
               MOVE HV-SOURCE-ID TO SUSP-SOURCE-ID
               MOVE HV-CREATE-DATE TO SUSP-CREATE-DATE
               MOVE SPACES TO SUSP-CLOSED-DATE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SUSP-IS-WRITTEN TO TRUE
               END-WRITE
               IF NOT WS-SUSP-IS-WRITTEN
                       AND WS-SUSPFILE-STATUS NOT = "22"
                   SET WS-SUSP-WRITE-FAILED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SUSP-IS-WRITTEN
               SET HV-STATUS-REJECTED TO TRUE
               REWRITE HIGH-VALUE-RECORD
               ADD 1 TO WS-COUNT-REJECTED
               MOVE "REJECTED TO SUSPENSE" TO WS-DSP-DISPOSITION
               PERFORM 4500-WRITE-DISPOSITION-LINE
               DISPLAY "Amount rejected - parked in suspense as "
                   SUSP-RUN-DATE " " SUSP-RUN-TIME " " SUSP-SEQ-NO
           ELSE
               DISPLAY "Suspense write failed - status "
                   WS-SUSPFILE-STATUS " - hold left open"
           END-IF.

       4000-LIST-OPEN-HOLDS.
           MOVE 0 TO WS-COUNT-STILL-OPEN.
           MOVE "N" TO WS-HV-EOF-SWITCH.
           MOVE LOW-VALUES TO HV-KEY.
           START HIGH-VALUE-FILE KEY >= HV-KEY
               INVALID KEY
                   SET END-OF-HIGH-VALUE-MASTER TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HIGH-VALUE-MASTER
               READ HIGH-VALUE-FILE NEXT RECORD
                   AT END
                       SET END-OF-HIGH-VALUE-MASTER TO TRUE
                   NOT AT END
                       IF HV-STATUS-OPEN
                           ADD 1 TO WS-COUNT-STILL-OPEN
                           MOVE HV-LIMIT TO WS-LIMIT-DISPLAY
                           DISPLAY HV-RUN-DATE " " HV-RUN-TIME " "
                               HV-SEQ-NO " " HV-VALUE
                               " FROM " HV-SOURCE-ID
                               " BATCH " HV-CREATE-DATE
                               " " HV-DC-IND " LIMIT "
                               WS-LIMIT-DISPLAY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "High-value holds still open: " WS-COUNT-STILL-OPEN.

       4500-WRITE-DISPOSITION-LINE.
           MOVE HV-RUN-DATE TO WS-DSP-RUN-DATE.
           MOVE HV-RUN-TIME TO WS-DSP-RUN-TIME.
           MOVE HV-SEQ-NO TO WS-DSP-SEQ-NO.
           MOVE HV-SOURCE-ID TO WS-DSP-SOURCE-ID.
           MOVE HV-VALUE TO WS-DSP-VALUE.
           MOVE HV-ACTION-BY TO WS-DSP-ACTION-BY.
           MOVE WS-DISPOSITION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-WRITE-SESSION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HIGH-VALUE AMOUNTS APPROVED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-APPROVED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HIGH-VALUE AMOUNTS REJECTED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REJECTED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
