      ******************************************************************
      *    PROGRAM-ID: CHGRPT
      *    Daily pending-changes report over the maker-checker log
      *    CHGMAST (CHGREC.CPY) that PARMMNT and SRCMAINT write every
      *    requested parameter and source-registration change to.  A
      *    change sits there, with no effect on either master, until
      *    a second operator approves it - so something keyed and
      *    forgotten must not just sit unseen.  Every change still
      *    pending is listed with the master it is for, the action,
      *    the record it touches, who asked and how many business
      *    days it has waited (through the shared CALDAYS subroutine).
      *    A change that has waited more than CHG-EXPIRY-DAYS business
      *    days (run-parameter master, read through PARMGET; default
      *    5) is marked expired on the log here - it stays on file,
      *    with the date it lapsed, but can no longer be approved and
      *    must be requested again - and listed separately.  A
      *    parameter change that expires here is also appended to the
      *    PARMLOG audit file as an EXPIRED line, the same line PARMMNT
      *    writes when its own check finds a change too old.  The
      *    changes approved, declined and expired today are listed
      *    last, so the morning report shows the whole day's
      *    decisions too.  The report goes to CHGRPTF.  The job ends
      *    with RETURN-CODE 4 when anything is still waiting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "CHGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PARMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHGRPTF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       COPY CHGREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-LINE              PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-TIME              PIC X(8).
       01  WS-CHGMAST-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-CHG-EOF-SWITCH        PIC X(1).
           88  END-OF-CHANGE-FILE            VALUE "Y".
       01  WS-AGE-DAYS              PIC 9(5).
       01  WS-EXPIRY-DAYS           PIC 9(3)  VALUE 005.
       01  WS-EXPIRY-PARM           PIC X(3).
       01  WS-EXPIRY-PARM-NUM REDEFINES WS-EXPIRY-PARM
                                    PIC 9(3).
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC X(10).
       01  WS-PARM-FOUND-FLAG       PIC X(1).
       01  WS-COUNT-PENDING         PIC 9(10) VALUE 0.
       01  WS-COUNT-EXPIRED         PIC 9(10) VALUE 0.
       01  WS-COUNT-DECIDED         PIC 9(10) VALUE 0.

      *    A parameter change's before and after images, laid out as
      *    the run-parameter record (PARMREC.CPY) they were taken from.
       01  WS-PARM-IMAGE.
           05  WS-PIM-NAME          PIC X(20).
           05  WS-PIM-EFF-DATE      PIC X(8).
           05  WS-PIM-VALUE         PIC X(10).
           05  FILLER               PIC X(112).
       01  WS-OLD-VALUE             PIC X(10).

       01  WS-CHANGE-LINE.
           05  WS-CHL-REQUEST-DATE  PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-REQUEST-TIME  PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-SEQ-NO        PIC 9(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-MASTER        PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-ACTION        PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-RECORD-KEY    PIC X(28).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-WHO           PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHL-TAIL          PIC X(6).
       01  WS-AGE-DISPLAY           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CHG-EXPIRY-DAYS" TO WS-PARM-NAME.
           CALL "PARMGET" USING WS-PARM-NAME WS-RUN-DATE
               WS-PARM-VALUE WS-PARM-FOUND-FLAG.
           MOVE WS-PARM-VALUE TO WS-EXPIRY-PARM.
           IF WS-EXPIRY-PARM IS NUMERIC
               MOVE WS-EXPIRY-PARM-NUM TO WS-EXPIRY-DAYS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PENDING CHANGES REPORT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGES EXPIRE AFTER " WS-EXPIRY-DAYS
               " BUSINESS DAYS UNCHECKED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN I-O CHANGE-FILE.
           IF WS-CHGMAST-STATUS = "00"
               PERFORM 1000-EXPIRE-AND-LIST-PENDING
               PERFORM 2000-LIST-DECIDED-TODAY
               PERFORM 3000-WRITE-TOTALS
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "NO PENDING-CHANGE LOG ON FILE - NOTHING WAITING"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE CHANGE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           IF WS-COUNT-PENDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    One pass over the log: a pending change past its expiry is
      *    marked expired (and shows up again in today's decisions);
      *    the rest are listed as still waiting.
      ******************************************************************
       1000-EXPIRE-AND-LIST-PENDING.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CHANGES WAITING FOR A SECOND OPERATOR (AGE IN DAYS)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-CHG-EOF-SWITCH.
           MOVE LOW-VALUES TO CHG-KEY.
           START CHANGE-FILE KEY >= CHG-KEY
               INVALID KEY
                   SET END-OF-CHANGE-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CHANGE-FILE
               READ CHANGE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CHANGE-FILE TO TRUE
                   NOT AT END
                       IF CHG-STATUS-PENDING
                           PERFORM 1100-JUDGE-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM.

       1100-JUDGE-ONE-PENDING.
           CALL "CALDAYS" USING CHG-REQUEST-DATE WS-RUN-DATE
               WS-AGE-DAYS.
           IF WS-AGE-DAYS > WS-EXPIRY-DAYS
               SET CHG-STATUS-EXPIRED TO TRUE
               MOVE SPACES TO CHG-DECIDED-BY
               MOVE WS-RUN-DATE TO CHG-DECIDE-DATE
               MOVE WS-RUN-TIME TO CHG-DECIDE-TIME
               MOVE "NOT CHECKED WITHIN EXPIRY PERIOD"
                   TO CHG-DECISION-NOTE
               REWRITE CHANGE-RECORD
               ADD 1 TO WS-COUNT-EXPIRED
               IF CHG-FOR-PARMMAST
                   PERFORM 1200-WRITE-EXPIRY-AUDIT
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-PENDING
               MOVE CHG-REQUESTED-BY TO WS-CHL-WHO
               MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
               MOVE WS-AGE-DISPLAY TO WS-CHL-TAIL
               PERFORM 4000-WRITE-CHANGE-LINE
           END-IF.

      ******************************************************************
      *    The PARMMNT audit line, with no operator: OLD is the value
      *    the change would have replaced (spaces for an add), NEW the
      *    value that was asked for.
      ******************************************************************
       1200-WRITE-EXPIRY-AUDIT.
           MOVE CHG-BEFORE-IMAGE TO WS-PARM-IMAGE.
           MOVE WS-PIM-VALUE TO WS-OLD-VALUE.
           MOVE CHG-AFTER-IMAGE TO WS-PARM-IMAGE.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-RUN-DATE " " WS-RUN-TIME " EXPIRED  "
               CHG-DECIDED-BY " " WS-PIM-NAME
               " EFF " WS-PIM-EFF-DATE
               " OLD " WS-OLD-VALUE " NEW " WS-PIM-VALUE
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

       2000-LIST-DECIDED-TODAY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CHANGES DECIDED TODAY (DECIDED BY, OUTCOME)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-CHG-EOF-SWITCH.
           MOVE LOW-VALUES TO CHG-KEY.
           START CHANGE-FILE KEY >= CHG-KEY
               INVALID KEY
                   SET END-OF-CHANGE-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CHANGE-FILE
               READ CHANGE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CHANGE-FILE TO TRUE
                   NOT AT END
                       IF NOT CHG-STATUS-PENDING
                               AND CHG-DECIDE-DATE = WS-RUN-DATE
                           PERFORM 2100-LIST-ONE-DECISION
                       END-IF
               END-READ
           END-PERFORM.

       2100-LIST-ONE-DECISION.
           ADD 1 TO WS-COUNT-DECIDED.
           MOVE CHG-DECIDED-BY TO WS-CHL-WHO.
           IF CHG-STATUS-APPROVED
               MOVE "APPRVD" TO WS-CHL-TAIL
           ELSE
               IF CHG-STATUS-DECLINED
                   MOVE "DECLND" TO WS-CHL-TAIL
               ELSE
                   MOVE "EXPIRD" TO WS-CHL-TAIL
               END-IF
           END-IF.
           PERFORM 4000-WRITE-CHANGE-LINE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES STILL PENDING" TO WS-RPT-LABEL.
           MOVE WS-COUNT-PENDING TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES EXPIRED THIS RUN" TO WS-RPT-LABEL.
           MOVE WS-COUNT-EXPIRED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES DECIDED TODAY" TO WS-RPT-LABEL.
           MOVE WS-COUNT-DECIDED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-WRITE-CHANGE-LINE.
           MOVE CHG-REQUEST-DATE TO WS-CHL-REQUEST-DATE.
           MOVE CHG-REQUEST-TIME TO WS-CHL-REQUEST-TIME.
           MOVE CHG-SEQ-NO TO WS-CHL-SEQ-NO.
           IF CHG-FOR-PARMMAST
               MOVE "PARMMAST" TO WS-CHL-MASTER
           ELSE
               MOVE "SRCMAST" TO WS-CHL-MASTER
           END-IF.
           MOVE CHG-ACTION TO WS-CHL-ACTION.
           MOVE CHG-RECORD-KEY TO WS-CHL-RECORD-KEY.
           MOVE WS-CHANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
