      ******************************************************************
      *    PROGRAM-ID: JOBSTAT
      *    Morning job-status report.  Reads the job-log master JOBLOG
      *    (JOBLREC.CPY) JOBCTL keeps for the nightly stream and
      *    prints, for the latest night on file, every step on the
      *    step-dependency table JOBSTEPS (JOBSREC.CPY) in stream
      *    order - status, start and end time, return code, attempts
      *    and the controller's note.  A step with no log record for
      *    the night is shown as not reached.  The report closes with
      *    the one line operations wants first thing: either the night
      *    finished clean, or the step a rerun of JOBCTL will restart
      *    at.  The report goes to JOBSTRPT; the job ends with
      *    RETURN-CODE 8 when the night did not finish clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO "JOBSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTEPS-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JL-KEY
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JOBSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TABLE-FILE
           RECORDING MODE IS F.
       COPY JOBSREC.

       FD  JOB-LOG-FILE.
       COPY JOBLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-NIGHT-DATE            PIC X(8)  VALUE SPACES.
       01  WS-JOBSTEPS-STATUS       PIC X(2).
       01  WS-JOBLOG-STATUS         PIC X(2).
       01  WS-STEPS-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  END-OF-STEP-TABLE             VALUE "Y".
       01  WS-LOG-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  END-OF-JOB-LOG                VALUE "Y".
       01  WS-STEP-DONE-SWITCH      PIC X(1).
           88  WS-STEP-IS-COMPLETE           VALUE "Y".
       01  WS-RESTART-STEP          PIC X(8)  VALUE SPACES.
       01  WS-COUNT-COMPLETE        PIC 9(10) VALUE 0.
       01  WS-COUNT-NOT-COMPLETE    PIC 9(10) VALUE 0.

       01  WS-STEP-MAX              PIC 9(3) COMP VALUE 20.
       01  WS-STEP-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-STEP-SUB              PIC 9(3) COMP.
       01  WS-STEP-TABLE.
           05  WS-STP-NAME OCCURS 20 TIMES PIC X(8).

       01  WS-STEP-HEADING.
           05  FILLER               PIC X(10) VALUE "STEP".
           05  FILLER               PIC X(13) VALUE "STATUS".
           05  FILLER               PIC X(9)  VALUE "START".
           05  FILLER               PIC X(9)  VALUE "END".
           05  FILLER               PIC X(4)  VALUE "RC".
           05  FILLER               PIC X(4)  VALUE "TRY".
           05  FILLER               PIC X(4)  VALUE "NOTE".

       01  WS-STEP-LINE.
           05  WS-STEP-NAME         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-STEP-STATUS       PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-STEP-START        PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-STEP-END          PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-STEP-RC           PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-STEP-TRIES        PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-STEP-NOTE         PIC X(31).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1000-LOAD-STEP-NAMES.

           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
               PERFORM 2000-FIND-LATEST-NIGHT
           END-IF.

           IF WS-NIGHT-DATE = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "JOB STATUS REPORT - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE "NO NIGHT LOGGED ON JOBLOG - NOTHING TO REPORT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "JOB STATUS REPORT - NIGHT OF " WS-NIGHT-DATE
                   "  RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-STEP-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM 3000-REPORT-ONE-STEP
               END-PERFORM
               PERFORM 4000-WRITE-NIGHT-SUMMARY
           END-IF.

           CLOSE JOB-LOG-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-LOAD-STEP-NAMES.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-JOBSTEPS-STATUS = "00"
               PERFORM UNTIL END-OF-STEP-TABLE
                   READ STEP-TABLE-FILE
                       AT END
                           SET END-OF-STEP-TABLE TO TRUE
                       NOT AT END
                           IF JS-STEP-NAME NOT = SPACES
                                   AND WS-STEP-COUNT < WS-STEP-MAX
                               ADD 1 TO WS-STEP-COUNT
                               MOVE JS-STEP-NAME
                                   TO WS-STP-NAME (WS-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "JOBSTAT: step table JOBSTEPS not on file"
           END-IF.
           CLOSE STEP-TABLE-FILE.

       2000-FIND-LATEST-NIGHT.
           MOVE LOW-VALUES TO JL-KEY.
           START JOB-LOG-FILE KEY >= JL-KEY
               INVALID KEY
                   SET END-OF-JOB-LOG TO TRUE
           END-START.
           PERFORM UNTIL END-OF-JOB-LOG
               READ JOB-LOG-FILE NEXT RECORD
                   AT END
                       SET END-OF-JOB-LOG TO TRUE
                   NOT AT END
                       MOVE JL-RUN-DATE TO WS-NIGHT-DATE
               END-READ
           END-PERFORM.

       3000-REPORT-ONE-STEP.
           MOVE WS-NIGHT-DATE TO JL-RUN-DATE.
           MOVE WS-STP-NAME (WS-STEP-SUB) TO JL-STEP-NAME.
           MOVE WS-STP-NAME (WS-STEP-SUB) TO WS-STEP-NAME.
           MOVE "N" TO WS-STEP-DONE-SWITCH.
           READ JOB-LOG-FILE
               INVALID KEY
                   MOVE "NOT REACHED" TO WS-STEP-STATUS
                   MOVE SPACES TO WS-STEP-START
                   MOVE SPACES TO WS-STEP-END
                   MOVE 0 TO WS-STEP-RC
                   MOVE 0 TO WS-STEP-TRIES
                   MOVE SPACES TO WS-STEP-NOTE
               NOT INVALID KEY
                   PERFORM 3100-DESCRIBE-LOGGED-STEP
           END-READ.
           IF WS-STEP-IS-COMPLETE
               ADD 1 TO WS-COUNT-COMPLETE
           ELSE
               ADD 1 TO WS-COUNT-NOT-COMPLETE
               IF WS-RESTART-STEP = SPACES
                   MOVE WS-STP-NAME (WS-STEP-SUB) TO WS-RESTART-STEP
               END-IF
           END-IF.
           MOVE WS-STEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-DESCRIBE-LOGGED-STEP.
           IF JL-STATUS-COMPLETE
               SET WS-STEP-IS-COMPLETE TO TRUE
               MOVE "COMPLETE" TO WS-STEP-STATUS
           ELSE
               IF JL-STATUS-FAILED
                   MOVE "** FAILED" TO WS-STEP-STATUS
               ELSE
                   IF JL-STATUS-REFUSED
                       MOVE "** REFUSED" TO WS-STEP-STATUS
                   ELSE
                       MOVE "** NO END" TO WS-STEP-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE JL-START-TIME TO WS-STEP-START.
           MOVE JL-END-TIME TO WS-STEP-END.
           MOVE JL-RETURN-CODE TO WS-STEP-RC.
           MOVE JL-ATTEMPTS TO WS-STEP-TRIES.
           MOVE JL-NOTE TO WS-STEP-NOTE.

       4000-WRITE-NIGHT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STEPS COMPLETE" TO WS-RPT-LABEL.
           MOVE WS-COUNT-COMPLETE TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STEPS NOT COMPLETE" TO WS-RPT-LABEL.
           MOVE WS-COUNT-NOT-COMPLETE TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RESTART-STEP = SPACES
               MOVE "NIGHT FINISHED CLEAN" TO REPORT-LINE
           ELSE
               STRING "NIGHT DID NOT FINISH CLEAN - JOBCTL RESTARTS AT "
                   WS-RESTART-STEP
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY "JOBSTAT: " REPORT-LINE.
