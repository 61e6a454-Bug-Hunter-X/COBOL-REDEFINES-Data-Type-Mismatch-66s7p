      ******************************************************************
      *    PROGRAM-ID: JOBINQ
      *    Operator inquiry over the job-log master JOBLOG (JOBLREC.CPY)
      *    JOBCTL keeps for the nightly stream, in the REJINQ style.
      *    Prompts for a search mode:
      *       N - one night: every step on the step-dependency table
      *           JOBSTEPS (JOBSREC.CPY) in stream order, with status,
      *           start and end time, return code, attempts and note,
      *           and the step a rerun of JOBCTL would restart at.  A
      *           blank date asks for the latest night on file.
      *       S - one step across a run-date range (from/to, YYYYMMDD),
      *           for "when did RUNRECON last end clean" questions.
      *    Every line goes to the console and to JOBINQRPT; more than
      *    one inquiry can be run in a session.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBINQ.

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

           SELECT REPORT-FILE ASSIGN TO "JOBINQRPT"
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
       01  WS-JOBSTEPS-STATUS       PIC X(2).
       01  WS-JOBLOG-STATUS         PIC X(2).
       01  WS-MORE-INQUIRIES        PIC X(1)  VALUE "Y".
           88  WS-DONE-INQUIRING             VALUE "N".
       01  WS-SEARCH-MODE           PIC X(1).
           88  WS-SEARCH-BY-NIGHT            VALUE "N".
           88  WS-SEARCH-BY-STEP             VALUE "S".
       01  WS-NIGHT-DATE            PIC X(8).
       01  WS-FROM-DATE             PIC X(8).
       01  WS-TO-DATE               PIC X(8).
       01  WS-WANTED-STEP           PIC X(8).
       01  WS-STEPS-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  END-OF-STEP-TABLE             VALUE "Y".
       01  WS-LOG-EOF-SWITCH        PIC X(1).
           88  END-OF-JOB-LOG                VALUE "Y".
       01  WS-STEP-DONE-SWITCH      PIC X(1).
           88  WS-STEP-IS-COMPLETE           VALUE "Y".
       01  WS-RESTART-STEP          PIC X(8).
       01  WS-MATCH-COUNT           PIC 9(10) VALUE 0.

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
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "No job log on file"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO JOB LOG ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE JOB-LOG-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-STEP-NAMES.

           PERFORM UNTIL WS-DONE-INQUIRING
               PERFORM 1000-RUN-ONE-INQUIRY
               DISPLAY "Run another inquiry? (Y/N)"
               ACCEPT WS-MORE-INQUIRIES
           END-PERFORM.

           CLOSE JOB-LOG-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-RUN-ONE-INQUIRY.
           DISPLAY "Show one Night, or one Step across dates? (N/S)".
           ACCEPT WS-SEARCH-MODE.
           MOVE 0 TO WS-MATCH-COUNT.
           IF WS-SEARCH-BY-NIGHT
               PERFORM 2000-SHOW-ONE-NIGHT
           ELSE
               IF WS-SEARCH-BY-STEP
                   PERFORM 3000-SHOW-ONE-STEP
               ELSE
                   DISPLAY "Enter N or S"
               END-IF
           END-IF.

       1500-LOAD-STEP-NAMES.
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
               DISPLAY "Step table JOBSTEPS not on file - only the"
                   " step search is available"
           END-IF.
           CLOSE STEP-TABLE-FILE.

      ******************************************************************
      *    One night, in stream order, closing with where a rerun
      *    would restart - the same answer JOBSTAT prints.
      ******************************************************************
       2000-SHOW-ONE-NIGHT.
           DISPLAY "Night run date (YYYYMMDD, blank for latest):".
           ACCEPT WS-NIGHT-DATE.
           IF WS-NIGHT-DATE = SPACES
               PERFORM 2100-FIND-LATEST-NIGHT
           END-IF.
           IF WS-NIGHT-DATE = SPACES
               DISPLAY "No night logged on JOBLOG"
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "JOB STEPS FOR NIGHT OF " WS-NIGHT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 5000-SHOW-LINE
               MOVE WS-STEP-HEADING TO REPORT-LINE
               PERFORM 5000-SHOW-LINE
               MOVE SPACES TO WS-RESTART-STEP
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM 2200-SHOW-NIGHT-STEP
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               IF WS-RESTART-STEP = SPACES
                   MOVE "NIGHT FINISHED CLEAN" TO REPORT-LINE
               ELSE
                   STRING "NIGHT DID NOT FINISH CLEAN - JOBCTL"
                       " RESTARTS AT " WS-RESTART-STEP
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM 5000-SHOW-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-FIND-LATEST-NIGHT.
           MOVE "N" TO WS-LOG-EOF-SWITCH.
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

       2200-SHOW-NIGHT-STEP.
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
                   PERFORM 4000-DESCRIBE-LOGGED-STEP
           END-READ.
           IF NOT WS-STEP-IS-COMPLETE AND WS-RESTART-STEP = SPACES
               MOVE WS-STP-NAME (WS-STEP-SUB) TO WS-RESTART-STEP
           END-IF.
           MOVE WS-STEP-LINE TO REPORT-LINE.
           PERFORM 5000-SHOW-LINE.

      ******************************************************************
      *    One step across dates: the log is keyed night first, so the
      *    search STARTs at the from-date and stops past the to-date,
      *    picking out the wanted step; the run date stands in the
      *    step-name column of each line.
      ******************************************************************
       3000-SHOW-ONE-STEP.
           DISPLAY "Step name:".
           ACCEPT WS-WANTED-STEP.
           DISPLAY "From run date (YYYYMMDD):".
           ACCEPT WS-FROM-DATE.
           DISPLAY "To run date (YYYYMMDD):".
           ACCEPT WS-TO-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEP " WS-WANTED-STEP " FROM " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 5000-SHOW-LINE.
           MOVE WS-STEP-HEADING TO REPORT-LINE.
           MOVE "NIGHT" TO REPORT-LINE (1:8).
           PERFORM 5000-SHOW-LINE.

           MOVE "N" TO WS-LOG-EOF-SWITCH.
           MOVE LOW-VALUES TO JL-KEY.
           MOVE WS-FROM-DATE TO JL-RUN-DATE.
           START JOB-LOG-FILE KEY >= JL-KEY
               INVALID KEY
                   SET END-OF-JOB-LOG TO TRUE
           END-START.
           PERFORM UNTIL END-OF-JOB-LOG
               READ JOB-LOG-FILE NEXT RECORD
                   AT END
                       SET END-OF-JOB-LOG TO TRUE
                   NOT AT END
                       IF JL-RUN-DATE > WS-TO-DATE
                           SET END-OF-JOB-LOG TO TRUE
                       ELSE
                           IF JL-STEP-NAME = WS-WANTED-STEP
                               ADD 1 TO WS-MATCH-COUNT
                               MOVE JL-RUN-DATE TO WS-STEP-NAME
                               PERFORM 4000-DESCRIBE-LOGGED-STEP
                               MOVE WS-STEP-LINE TO REPORT-LINE
                               PERFORM 5000-SHOW-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "NIGHTS LISTED" TO WS-RPT-LABEL.
           MOVE WS-MATCH-COUNT TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 5000-SHOW-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-DESCRIBE-LOGGED-STEP.
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

       5000-SHOW-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
