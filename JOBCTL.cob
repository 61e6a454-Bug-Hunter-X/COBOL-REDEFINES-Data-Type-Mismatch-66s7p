      ******************************************************************
      *    PROGRAM-ID: JOBCTL
      *    Nightly job-stream controller.  The chain CONVPACK,
      *    PACKCHK, VALBATCH, ACKSEND, LEDGPOST, MISSFEED, SUSPAGE,
      *    RUNRECON used to be held together by operators watching
      *    return codes; nothing stopped LEDGPOST building a POST file
      *    off the TRANSOUT of a VALBATCH that had abended, and nothing
      *    recorded which steps ran on which night.  This program
      *    reads the step-dependency table JOBSTEPS (JOBSREC.CPY) and
      *    runs the steps in table order, logging each one on the
      *    job-log master JOBLOG (JOBLREC.CPY) - start and end date and
      *    time, return code and status.  A step whose predecessor has
      *    not completed within its allowed return code is refused and
      *    logged as refused rather than started; steps that do not
      *    depend on the failure still run.  A night that did not
      *    finish clean is resumed by simply running JOBCTL again: the
      *    latest night on JOBLOG is taken up where it stopped, every
      *    step already complete is skipped, and the first step not
      *    complete is the restart point.  A night that finished clean
      *    is not run twice.  A table that is missing, empty, too long
      *    or names a predecessor that does not run ahead of its step
      *    runs nothing.  The job ends with RETURN-CODE 16 when any
      *    step failed or was refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.

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

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TABLE-FILE
           RECORDING MODE IS F.
       COPY JOBSREC.

       FD  JOB-LOG-FILE.
       COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01  WS-TODAY                 PIC X(8).
       01  WS-NIGHT-DATE            PIC X(8).
       01  WS-LATEST-LOGGED-DATE    PIC X(8)  VALUE SPACES.
       01  WS-CLOCK-DATE            PIC X(8).
       01  WS-CLOCK-TIME            PIC X(8).
       01  WS-JOBSTEPS-STATUS       PIC X(2).
       01  WS-JOBLOG-STATUS         PIC X(2).
       01  WS-STEPS-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  END-OF-STEP-TABLE             VALUE "Y".
       01  WS-LOG-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  END-OF-JOB-LOG                VALUE "Y".
       01  WS-TABLE-SWITCH          PIC X(1)  VALUE "Y".
           88  WS-TABLE-IS-USABLE            VALUE "Y".
       01  WS-TABLE-PROBLEM         PIC X(60) VALUE SPACES.
       01  WS-NIGHT-SWITCH          PIC X(1)  VALUE "N".
           88  WS-NIGHT-IS-COMPLETE          VALUE "Y".
       01  WS-STEP-LOGGED-SWITCH    PIC X(1).
           88  WS-STEP-ALREADY-LOGGED        VALUE "Y".
       01  WS-PRED-SWITCH           PIC X(1).
           88  WS-PREDECESSOR-CLEAN          VALUE "Y".
       01  WS-PRED-FOUND-SWITCH     PIC X(1).
           88  WS-PREDECESSOR-AHEAD          VALUE "Y".
       01  WS-PRIOR-ATTEMPTS        PIC 9(3).
       01  WS-SYSTEM-STATUS         PIC S9(9) COMP.
       01  WS-EXIT-CODE             PIC S9(9) COMP.
       01  WS-SIGNAL-BITS           PIC S9(9) COMP.
       01  WS-STEP-RC               PIC 9(3).
       01  WS-COUNT-RUN             PIC 9(3)  VALUE 0.
       01  WS-COUNT-COMPLETE        PIC 9(3)  VALUE 0.
       01  WS-COUNT-FAILED          PIC 9(3)  VALUE 0.
       01  WS-COUNT-REFUSED         PIC 9(3)  VALUE 0.
       01  WS-COUNT-SKIPPED         PIC 9(3)  VALUE 0.

      *    The step table as loaded from JOBSTEPS.
       01  WS-STEP-MAX              PIC 9(3) COMP VALUE 20.
       01  WS-STEP-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-STEP-SUB              PIC 9(3) COMP.
       01  WS-PRED-SUB              PIC 9(3) COMP.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STP-NAME          PIC X(8).
               10  WS-STP-PREDECESSOR   PIC X(8).
               10  WS-STP-MAX-RC        PIC 9(3).
               10  WS-STP-COMMAND       PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-STEP-TABLE.
           IF NOT WS-TABLE-IS-USABLE
               DISPLAY "JOBCTL: " WS-TABLE-PROBLEM
               DISPLAY "JOBCTL: step table unusable - nothing run"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN I-O JOB-LOG-FILE
           END-IF.

           PERFORM 2000-CHOOSE-NIGHT.
           IF WS-NIGHT-IS-COMPLETE
               DISPLAY "JOBCTL: night of " WS-NIGHT-DATE
                   " already finished clean - nothing to run"
               CLOSE JOB-LOG-FILE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 3000-RUN-ONE-STEP
           END-PERFORM.

           CLOSE JOB-LOG-FILE.
           DISPLAY "JOBCTL: night of " WS-NIGHT-DATE " - "
               WS-COUNT-RUN " run, " WS-COUNT-COMPLETE " complete, "
               WS-COUNT-FAILED " failed, " WS-COUNT-REFUSED
               " refused, " WS-COUNT-SKIPPED " already complete".
           IF WS-COUNT-FAILED > 0 OR WS-COUNT-REFUSED > 0
               DISPLAY "JOBCTL: night did not finish clean - run"
                   " JOBCTL again to resume"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    The table is checked before anything runs: a predecessor
      *    that is not ahead of its step in the table could never be
      *    satisfied in the same night, so the whole table is refused
      *    rather than half a stream run.  Blank lines are ignored.
      ******************************************************************
       1000-LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-JOBSTEPS-STATUS NOT = "00"
               MOVE "N" TO WS-TABLE-SWITCH
               MOVE "STEP TABLE JOBSTEPS NOT ON FILE"
                   TO WS-TABLE-PROBLEM
           ELSE
               PERFORM UNTIL END-OF-STEP-TABLE
                       OR NOT WS-TABLE-IS-USABLE
                   READ STEP-TABLE-FILE
                       AT END
                           SET END-OF-STEP-TABLE TO TRUE
                       NOT AT END
                           IF JS-STEP-NAME NOT = SPACES
                               PERFORM 1100-LOAD-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TABLE-IS-USABLE AND WS-STEP-COUNT = 0
                   MOVE "N" TO WS-TABLE-SWITCH
                   MOVE "STEP TABLE JOBSTEPS IS EMPTY"
                       TO WS-TABLE-PROBLEM
               END-IF
           END-IF.
           CLOSE STEP-TABLE-FILE.

       1100-LOAD-ONE-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               MOVE "N" TO WS-TABLE-SWITCH
               MOVE "STEP TABLE JOBSTEPS HAS MORE THAN 20 STEPS"
                   TO WS-TABLE-PROBLEM
           ELSE
               IF JS-MAX-RC IS NOT NUMERIC
                   MOVE "N" TO WS-TABLE-SWITCH
                   STRING "STEP " JS-STEP-NAME
                       " HAS NO NUMERIC ALLOWED RETURN CODE"
                       DELIMITED BY SIZE INTO WS-TABLE-PROBLEM
               ELSE
                   MOVE "Y" TO WS-PRED-FOUND-SWITCH
                   IF JS-PREDECESSOR NOT = SPACES
                       PERFORM 1200-FIND-PREDECESSOR-AHEAD
                   END-IF
                   IF WS-PREDECESSOR-AHEAD
                       ADD 1 TO WS-STEP-COUNT
                       MOVE JS-STEP-NAME
                           TO WS-STP-NAME (WS-STEP-COUNT)
                       MOVE JS-PREDECESSOR
                           TO WS-STP-PREDECESSOR (WS-STEP-COUNT)
                       MOVE JS-MAX-RC
                           TO WS-STP-MAX-RC (WS-STEP-COUNT)
                       MOVE JS-COMMAND
                           TO WS-STP-COMMAND (WS-STEP-COUNT)
                   ELSE
                       MOVE "N" TO WS-TABLE-SWITCH
                       STRING "PREDECESSOR " JS-PREDECESSOR
                           " OF STEP " JS-STEP-NAME
                           " IS NOT AHEAD OF IT"
                           DELIMITED BY SIZE INTO WS-TABLE-PROBLEM
                   END-IF
               END-IF
           END-IF.

       1200-FIND-PREDECESSOR-AHEAD.
           MOVE "N" TO WS-PRED-FOUND-SWITCH.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-STEP-COUNT
               IF WS-STP-NAME (WS-PRED-SUB) = JS-PREDECESSOR
                   SET WS-PREDECESSOR-AHEAD TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    The night to run is the latest one on JOBLOG if it did not
      *    finish clean - a rerun after a failure picks up the night it
      *    belongs to even once the clock has passed midnight - and
      *    otherwise today's.  A night counts as finished clean when
      *    every step on the table is logged complete for it.
      ******************************************************************
       2000-CHOOSE-NIGHT.
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
                       MOVE JL-RUN-DATE TO WS-LATEST-LOGGED-DATE
               END-READ
           END-PERFORM.

           IF WS-LATEST-LOGGED-DATE = SPACES
               MOVE WS-TODAY TO WS-NIGHT-DATE
               MOVE "N" TO WS-NIGHT-SWITCH
           ELSE
               MOVE WS-LATEST-LOGGED-DATE TO WS-NIGHT-DATE
               PERFORM 2100-CHECK-NIGHT-COMPLETE
               IF WS-NIGHT-IS-COMPLETE
                   IF WS-LATEST-LOGGED-DATE < WS-TODAY
                       MOVE WS-TODAY TO WS-NIGHT-DATE
                       MOVE "N" TO WS-NIGHT-SWITCH
                   END-IF
               ELSE
                   DISPLAY "JOBCTL: resuming night of "
                       WS-NIGHT-DATE
               END-IF
           END-IF.

       2100-CHECK-NIGHT-COMPLETE.
           SET WS-NIGHT-IS-COMPLETE TO TRUE.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-STEP-COUNT
               MOVE WS-NIGHT-DATE TO JL-RUN-DATE
               MOVE WS-STP-NAME (WS-PRED-SUB) TO JL-STEP-NAME
               READ JOB-LOG-FILE
                   INVALID KEY
                       MOVE "N" TO WS-NIGHT-SWITCH
                   NOT INVALID KEY
                       IF NOT JL-STATUS-COMPLETE
                           MOVE "N" TO WS-NIGHT-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    One step: skipped if already complete for the night,
      *    refused if its predecessor is not complete, otherwise
      *    logged as started, run, and logged with its outcome.  The
      *    predecessor is looked up before the step's own record is
      *    read back, since both share the record area.
      ******************************************************************
       3000-RUN-ONE-STEP.
           MOVE "Y" TO WS-PRED-SWITCH.
           IF WS-STP-PREDECESSOR (WS-STEP-SUB) NOT = SPACES
               PERFORM 3100-CHECK-PREDECESSOR
           END-IF.

           MOVE "N" TO WS-STEP-LOGGED-SWITCH.
           MOVE 0 TO WS-PRIOR-ATTEMPTS.
           MOVE WS-NIGHT-DATE TO JL-RUN-DATE.
           MOVE WS-STP-NAME (WS-STEP-SUB) TO JL-STEP-NAME.
           READ JOB-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STEP-ALREADY-LOGGED TO TRUE
                   MOVE JL-ATTEMPTS TO WS-PRIOR-ATTEMPTS
           END-READ.

           IF WS-STEP-ALREADY-LOGGED AND JL-STATUS-COMPLETE
               ADD 1 TO WS-COUNT-SKIPPED
               DISPLAY "JOBCTL: " JL-STEP-NAME
                   " already complete - skipped"
           ELSE
               IF WS-PREDECESSOR-CLEAN
                   PERFORM 3200-START-STEP
                   PERFORM 3300-EXECUTE-STEP
                   PERFORM 3400-END-STEP
               ELSE
                   PERFORM 3500-REFUSE-STEP
               END-IF
           END-IF.

       3100-CHECK-PREDECESSOR.
           MOVE "N" TO WS-PRED-SWITCH.
           MOVE WS-NIGHT-DATE TO JL-RUN-DATE.
           MOVE WS-STP-PREDECESSOR (WS-STEP-SUB) TO JL-STEP-NAME.
           READ JOB-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JL-STATUS-COMPLETE
                       SET WS-PREDECESSOR-CLEAN TO TRUE
                   END-IF
           END-READ.

       3200-START-STEP.
           PERFORM 3900-READ-CLOCK.
           MOVE WS-NIGHT-DATE TO JL-RUN-DATE.
           MOVE WS-STP-NAME (WS-STEP-SUB) TO JL-STEP-NAME.
           SET JL-STATUS-RUNNING TO TRUE.
           MOVE WS-CLOCK-DATE TO JL-START-DATE.
           MOVE WS-CLOCK-TIME TO JL-START-TIME.
           MOVE SPACES TO JL-END-DATE.
           MOVE SPACES TO JL-END-TIME.
           MOVE 0 TO JL-RETURN-CODE.
           MOVE WS-STP-MAX-RC (WS-STEP-SUB) TO JL-MAX-RC.
           ADD 1 TO WS-PRIOR-ATTEMPTS GIVING JL-ATTEMPTS.
           MOVE SPACES TO JL-NOTE.
           IF WS-STEP-ALREADY-LOGGED
               REWRITE JOB-LOG-RECORD
           ELSE
               WRITE JOB-LOG-RECORD
           END-IF.
           ADD 1 TO WS-COUNT-RUN.
           DISPLAY "JOBCTL: starting " JL-STEP-NAME " at "
               WS-CLOCK-TIME.

      ******************************************************************
      *    The command processor hands the step's completion code back
      *    in the high-order byte of its status word; anything in the
      *    low-order byte means the step was killed rather than ending,
      *    and a negative status means it could not be started at all.
      *    Either is logged as return code 999.
      ******************************************************************
       3300-EXECUTE-STEP.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-STP-COMMAND (WS-STEP-SUB).
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYSTEM-STATUS < 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-EXIT-CODE
                   REMAINDER WS-SIGNAL-BITS
               IF WS-SIGNAL-BITS NOT = 0 OR WS-EXIT-CODE > 998
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   MOVE WS-EXIT-CODE TO WS-STEP-RC
               END-IF
           END-IF.

       3400-END-STEP.
           PERFORM 3900-READ-CLOCK.
           MOVE WS-NIGHT-DATE TO JL-RUN-DATE.
           MOVE WS-STP-NAME (WS-STEP-SUB) TO JL-STEP-NAME.
           READ JOB-LOG-FILE
               INVALID KEY
                   DISPLAY "JOBCTL: log record for " JL-STEP-NAME
                       " lost while the step ran"
           END-READ.
           MOVE WS-CLOCK-DATE TO JL-END-DATE.
           MOVE WS-CLOCK-TIME TO JL-END-TIME.
           MOVE WS-STEP-RC TO JL-RETURN-CODE.
           IF WS-STEP-RC = 999
               SET JL-STATUS-FAILED TO TRUE
               MOVE "ENDED ABNORMALLY OR NOT STARTED" TO JL-NOTE
               ADD 1 TO WS-COUNT-FAILED
           ELSE
               IF WS-STEP-RC > WS-STP-MAX-RC (WS-STEP-SUB)
                   SET JL-STATUS-FAILED TO TRUE
                   MOVE "RC ABOVE ALLOWED MAXIMUM" TO JL-NOTE
                   ADD 1 TO WS-COUNT-FAILED
               ELSE
                   SET JL-STATUS-COMPLETE TO TRUE
                   ADD 1 TO WS-COUNT-COMPLETE
               END-IF
           END-IF.
           REWRITE JOB-LOG-RECORD
               INVALID KEY
                   WRITE JOB-LOG-RECORD
           END-REWRITE.
           DISPLAY "JOBCTL: " JL-STEP-NAME " ended RC " JL-RETURN-CODE
               " - " JL-STATUS " at " WS-CLOCK-TIME.

       3500-REFUSE-STEP.
           PERFORM 3900-READ-CLOCK.
           MOVE WS-NIGHT-DATE TO JL-RUN-DATE.
           MOVE WS-STP-NAME (WS-STEP-SUB) TO JL-STEP-NAME.
           SET JL-STATUS-REFUSED TO TRUE.
           MOVE SPACES TO JL-START-DATE.
           MOVE SPACES TO JL-START-TIME.
           MOVE WS-CLOCK-DATE TO JL-END-DATE.
           MOVE WS-CLOCK-TIME TO JL-END-TIME.
           MOVE 0 TO JL-RETURN-CODE.
           MOVE WS-STP-MAX-RC (WS-STEP-SUB) TO JL-MAX-RC.
           MOVE WS-PRIOR-ATTEMPTS TO JL-ATTEMPTS.
           MOVE SPACES TO JL-NOTE.
           STRING "AWAITING PREDECESSOR "
               WS-STP-PREDECESSOR (WS-STEP-SUB)
               DELIMITED BY SIZE INTO JL-NOTE.
           IF WS-STEP-ALREADY-LOGGED
               REWRITE JOB-LOG-RECORD
           ELSE
               WRITE JOB-LOG-RECORD
           END-IF.
           ADD 1 TO WS-COUNT-REFUSED.
           DISPLAY "JOBCTL: " JL-STEP-NAME " refused - predecessor "
               WS-STP-PREDECESSOR (WS-STEP-SUB) " not complete".

       3900-READ-CLOCK.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
