      ******************************************************************
      *    JOBLREC.CPY
      *    One step of one night's job stream on the job-log master
      *    JOBLOG, keyed by the night's run date and the step name.
      *    JOBCTL writes the record as status R when it starts the
      *    step and rewrites it with the end date and time and the
      *    step's return code when the step comes back:
      *       C - complete, the return code within the step's allowed
      *           JS-MAX-RC on the step table
      *       F - failed, the return code above it (999 - the step
      *           was killed or could not be started at all)
      *       B - refused, never started because its predecessor had
      *           not completed; JL-NOTE names the predecessor
      *       R - started but no end recorded - the controller itself
      *           went down mid-step; treated as failed on a rerun
      *    A rerun of the same night skips every step already C and
      *    takes up the rest, so the first step not C is where the
      *    night restarts.  JL-ATTEMPTS counts the starts; JL-MAX-RC
      *    is the allowed return code that was in force.  JOBSTAT
      *    prints the morning status report from this master and
      *    JOBINQ answers the same question at the console.
      ******************************************************************
       01  JOB-LOG-RECORD.
           05  JL-KEY.
               10  JL-RUN-DATE         PIC X(8).
               10  JL-STEP-NAME        PIC X(8).
           05  JL-STATUS               PIC X(1).
               88  JL-STATUS-COMPLETE          VALUE "C".
               88  JL-STATUS-FAILED            VALUE "F".
               88  JL-STATUS-REFUSED           VALUE "B".
               88  JL-STATUS-RUNNING           VALUE "R".
           05  JL-START-DATE           PIC X(8).
           05  JL-START-TIME           PIC X(8).
           05  JL-END-DATE             PIC X(8).
           05  JL-END-TIME             PIC X(8).
           05  JL-RETURN-CODE          PIC 9(3).
           05  JL-MAX-RC               PIC 9(3).
           05  JL-ATTEMPTS             PIC 9(3).
           05  JL-NOTE                 PIC X(40).
