      ******************************************************************
      *    JOBSREC.CPY
      *    One step of the nightly job stream on the step-dependency
      *    table JOBSTEPS, in the order JOBCTL is to run them.  Each
      *    step names the one step that must have finished clean
      *    before it may start (spaces for a step that depends on
      *    nothing), the highest return code at which the step itself
      *    counts as finished clean, and the command that runs it.
      *    The predecessor must appear earlier in the table.  The
      *    stream as shipped:
      *       CONVPACK   -          0
      *       PACKCHK    CONVPACK   0
      *       VALBATCH   PACKCHK    4   (4 - batches were held)
      *       ACKSEND    VALBATCH   0
      *       LEDGPOST   VALBATCH   0
      *       MISSFEED   LEDGPOST   8   (8 - an expected feed missing)
      *       SUSPAGE    MISSFEED   0
      *       RUNRECON   MISSFEED   4   (4 - outside tolerance)
      *    A refusal is the point: LEDGPOST will not build a POST
      *    file off a TRANSOUT left behind by a VALBATCH that ended
      *    16.  Raising a step's JS-MAX-RC is a decision that a
      *    warning from that step may flow downstream unattended.
      ******************************************************************
       01  JOB-STEP-RECORD.
           05  JS-STEP-NAME            PIC X(8).
           05  JS-PREDECESSOR          PIC X(8).
           05  JS-MAX-RC               PIC 9(3).
           05  JS-COMMAND              PIC X(60).
