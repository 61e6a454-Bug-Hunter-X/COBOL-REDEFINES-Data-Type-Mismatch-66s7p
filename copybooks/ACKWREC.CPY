      *       F - a batch failed out of balance; the trailer figures
      *           carry what the trailer said when one was present and
      *           numeric, otherwise what this side computed.
      *       H - a batch quarantined on the held-batch master
      *           instead of posting (bad trailer, missing trailer,
      *           unknown record type, or an unregistered or suspended
      *           source); the trailer figures follow the F rule and
      *           ACKW-REASON-CODE is HB.
      *       R - a value rejected by its edit; ACKW-DATA is the value
      *           and ACKW-REASON-CODE the NUMEDIT (or sign-aware
      *           edit) reason code.
      *           ACKW-REASON-CODE is DP, a code the edits never
      *           produce, so the sender can tell a divert from a
      *           reject.
      *    Only the enveloped phases - TRANS-FILE and the released
      *    batches VALBATCH reads back from HELDIN - write events; the
      *    resubmit and packed phases have no batch header to route
      *    an acknowledgment back to.
      *    ACKW-RUN-DATE/ACKW-RUN-TIME are the writing run's identity
      *    and ACKW-EVENT-SEQ its position in that run's event stream.
      *    The sequence rides on the checkpoint, so a restarted run
           05  ACKW-EVENT-TYPE     PIC X(1).
               88  ACKW-BATCH-BALANCED         VALUE "B".
               88  ACKW-BATCH-FAILED           VALUE "F".
               88  ACKW-BATCH-HELD             VALUE "H".
               88  ACKW-VALUE-REJECTED         VALUE "R".
               88  ACKW-VALUE-DIVERTED         VALUE "V".
           05  ACKW-SOURCE-ID      PIC X(3).
