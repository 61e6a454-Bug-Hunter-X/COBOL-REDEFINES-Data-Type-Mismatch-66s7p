      *    SUSP-SEQ-NO restarts at one on every fresh run, so the
      *    bare sequence cannot span runs, and two runs completing
      *    on the same date would otherwise overwrite each other's
      *    items.  An item that can never be corrected leaves the
      *    open backlog as SUSP-STATUS-WRITTEN-OFF, set only by
      *    SUSPWOFF when a supervisor approves another operator's
      *    write-off proposal (WOREC.CPY); the proposal, approval and
      *    journal line carry the audit trail, not this record.
      *    SUSP-SOURCE-ID and SUSP-CREATE-DATE are the identity of the
      *    batch the item came from, carried onto RESUBMIT-FILE with
      *    its correction so the corrected value keeps it too.
      *    SUSP-CLOSED-DATE is the date the item left the open
      *    backlog - corrected or written off - and is blank while it
      *    is open; SRCSCORE measures a source's time-to-correct from
      *    the run date in the key to it.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-KEY.
           05  SUSP-STATUS         PIC X(1).
               88  SUSP-STATUS-OPEN            VALUE "O".
               88  SUSP-STATUS-CORRECTED       VALUE "C".
               88  SUSP-STATUS-WRITTEN-OFF     VALUE "W".
           05  SUSP-REASON-CODE    PIC X(2).
           05  SUSP-REASON-TEXT    PIC X(30).
           05  SUSP-SOURCE-ID      PIC X(3).
           05  SUSP-CREATE-DATE    PIC X(8).
           05  SUSP-CLOSED-DATE    PIC X(8).
