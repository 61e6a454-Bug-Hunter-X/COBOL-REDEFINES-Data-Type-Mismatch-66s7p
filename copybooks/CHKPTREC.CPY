      *    records so a VALBATCH rerun can restart after the last
      *    successfully processed record instead of reprocessing the
      *    whole file and double-counting into WS-AREA-3.  A VALBATCH
      *    run moves through four phases - TRANS-FILE, then the
      *    released held batches on HELDIN, then RESUBMIT-FILE, then
      *    PACKED-FILE - so CHK-PHASE records which
      *    phase was in progress at the last checkpoint and
      *    CHK-PHASE-COUNT how many records into that phase, so a
      *    restart can drain phases already finished and resume only
      *    the same sequence numbers the crashed run wrote to the
      *    append-only ACKWORK file, so ACKSEND can drop the replay
      *    duplicates instead of double-reporting them to the source.
      *    CHK-COUNT-HELD is the number of batches quarantined onto
      *    the held-batch master so far, so a restart's control
      *    report and RETURN-CODE still account for a batch held
      *    before the crash.
      *    CHK-COUNT-HIGH-VALUE and the CHK-SRC-COUNT-HIGH-VALUE table
      *    carry the run's and each source's count of amounts held on
      *    the high-value review master (HVREC.CPY) - the run count is
      *    also the sequence in that master's key, so replayed holds
      *    land on the keys already written - and CHK-BATCH-MAX-DEBIT/
      *    CREDIT the open batch's source limits, so a restart mid-
      *    batch judges the rest of the batch by the same limits.
      *    The CHK-SRC-REASON-TABLE carries each source's reject
      *    counts by reason code, so the per-source statistics
      *    VALBATCH writes at end of run still add up after a
      *    restart.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CHK-LAST-COUNT-READ     PIC 9(10).
           05  CHK-LAST-SEQ-NO         PIC 9(6).
           05  CHK-PHASE               PIC X(1).
               88  CHK-PHASE-TRANS             VALUE "T".
               88  CHK-PHASE-RELEASED          VALUE "H".
               88  CHK-PHASE-RESUBMIT          VALUE "R".
               88  CHK-PHASE-PACKED            VALUE "P".
           05  CHK-PHASE-COUNT          PIC 9(10).
                                            TRAILING SEPARATE.
               10  CHK-SRC-ALERT            PIC X(1).
               10  CHK-SRC-THRESHOLD        PIC 999V99.
           05  CHK-COUNT-HELD           PIC 9(10).
           05  CHK-COUNT-HIGH-VALUE     PIC 9(10).
           05  CHK-SRC-COUNT-HIGH-VALUE PIC 9(10) OCCURS 10 TIMES.
           05  CHK-BATCH-MAX-DEBIT      PIC 9(7)V99.
           05  CHK-BATCH-MAX-CREDIT     PIC 9(7)V99.
           05  CHK-SRC-REASON-TABLE OCCURS 10 TIMES.
               10  CHK-SRC-REASON-MAX       PIC 9(2).
               10  CHK-SRC-REASON-ENTRY OCCURS 6 TIMES.
                   15  CHK-SRC-RSN-CODE     PIC X(2).
                   15  CHK-SRC-RSN-COUNT    PIC 9(10).
