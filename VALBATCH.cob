      *    detail records, and a trailer carrying the detail count and
      *    a hash total of the values.  Accepted detail values are
      *    accumulated into WS-BATCH-TOTAL and only released into
      *    WS-AREA-3 when the trailer proves the batch arrived whole,
      *    so a truncated or doubled transmission can never balance.
      *    A batch that cannot balance - a count or hash mismatch, a
      *    missing trailer, an unknown record type inside it - is
      *    quarantined rather than failing the run: before anything is
      *    processed the transmission is pre-scanned (0300) to find
      *    those batches, and the main pass copies each one, header
      *    through trailer, onto the held-batch master (HELDMAST,
      *    layout HELDREC.CPY) with the reason, marks it H on BATMAST,
      *    reports it on the control report and acknowledges it to its
      *    source as held, and carries on with the next batch.  None
      *    of a held batch's values are edited, screened, rejected or
      *    accumulated, so there is nothing to undo when it is
      *    released.  A detail or trailer outside any batch still
      *    fails the run with a report line and RETURN-CODE 16 -
      *    there is no batch identity to hold it under.  The
      *    open batch's state rides on the checkpoint record so a
      *    restart mid-batch still balances it against its trailer;
      *    a run failure is itself checkpointed like a
      *    crash, so the rerun against the corrected transmission
      *    resumes as a restart at the failing record instead of
      *    reprocessing (and double-screening) the whole file.
      *    totals the way the zoned path's amounts do - the money
      *    feed no longer has to ride the slow zoned path to be
      *    carried correctly.  The run moves
      *    through four phases - TRANS-FILE (T), the released held
      *    batches on HELDIN (H), RESUBMIT-FILE (R) and PACKED-FILE
      *    (P) - and CHK-PHASE/CHK-PHASE-COUNT on the checkpoint record
      *    track which phase and how far into it, so a restart drains
      *    phases already finished and resumes only the interrupted one
      *    instead of reprocessing it and double-counting.  WS-AREA-3
      *    (and its packed counterpart WS-AREA-3P) is a running sum of
      *    every accepted record's value across all four phases, not
      *    just the last one accepted - that is the figure req002's
      *    control report and req005's checkpoint/restart both depend
      *    on.  If the reject rate crosses WS-REJECT-THRESHOLD-PCT once
      *    edit" figure req002's auditors read.
      *    A batch header's source id must be registered and active on
      *    the source master (SRCMAST, layout SRCREC.CPY, maintained
      *    through SRCMAINT) before the batch is opened - a batch from
      *    an unregistered, mistyped or suspended source is held at
      *    the header the same way a bad trailer holds one, so a stray
      *    test feed can never flow into the grand total, but neither
      *    can it stop the feeds behind it.  A registered source
      *    carrying its own non-zero reject threshold is judged
      *    against that figure instead of the run-wide one, and a
      *    balanced batch whose detail count falls outside the
      *    source's expected daily volume range draws a warning line
      *    on the control report.  Every batch closed - balanced,
      *    held or failed - is also upserted onto the
      *    received-batch master (BATMAST, layout BATREC.CPY, keyed
      *    source id plus creation date), the evidence the MISSFEED
      *    watchdog reads at end of day to catch an expected feed
      *    the checkpoint, so a restart's replays re-stamp the numbers
      *    already appended and ACKSEND drops them instead of sending
      *    the source a double-reported acknowledgment.
      *    A held batch comes back through HELDRLS: once it is fixed
      *    or re-sent an operator releases it onto HELDIN, and the
      *    next run reads HELDIN as a phase of its own (H) straight
      *    after TRANS-FILE, through the same FD (ASSIGN TO
      *    WS-TRANS-FILE-NAME) and the same envelope logic - its
      *    batches are verified, balanced, acknowledged and recorded
      *    exactly as if they had arrived on TRANS-FILE, and one that
      *    still cannot balance is simply held again.  HELDIN is
      *    truncated once the phase completes, the RESUBMIT-FILE rule.
      *    A run that held anything ends with RETURN-CODE 4 so the
      *    morning shift knows there is a batch waiting for them.
      *    A type A amount that passes its edit and the duplicate
      *    screen is also judged against its source's registered
      *    single-debit or single-credit limit (SRCREC.CPY, maintained
      *    through SRCMAINT).  One over the limit is not netted into
      *    the batch's money totals or written to the accepted output:
      *    it is parked on the high-value review master (HVMAST,
      *    layout HVREC.CPY) with its source, batch creation date and
      *    the limit it broke, counted on its own control-report
      *    lines, and left for a supervisor to approve or reject
      *    through HVREVW.  It still counts into the batch hash, so
      *    the batch balances against the sender's trailer; an
      *    approved item comes back on RESUBMIT-FILE, where no limit
      *    applies.  Holding an amount also ends the run RETURN-CODE
      *    4 - someone has a decision waiting.
      *    Every record a value leaves behind - the accepted output,
      *    the reject file, the suspense master, the reject history
      *    and the divert master - is stamped with the source id and
      *    creation date of the batch it arrived in (a resubmitted
      *    value with the identity its correction carried back), so
      *    BATTRACE can follow one sender's file from its header to
      *    the posting file its values went out on.
      *    At end of run each source's figures - the ones printed in
      *    its CTLRPT section, plus its rejects counted by reason code
      *    - are also written to the per-source daily statistics
      *    master SRCSTAT (SSTREC.CPY), keyed source, run date and
      *    run time, which SRCSCORE reads for the monthly source
      *    scorecard.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALBATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
               RECORD KEY IS DIV-KEY
               FILE STATUS IS WS-DIVMAST-STATUS.

           SELECT HELD-BATCH-FILE ASSIGN TO "HELDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELDMAST-STATUS.

           SELECT HIGH-VALUE-FILE ASSIGN TO "HVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-KEY
               FILE STATUS IS WS-HVMAST-STATUS.

           SELECT SOURCE-STATS-FILE ASSIGN TO "SRCSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS WS-SRCSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
       FD  DIVERT-MASTER-FILE.
       COPY DIVREC.

       FD  HELD-BATCH-FILE.
       COPY HELDREC.

       FD  HIGH-VALUE-FILE.
       COPY HVREC.

       FD  SOURCE-STATS-FILE.
       COPY SSTREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.
       01  WS-AREA-3               PIC 9(10) VALUE 0.
           88  WS-CHECKPOINT-RECORD-FOUND   VALUE "Y".
       01  WS-PHASE                 PIC X(1)  VALUE "T".
           88  WS-PHASE-TRANS                VALUE "T".
           88  WS-PHASE-RELEASED             VALUE "H".
           88  WS-PHASE-ENVELOPED            VALUE "T" "H".
           88  WS-PHASE-RESUBMIT              VALUE "R".
           88  WS-PHASE-PACKED                VALUE "P".
       01  WS-PHASE-COUNT           PIC 9(10) VALUE 0.
           88  WS-BATCH-IS-OPEN              VALUE "Y".
       01  WS-BATCH-SOURCE-ID       PIC X(3)   VALUE SPACES.
       01  WS-BATCH-CREATE-DATE     PIC X(8)   VALUE SPACES.
       01  WS-VALUE-SOURCE-ID       PIC X(3)   VALUE SPACES.
       01  WS-VALUE-CREATE-DATE     PIC X(8)   VALUE SPACES.
       01  WS-BATCH-DETAIL-COUNT    PIC 9(10)  VALUE 0.
       01  WS-BATCH-HASH            PIC 9(12)  VALUE 0.
       01  WS-BATCH-TOTAL           PIC 9(10)  VALUE 0.
       01  WS-RUNHIST-FAIL-SWITCH   PIC X(1)  VALUE "N".
           88  WS-RUNHIST-OPEN-FAILED        VALUE "Y".
       01  WS-ACK-EVENT-SEQ         PIC 9(6)  VALUE 0.
       01  WS-TRANS-FILE-NAME       PIC X(8)  VALUE "TRANSIN".
       01  WS-TRANS-STATUS          PIC X(2).
       01  WS-HELDMAST-STATUS       PIC X(2).
       01  WS-HEADER-ORDINAL        PIC 9(6)  VALUE 0.
       01  WS-BATCH-HELD-SWITCH     PIC X(1)  VALUE "N".
           88  WS-BATCH-IS-HELD              VALUE "Y".
       01  WS-HELD-REASON           PIC X(40) VALUE SPACES.
       01  WS-HELD-REC-SEQ          PIC 9(8)  VALUE 0.
       01  WS-HELD-TRL-SWITCH       PIC X(1)  VALUE "N".
           88  WS-HELD-TRAILER-SEEN          VALUE "Y".
       01  WS-HELD-TRL-COUNT        PIC 9(10) VALUE 0.
       01  WS-HELD-TRL-HASH         PIC 9(12) VALUE 0.
       01  WS-COUNT-HELD            PIC 9(10) VALUE 0.
       01  WS-HVMAST-STATUS         PIC X(2).
       01  WS-SRCSTAT-STATUS        PIC X(2).
       01  WS-COUNT-HIGH-VALUE      PIC 9(10) VALUE 0.
       01  WS-BATCH-MAX-DEBIT       PIC 9(7)V99 VALUE 0.
       01  WS-BATCH-MAX-CREDIT      PIC 9(7)V99 VALUE 0.
       01  WS-HV-SWITCH             PIC X(1)  VALUE "N".
           88  WS-IS-HIGH-VALUE              VALUE "Y".
       01  WS-HV-DC-IND             PIC X(1).
       01  WS-HV-LIMIT              PIC 9(7)V99.

      *    Pre-scan verdicts: the ordinal (count of headers from the
      *    top of TRANS-FILE, running on through HELDIN) of every
      *    batch that cannot balance, with the reason it will be held.
      *    The main pass counts headers the same way and holds a batch
      *    whose ordinal is on the table.  Fifty held batches in one
      *    night is a broken upstream, not a bad batch - a fifty-first
      *    is not tabled, and fails the run at its trailer as before.
       01  WS-SCAN-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  END-OF-SCAN-FILE              VALUE "Y".
       01  WS-SCAN-OPEN-SWITCH      PIC X(1)  VALUE "N".
           88  WS-SCAN-BATCH-IS-OPEN         VALUE "Y".
       01  WS-SCAN-ORDINAL          PIC 9(6)  VALUE 0.
       01  WS-SCAN-COUNT            PIC 9(10) VALUE 0.
       01  WS-SCAN-HASH             PIC 9(12) VALUE 0.
       01  WS-SCAN-REASON           PIC X(40) VALUE SPACES.
       01  WS-HELD-MAX              PIC 9(2)  COMP VALUE 0.
       01  WS-HELD-SUB              PIC 9(2)  COMP.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 50 TIMES.
               10  WS-HLD-ORDINAL       PIC 9(6).
               10  WS-HLD-REASON        PIC X(40).

      *    Per-source accounting, one entry per sending system seen on
      *    the batch headers plus the RSB (resubmit) and PKD (packed)
               10  WS-SRC-MONEY-NET     PIC S9(11)V99 COMP-3.
               10  WS-SRC-ALERT-SWITCH  PIC X(1).
               10  WS-SRC-THRESHOLD     PIC 999V99.
               10  WS-SRC-COUNT-HIGH-VALUE PIC 9(10).
               10  WS-SRC-REASON-MAX    PIC 9(2)  COMP.
               10  WS-SRC-REASON-ENTRY OCCURS 6 TIMES.
                   15  WS-SRC-RSN-CODE  PIC X(2).
                   15  WS-SRC-RSN-COUNT PIC 9(10).
       01  WS-REASON-SUB            PIC 9(2)  COMP.
       01  WS-WANTED-SOURCE-ID      PIC X(3).
       01  WS-TODAY-INT             PIC 9(8).
       01  WS-DUP-DATE-NUM          PIC 9(8).
           PERFORM 0050-INIT-SOURCE-TABLE.
           PERFORM 0100-RESTART-CHECK.

           IF WS-IS-RESTART
               OPEN EXTEND OUTPUT-FILE
               OPEN EXTEND REJECT-FILE
               MOVE "SUSPENSE MASTER OPEN FAILED - RUN STOPPED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE OUTPUT-FILE
               CLOSE REJECT-FILE
               CLOSE REPORT-FILE
           IF WS-DIVMAST-STATUS NOT = "00"
               OPEN OUTPUT DIVERT-MASTER-FILE
           END-IF.
           OPEN I-O HELD-BATCH-FILE.
           IF WS-HELDMAST-STATUS NOT = "00"
               OPEN OUTPUT HELD-BATCH-FILE
           END-IF.
           OPEN I-O HIGH-VALUE-FILE.
           IF WS-HVMAST-STATUS NOT = "00"
               OPEN OUTPUT HIGH-VALUE-FILE
           END-IF.

           PERFORM 0300-PRESCAN-TRANSMISSIONS.

           MOVE "TRANSIN" TO WS-TRANS-FILE-NAME.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "VALBATCH: TRANS-FILE open failed -"
                   " status " WS-TRANS-STATUS " - run stopped"
               MOVE SPACES TO REPORT-LINE
               MOVE "TRANS-FILE OPEN FAILED - RUN STOPPED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE OUTPUT-FILE
               CLOSE REJECT-FILE
               CLOSE REPORT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE CHECKPOINT-FILE
               CLOSE ALERT-FILE
               CLOSE REJECT-HISTORY-FILE
               CLOSE DUPLICATE-FILE
               CLOSE DUP-REPORT-FILE
               CLOSE ACK-WORK-FILE
               IF WS-SRCMAST-AVAILABLE
                   CLOSE SOURCE-MASTER-FILE
               END-IF
               CLOSE BATCH-MASTER-FILE
               CLOSE DIVERT-MASTER-FILE
               CLOSE HELD-BATCH-FILE
               CLOSE HIGH-VALUE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-SKIP-ALREADY-PROCESSED.

           PERFORM UNTIL END-OF-TRANS-FILE
               READ TRANS-FILE
               END-READ
           END-PERFORM.

      *    A restart interrupted in a later phase drained TRANS-FILE
      *    above; any open batch it restored belongs to that phase.
           IF WS-IS-RESTART AND WS-RESTART-PHASE NOT = "T"
               CONTINUE
           ELSE
               PERFORM 1900-CLOSE-ENVELOPE-AT-EOF
           END-IF.
           CLOSE TRANS-FILE.

           PERFORM 1450-PROCESS-RELEASED-BATCHES.
           PERFORM 1400-PROCESS-RESUBMIT-FILE.
           PERFORM 1500-PROCESS-PACKED-FILE.

           PERFORM 4000-WRITE-CONTROL-REPORT.
           PERFORM 4500-WRITE-RUN-HISTORY.
           PERFORM 4700-WRITE-SOURCE-STATISTICS.

           CLOSE OUTPUT-FILE.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.
           END-IF.
           CLOSE BATCH-MASTER-FILE.
           CLOSE DIVERT-MASTER-FILE.
           CLOSE HELD-BATCH-FILE.
           CLOSE HIGH-VALUE-FILE.
           IF WS-RUNHIST-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 8000-RESET-CHECKPOINT-FILE
               IF WS-ALERT-FIRED
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-COUNT-HELD > 0 OR WS-COUNT-HIGH-VALUE > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
               MOVE "N" TO WS-SRC-ALERT-SWITCH(WS-SOURCE-SUB)
               MOVE WS-REJECT-THRESHOLD-PCT
                   TO WS-SRC-THRESHOLD(WS-SOURCE-SUB)
               MOVE 0 TO WS-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
               MOVE 0 TO WS-SRC-REASON-MAX(WS-SOURCE-SUB)
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 6
                   MOVE SPACES
                       TO WS-SRC-RSN-CODE(WS-SOURCE-SUB WS-REASON-SUB)
                   MOVE 0
                       TO WS-SRC-RSN-COUNT(WS-SOURCE-SUB WS-REASON-SUB)
               END-PERFORM
           END-PERFORM.

      ******************************************************************
           END-IF.
           MOVE WS-SOURCE-SUB TO WS-CURR-SOURCE-SUB.

      ******************************************************************
      *    Pre-scan the transmission, and any released held batches
      *    waiting on HELDIN, before a single value is processed.  The
      *    envelope rules the main pass applies - TRANSBAT.CPY count
      *    and hash, a registered and active source, nothing but
      *    details between header and trailer - are run over the raw
      *    records, and every batch that cannot balance goes on the
      *    held table by ordinal with its reason.  Knowing up front is
      *    what lets the main pass park a bad batch whole, instead of
      *    finding out at the trailer after its rejects, diverts and
      *    accepted values were already written.  The scan only
      *    reads, so a restart simply repeats it.  Records outside any
      *    batch are left for the main pass to fail the run on, and a
      *    missing source master is not a batch's fault - the main
      *    pass stops on that too.
      ******************************************************************
       0300-PRESCAN-TRANSMISSIONS.
           MOVE 0 TO WS-SCAN-ORDINAL.
           MOVE 0 TO WS-HELD-MAX.
           MOVE "TRANSIN" TO WS-TRANS-FILE-NAME.
           PERFORM 0310-PRESCAN-ONE-FILE.
           MOVE "HELDIN" TO WS-TRANS-FILE-NAME.
           PERFORM 0310-PRESCAN-ONE-FILE.

       0310-PRESCAN-ONE-FILE.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE "N" TO WS-SCAN-OPEN-SWITCH.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL END-OF-SCAN-FILE
                   READ TRANS-FILE
                       AT END
                           SET END-OF-SCAN-FILE TO TRUE
                       NOT AT END
                           PERFORM 0320-PRESCAN-ONE-RECORD
                   END-READ
               END-PERFORM
               IF WS-SCAN-BATCH-IS-OPEN
                   IF WS-SCAN-REASON = SPACES
                       MOVE "TRAILER MISSING - TRANSMISSION TRUNCATED"
                           TO WS-SCAN-REASON
                   END-IF
                   PERFORM 0360-PRESCAN-NOTE-HELD
               END-IF
           END-IF.
           CLOSE TRANS-FILE.

       0320-PRESCAN-ONE-RECORD.
           IF BAT-REC-HEADER
               IF WS-SCAN-BATCH-IS-OPEN
                   IF WS-SCAN-REASON = SPACES
                       MOVE "TRAILER MISSING - NEXT HEADER ARRIVED"
                           TO WS-SCAN-REASON
                   END-IF
                   PERFORM 0360-PRESCAN-NOTE-HELD
               END-IF
               ADD 1 TO WS-SCAN-ORDINAL
               SET WS-SCAN-BATCH-IS-OPEN TO TRUE
               MOVE 0 TO WS-SCAN-COUNT
               MOVE 0 TO WS-SCAN-HASH
               MOVE SPACES TO WS-SCAN-REASON
               PERFORM 0370-PRESCAN-CHECK-SOURCE
           ELSE
               IF WS-SCAN-BATCH-IS-OPEN
                   IF BAT-REC-DETAIL OR BAT-REC-AMOUNT
                       ADD 1 TO WS-SCAN-COUNT
                       PERFORM 1150-HASH-ONE-DETAIL
                       COMPUTE WS-SCAN-HASH = FUNCTION MOD(
                           WS-SCAN-HASH + WS-HASH-CONTRIB,
                           WS-HASH-MODULUS)
                   ELSE
                       IF BAT-REC-TRAILER
                           PERFORM 0350-PRESCAN-TRAILER
                       ELSE
                           IF WS-SCAN-REASON = SPACES
                               MOVE "UNKNOWN RECORD TYPE IN BATCH"
                                   TO WS-SCAN-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0350-PRESCAN-TRAILER.
           IF WS-SCAN-REASON = SPACES
               IF BAT-TRL-COUNT IS NUMERIC
                       AND BAT-TRL-HASH IS NUMERIC
                       AND BAT-TRL-COUNT = WS-SCAN-COUNT
                       AND BAT-TRL-HASH = WS-SCAN-HASH
                   CONTINUE
               ELSE
                   MOVE "TRAILER COUNT/HASH DO NOT MATCH BATCH"
                       TO WS-SCAN-REASON
               END-IF
           END-IF.
           IF WS-SCAN-REASON NOT = SPACES
               PERFORM 0360-PRESCAN-NOTE-HELD
           END-IF.
           MOVE "N" TO WS-SCAN-OPEN-SWITCH.

       0360-PRESCAN-NOTE-HELD.
           IF WS-HELD-MAX < 50
               ADD 1 TO WS-HELD-MAX
               MOVE WS-SCAN-ORDINAL TO WS-HLD-ORDINAL(WS-HELD-MAX)
               MOVE WS-SCAN-REASON TO WS-HLD-REASON(WS-HELD-MAX)
           END-IF.

       0370-PRESCAN-CHECK-SOURCE.
           IF WS-SRCMAST-AVAILABLE
               MOVE BAT-HDR-SOURCE-ID TO SRC-ID
               READ SOURCE-MASTER-FILE
                   INVALID KEY
                       MOVE "SOURCE NOT REGISTERED - BATCH HELD"
                           TO WS-SCAN-REASON
                   NOT INVALID KEY
                       IF NOT SRC-STATUS-ACTIVE
                           MOVE "SOURCE SUSPENDED - BATCH HELD"
                               TO WS-SCAN-REASON
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *    A batch is only opened for a source that is registered and
      *    active on the source master.  An unregistered or mistyped
      *    id or a suspended source is found by the pre-scan (0370,
      *    the same tests) and the batch is held before it gets here;
      *    those refusals below are only a safety net for a batch the
      *    held table had no room for.  A missing master still fails
      *    the run at the header - refusal is checkpointed like any
      *    other failure, so the rerun after the master is restored
      *    resumes as a restart at the refused header.
      ******************************************************************
       0500-VERIFY-SOURCE-REGISTERED.
                   END-IF
                   MOVE CHK-COUNT-DUPLICATES TO WS-COUNT-DUPLICATES
                   MOVE CHK-ACK-EVENT-SEQ TO WS-ACK-EVENT-SEQ
                   IF CHK-COUNT-HELD IS NUMERIC
                       MOVE CHK-COUNT-HELD TO WS-COUNT-HELD
                   END-IF
                   IF CHK-COUNT-HIGH-VALUE IS NUMERIC
                       MOVE CHK-COUNT-HIGH-VALUE
                           TO WS-COUNT-HIGH-VALUE
                       PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                               UNTIL WS-SOURCE-SUB > 10
                           MOVE CHK-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
                               TO WS-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
                       END-PERFORM
                       IF CHK-BATCH-WAS-OPEN
                           MOVE CHK-BATCH-MAX-DEBIT
                               TO WS-BATCH-MAX-DEBIT
                           MOVE CHK-BATCH-MAX-CREDIT
                               TO WS-BATCH-MAX-CREDIT
                       END-IF
                   END-IF
      *    Resume under the interrupted run's own identity, so the
      *    keys stamped onto the reject- and duplicate-history
      *    masters line up with what that run already wrote.
                           TO WS-SRC-ALERT-SWITCH(WS-SOURCE-SUB)
                       MOVE CHK-SRC-THRESHOLD(WS-SOURCE-SUB)
                           TO WS-SRC-THRESHOLD(WS-SOURCE-SUB)
                       PERFORM 0150-RESTORE-SOURCE-REASONS
                   END-PERFORM
                   IF CHK-BATCH-WAS-OPEN
                       MOVE CHK-BATCH-SOURCE-ID
               CLOSE CHECKPOINT-FILE
           END-IF.

       0150-RESTORE-SOURCE-REASONS.
           MOVE CHK-SRC-REASON-MAX(WS-SOURCE-SUB)
               TO WS-SRC-REASON-MAX(WS-SOURCE-SUB).
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               MOVE CHK-SRC-RSN-CODE(WS-SOURCE-SUB WS-REASON-SUB)
                   TO WS-SRC-RSN-CODE(WS-SOURCE-SUB WS-REASON-SUB)
               MOVE CHK-SRC-RSN-COUNT(WS-SOURCE-SUB WS-REASON-SUB)
                   TO WS-SRC-RSN-COUNT(WS-SOURCE-SUB WS-REASON-SUB)
           END-PERFORM.

      ******************************************************************
      *    Position TRANS-FILE for the phase it is open for - the
      *    transmission (T) or the released held batches (H).  The
      *    phase a restart was interrupted in is skipped up to the
      *    checkpoint; a phase that finished before the interruption
      *    (T when the restart is in H, R or P; H when it is in R or
      *    P) is drained; a later phase is processed from the top.
      ******************************************************************
       0200-SKIP-ALREADY-PROCESSED.
           IF WS-IS-RESTART
               IF WS-RESTART-PHASE = WS-PHASE
                   PERFORM WS-RESTART-PHASE-COUNT TIMES
                       READ TRANS-FILE
                           AT END
                               SET END-OF-TRANS-FILE TO TRUE
                           NOT AT END
                               PERFORM 0250-COUNT-SKIPPED-HEADER
                       END-READ
                   END-PERFORM
                   MOVE WS-RESTART-PHASE-COUNT TO WS-PHASE-COUNT
               ELSE
                   IF WS-RESTART-PHASE NOT = "T"
                       PERFORM UNTIL END-OF-TRANS-FILE
                           READ TRANS-FILE
                               AT END
                                   SET END-OF-TRANS-FILE TO TRUE
                               NOT AT END
                                   PERFORM 0250-COUNT-SKIPPED-HEADER
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *    Records skipped on a restart still count their headers, so
      *    the main pass's batch ordinals line up with the pre-scan's
      *    held-batch verdicts.
       0250-COUNT-SKIPPED-HEADER.
           IF BAT-REC-HEADER
               ADD 1 TO WS-HEADER-ORDINAL
           END-IF.

       1050-PROCESS-BATCH-RECORD.
           IF BAT-REC-HEADER
               PERFORM 1100-START-BATCH
           ELSE
               IF WS-BATCH-IS-HELD
                   PERFORM 1650-COPY-HELD-RECORD
               ELSE
                   IF BAT-REC-TRAILER
                       PERFORM 1200-BALANCE-BATCH
                   ELSE
                       IF BAT-REC-DETAIL OR BAT-REC-AMOUNT
                           PERFORM 1060-PROCESS-BATCH-DETAIL
                       ELSE
                           MOVE "UNKNOWN RECORD TYPE ON TRANS-FILE"
                               TO WS-BALANCE-MESSAGE
                           PERFORM 1300-FAIL-OUT-OF-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       1080-ACCUMULATE-AMOUNT.
           COMPUTE WS-HASH-CONTRIB = WS-AREA-2D * 100.
           IF WS-PHASE-ENVELOPED
               COMPUTE WS-BATCH-HASH = FUNCTION MOD(
                   WS-BATCH-HASH + WS-HASH-CONTRIB, WS-HASH-MODULUS)
           END-IF.
           PERFORM 1090-CHECK-DUPLICATE.
           MOVE "N" TO WS-HV-SWITCH.
           IF WS-IS-DUPLICATE
               PERFORM 1095-DIVERT-DUPLICATE
           ELSE
               IF WS-PHASE-ENVELOPED
                   PERFORM 1085-CHECK-SINGLE-LIMIT
               END-IF
               IF WS-IS-HIGH-VALUE
                   PERFORM 1087-HOLD-HIGH-VALUE
               ELSE
                   PERFORM 1082-NET-ACCEPTED-AMOUNT
               END-IF
           END-IF.

       1082-NET-ACCEPTED-AMOUNT.
           IF WS-PHASE-ENVELOPED
               ADD WS-AREA-2D TO WS-BATCH-MONEY-NET
               IF WS-AREA-2D < 0
                   SUBTRACT WS-AREA-2D FROM WS-BATCH-CREDITS
               ELSE
                   ADD WS-AREA-2D TO WS-BATCH-DEBITS
               END-IF
           ELSE
               ADD WS-AREA-2D TO WS-MONEY-NET
               IF WS-AREA-2D < 0
                   SUBTRACT WS-AREA-2D FROM WS-MONEY-CREDITS
               ELSE
                   ADD WS-AREA-2D TO WS-MONEY-DEBITS
               END-IF
           END-IF
           ADD 1 TO WS-COUNT-AMOUNTS
           IF WS-CURR-SOURCE-SUB > 0
               ADD 1 TO
                   WS-SRC-COUNT-AMOUNTS(WS-CURR-SOURCE-SUB)
               ADD WS-AREA-2D TO
                   WS-SRC-MONEY-NET(WS-CURR-SOURCE-SUB)
           END-IF
           MOVE "A" TO ACC-REC-TYPE
           PERFORM 2000-WRITE-ACCEPTED.

      ******************************************************************
      *    A source's single-amount limits apply only to amounts that
      *    arrived in a batch envelope - the RESUBMIT-FILE phase
      *    carries corrections and supervisor-approved high values,
      *    which have already been looked at by a person.  A zero
      *    limit means the registration carries none.  Credits are
      *    negative and are compared by absolute value.
      ******************************************************************
       1085-CHECK-SINGLE-LIMIT.
           IF WS-AREA-2D < 0
               IF WS-BATCH-MAX-CREDIT > 0
                       AND (WS-AREA-2D * -1) > WS-BATCH-MAX-CREDIT
                   SET WS-IS-HIGH-VALUE TO TRUE
                   MOVE "C" TO WS-HV-DC-IND
                   MOVE WS-BATCH-MAX-CREDIT TO WS-HV-LIMIT
               END-IF
           ELSE
               IF WS-BATCH-MAX-DEBIT > 0
                       AND WS-AREA-2D > WS-BATCH-MAX-DEBIT
                   SET WS-IS-HIGH-VALUE TO TRUE
                   MOVE "D" TO WS-HV-DC-IND
                   MOVE WS-BATCH-MAX-DEBIT TO WS-HV-LIMIT
               END-IF
           END-IF.

      ******************************************************************
      *    Park an over-limit amount for supervisor review instead of
      *    netting it in.  It has already been hashed and counted as a
      *    batch detail, so the trailer still balances; it goes to no
      *    money total and no accepted-output record.  The run's
      *    high-value count is the sequence in the key, restored from
      *    the checkpoint, so a restart replay rewrites its own hold.
      ******************************************************************
       1087-HOLD-HIGH-VALUE.
           ADD 1 TO WS-COUNT-HIGH-VALUE.
           IF WS-CURR-SOURCE-SUB > 0
               ADD 1 TO WS-SRC-COUNT-HIGH-VALUE(WS-CURR-SOURCE-SUB)
           END-IF.
           MOVE WS-RUN-DATE TO HV-RUN-DATE.
           MOVE WS-RUN-TIME TO HV-RUN-TIME.
           MOVE WS-COUNT-HIGH-VALUE TO HV-SEQ-NO.
           MOVE WS-BATCH-SOURCE-ID TO HV-SOURCE-ID.
           MOVE WS-BATCH-CREATE-DATE TO HV-CREATE-DATE.
           MOVE WS-AREA-1 TO HV-VALUE.
           MOVE WS-HV-DC-IND TO HV-DC-IND.
           MOVE WS-HV-LIMIT TO HV-LIMIT.
           SET HV-STATUS-OPEN TO TRUE.
           MOVE SPACES TO HV-ACTION-BY.
           MOVE SPACES TO HV-ACTION-DATE.
           MOVE SPACES TO HV-ACTION-TIME.
           MOVE SPACES TO HV-ACTION-NOTE.
           WRITE HIGH-VALUE-RECORD
               INVALID KEY
                   REWRITE HIGH-VALUE-RECORD
           END-WRITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "** HIGH VALUE HELD FOR REVIEW - SOURCE "
               WS-BATCH-SOURCE-ID " OF " WS-BATCH-CREATE-DATE
               " AMOUNT " WS-AREA-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "VALBATCH: amount over source limit held for"
               " review - source " WS-BATCH-SOURCE-ID " " WS-AREA-1.

      ******************************************************************
      *    Duplicate lookup against the keyed history of recently
      *    accepted values (DUPREC.CPY).  A value accepted within the
           MOVE WS-COUNT-DUPLICATES TO DIV-SEQ-NO.
           MOVE WS-AREA-1 TO DIV-VALUE.
           MOVE DUP-ACCEPT-DATE TO DIV-FIRST-ACCEPT-DATE.
           PERFORM 1990-SET-VALUE-IDENTITY.
           IF WS-VALUE-SOURCE-ID NOT = SPACES
               MOVE WS-VALUE-SOURCE-ID TO DIV-SOURCE-ID
           ELSE
               MOVE "RSB" TO DIV-SOURCE-ID
           END-IF.
           MOVE WS-VALUE-CREATE-DATE TO DIV-CREATE-DATE.
           MOVE WS-PHASE TO DIV-PHASE.
           SET DIV-STATUS-OPEN TO TRUE.
           WRITE DIVERT-RECORD
               DELIMITED BY SIZE INTO DUP-REPORT-LINE.
           WRITE DUP-REPORT-LINE.
           DISPLAY "Suspected duplicate diverted: " WS-AREA-1.
           IF WS-PHASE-ENVELOPED
               MOVE "V" TO ACKW-EVENT-TYPE
               MOVE "DP" TO ACKW-REASON-CODE
               PERFORM 3900-WRITE-ACK-VALUE-EVENT
           END-IF.

       1100-START-BATCH.
      *    A header ends a held batch that never showed its trailer -
      *    the pre-scan held it for exactly that reason.
           IF WS-BATCH-IS-HELD
               PERFORM 1700-CLOSE-HELD-BATCH
           END-IF.
           IF WS-BATCH-IS-OPEN
               MOVE "HEADER INSIDE OPEN BATCH - TRAILER MISSING"
                   TO WS-BALANCE-MESSAGE
               PERFORM 1300-FAIL-OUT-OF-BALANCE
           END-IF.
           ADD 1 TO WS-HEADER-ORDINAL.
      *    The source is verified BEFORE the batch is opened: a
      *    refusal then checkpoints with no open batch, so the rerun
      *    after the source is registered re-reads the refused header
      *    batch restored from the checkpoint.
           MOVE BAT-HDR-SOURCE-ID TO WS-BATCH-SOURCE-ID.
           MOVE BAT-HDR-CREATE-DATE TO WS-BATCH-CREATE-DATE.
           PERFORM 1160-FIND-HELD-VERDICT.
           IF WS-BATCH-IS-HELD
               PERFORM 1600-OPEN-HELD-BATCH
           ELSE
               PERFORM 0500-VERIFY-SOURCE-REGISTERED
               SET WS-BATCH-IS-OPEN TO TRUE
               MOVE BAT-HDR-SOURCE-ID TO WS-WANTED-SOURCE-ID
               PERFORM 0400-FIND-OR-ADD-SOURCE
               IF SRC-REJECT-THRESHOLD-PCT > 0
                   MOVE SRC-REJECT-THRESHOLD-PCT
                       TO WS-SRC-THRESHOLD(WS-CURR-SOURCE-SUB)
               END-IF
               MOVE SRC-MAX-SINGLE-DEBIT TO WS-BATCH-MAX-DEBIT
               MOVE SRC-MAX-SINGLE-CREDIT TO WS-BATCH-MAX-CREDIT
               MOVE 0 TO WS-BATCH-DETAIL-COUNT
               MOVE 0 TO WS-BATCH-HASH
               MOVE 0 TO WS-BATCH-TOTAL
               MOVE 0 TO WS-BATCH-MONEY-NET
               MOVE 0 TO WS-BATCH-DEBITS
               MOVE 0 TO WS-BATCH-CREDITS
           END-IF.

      ******************************************************************
      *    A detail's hash contribution under the TRANSBAT.CPY rule -
      *    a count detail its unsigned integer, an amount detail its
      *    signed value in pennies, a detail not numeric for its
      *    flagged type zero.  Used where a batch is hashed without
      *    being edited: the pre-scan, and a held batch being parked.
      ******************************************************************
       1150-HASH-ONE-DETAIL.
           MOVE BAT-DET-DATA TO WS-AREA-1.
           MOVE 0 TO WS-HASH-CONTRIB.
           IF BAT-REC-AMOUNT
               IF WS-AREA-2D IS NUMERIC
                   COMPUTE WS-HASH-CONTRIB = WS-AREA-2D * 100
               END-IF
           ELSE
               IF WS-AREA-2 IS NUMERIC
                   MOVE WS-AREA-2 TO WS-HASH-CONTRIB
               END-IF
           END-IF.

       1160-FIND-HELD-VERDICT.
           MOVE "N" TO WS-BATCH-HELD-SWITCH.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-MAX
               IF WS-HLD-ORDINAL(WS-HELD-SUB) = WS-HEADER-ORDINAL
                   SET WS-BATCH-IS-HELD TO TRUE
                   MOVE WS-HLD-REASON(WS-HELD-SUB) TO WS-HELD-REASON
               END-IF
           END-PERFORM.

       1200-BALANCE-BATCH.
           IF NOT WS-BATCH-IS-OPEN
           END-IF.
           CLOSE BATCH-MASTER-FILE.
           CLOSE DIVERT-MASTER-FILE.
           CLOSE HELD-BATCH-FILE.
           CLOSE HIGH-VALUE-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    Batches HELDRLS released since the last run wait on HELDIN
      *    in their TRANSBAT envelope.  They are read through the same
      *    FD and the same envelope logic as the transmission, as
      *    phase H with its own checkpoint position, so a released
      *    batch is verified, balanced, acknowledged and recorded on
      *    BATMAST like any other - and held again if it still cannot
      *    balance.  HELDIN is truncated once it has been read through.
      ******************************************************************
       1450-PROCESS-RELEASED-BATCHES.
           MOVE "HELDIN" TO WS-TRANS-FILE-NAME.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE "H" TO WS-PHASE
               MOVE 0 TO WS-PHASE-COUNT
               PERFORM 0200-SKIP-ALREADY-PROCESSED
               PERFORM UNTIL END-OF-TRANS-FILE
                   READ TRANS-FILE
                       AT END
                           SET END-OF-TRANS-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PHASE-COUNT
                           PERFORM 1050-PROCESS-BATCH-RECORD
                   END-READ
               END-PERFORM
               PERFORM 1900-CLOSE-ENVELOPE-AT-EOF
               CLOSE TRANS-FILE
               PERFORM 8300-RESET-RELEASED-FILE
           ELSE
               CLOSE TRANS-FILE
           END-IF.

       1400-PROCESS-RESUBMIT-FILE.
           OPEN INPUT RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS = "00"
               CLOSE PACKED-FILE
           END-IF.

      ******************************************************************
      *    A held batch is parked record by record, header first, on
      *    the held-batch master under its header's identity.  Its
      *    details are counted and hashed (for the acknowledgment and
      *    the report) but never edited, screened or accumulated, so
      *    no reject, divert or accepted value of a held batch ever
      *    reaches the run's files.  The trailer closes it.
      ******************************************************************
       1600-OPEN-HELD-BATCH.
           MOVE 0 TO WS-HELD-REC-SEQ.
           MOVE "N" TO WS-HELD-TRL-SWITCH.
           MOVE 0 TO WS-BATCH-DETAIL-COUNT.
           MOVE 0 TO WS-BATCH-HASH.
           MOVE 0 TO WS-BATCH-TOTAL.
           MOVE 0 TO WS-BATCH-MONEY-NET.
           MOVE 0 TO WS-BATCH-DEBITS.
           MOVE 0 TO WS-BATCH-CREDITS.
           DISPLAY "VALBATCH: batch " WS-BATCH-SOURCE-ID " of "
               WS-BATCH-CREATE-DATE " held - " WS-HELD-REASON.
           PERFORM 1650-COPY-HELD-RECORD.

       1650-COPY-HELD-RECORD.
           ADD 1 TO WS-HELD-REC-SEQ.
           MOVE WS-BATCH-SOURCE-ID TO HB-SOURCE-ID.
           MOVE WS-BATCH-CREATE-DATE TO HB-CREATE-DATE.
           MOVE WS-HELD-REC-SEQ TO HB-REC-SEQ.
           MOVE SPACES TO HB-REC-BODY.
           MOVE BATCH-RECORD TO HB-IMAGE.
           WRITE HELD-BATCH-RECORD
               INVALID KEY
                   REWRITE HELD-BATCH-RECORD
           END-WRITE.
           IF BAT-REC-DETAIL OR BAT-REC-AMOUNT
               ADD 1 TO WS-BATCH-DETAIL-COUNT
               PERFORM 1150-HASH-ONE-DETAIL
               COMPUTE WS-BATCH-HASH = FUNCTION MOD(
                   WS-BATCH-HASH + WS-HASH-CONTRIB, WS-HASH-MODULUS)
           END-IF.
           IF BAT-REC-TRAILER
               IF BAT-TRL-COUNT IS NUMERIC
                       AND BAT-TRL-HASH IS NUMERIC
                   SET WS-HELD-TRAILER-SEEN TO TRUE
                   MOVE BAT-TRL-COUNT TO WS-HELD-TRL-COUNT
                   MOVE BAT-TRL-HASH TO WS-HELD-TRL-HASH
               END-IF
               PERFORM 1700-CLOSE-HELD-BATCH
           END-IF.

      ******************************************************************
      *    Close a held batch: write its control record (reason, the
      *    holding run, how many records were parked), report it on
      *    CTLRPT, acknowledge it to the source as held (the trailer
      *    figures under the failed-batch rule - the trailer's when it
      *    had numeric ones, else what was counted here), and record
      *    it H on BATMAST with no released figures.
      ******************************************************************
       1700-CLOSE-HELD-BATCH.
           MOVE WS-BATCH-SOURCE-ID TO HB-SOURCE-ID.
           MOVE WS-BATCH-CREATE-DATE TO HB-CREATE-DATE.
           MOVE 0 TO HB-REC-SEQ.
           MOVE SPACES TO HB-REC-BODY.
           SET HB-STATUS-HELD TO TRUE.
           MOVE WS-RUN-DATE TO HB-HELD-RUN-DATE.
           MOVE WS-RUN-TIME TO HB-HELD-RUN-TIME.
           MOVE WS-HELD-REC-SEQ TO HB-RECORD-COUNT.
           MOVE WS-BATCH-DETAIL-COUNT TO HB-DETAIL-COUNT.
           MOVE WS-HELD-REASON TO HB-HOLD-REASON.
           WRITE HELD-BATCH-RECORD
               INVALID KEY
                   REWRITE HELD-BATCH-RECORD
           END-WRITE.
           ADD 1 TO WS-COUNT-HELD.

           MOVE WS-BATCH-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH " WS-BATCH-SOURCE-ID " OF "
               WS-BATCH-CREATE-DATE " HELD - DETAILS      "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  HELD FOR: " WS-HELD-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "H" TO ACKW-EVENT-TYPE.
           MOVE WS-BATCH-SOURCE-ID TO ACKW-SOURCE-ID.
           MOVE WS-BATCH-CREATE-DATE TO ACKW-CREATE-DATE.
           MOVE SPACES TO ACKW-DATA.
           MOVE "HB" TO ACKW-REASON-CODE.
           IF WS-HELD-TRAILER-SEEN
               MOVE WS-HELD-TRL-COUNT TO ACKW-TRL-COUNT
               MOVE WS-HELD-TRL-HASH TO ACKW-TRL-HASH
           ELSE
               MOVE WS-BATCH-DETAIL-COUNT TO ACKW-TRL-COUNT
               MOVE WS-BATCH-HASH TO ACKW-TRL-HASH
           END-IF.
           PERFORM 3950-STAMP-AND-WRITE-ACK-EVENT.

           MOVE "H" TO WS-BATCH-RESULT.
           PERFORM 1280-RECORD-BATCH-MASTER.

           MOVE "N" TO WS-BATCH-HELD-SWITCH.
           MOVE "N" TO WS-HELD-TRL-SWITCH.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE SPACES TO WS-BATCH-SOURCE-ID.
           MOVE SPACES TO WS-BATCH-CREATE-DATE.
           MOVE 0 TO WS-BATCH-DETAIL-COUNT.
           MOVE 0 TO WS-BATCH-HASH.

      ******************************************************************
      *    End of an enveloped file: a held batch still open is closed
      *    (the pre-scan held it for the missing trailer); an ordinary
      *    batch still open is a truncation the pre-scan could not
      *    table, and fails the run as it always has.
      ******************************************************************
       1900-CLOSE-ENVELOPE-AT-EOF.
           IF WS-BATCH-IS-HELD
               PERFORM 1700-CLOSE-HELD-BATCH
           ELSE
               IF WS-BATCH-IS-OPEN
                   SET WS-EOF-FAILURE TO TRUE
                   MOVE "TRAILER MISSING - TRANSMISSION TRUNCATED"
                       TO WS-BALANCE-MESSAGE
                   PERFORM 1300-FAIL-OUT-OF-BALANCE
               END-IF
           END-IF.

      ******************************************************************
      *    A type A packed record is a signed money amount that was
      *    already edited sign-aware by CONVPACK, so it nets straight
           CALL "NUMEDIT" USING WS-AREA-1 WS-EDIT-RC
               WS-REASON-CODE WS-REASON-TEXT.
           IF WS-EDIT-RC = 0 THEN
               IF WS-PHASE-ENVELOPED
                   COMPUTE WS-BATCH-HASH = FUNCTION MOD(
                       WS-BATCH-HASH + WS-AREA-2, WS-HASH-MODULUS)
               END-IF
               IF WS-IS-DUPLICATE
                   PERFORM 1095-DIVERT-DUPLICATE
               ELSE
                   IF WS-PHASE-ENVELOPED
                       ADD WS-AREA-2 TO WS-BATCH-TOTAL
                   ELSE
                       ADD WS-AREA-2 TO WS-AREA-3
               END-IF
           END-IF.

      ******************************************************************
      *    The batch identity a value is stamped with on every record
      *    it leaves behind - accepted, rejected, suspended or
      *    diverted - so BATTRACE can follow one file end to end.  A
      *    value inside a batch envelope carries its batch's source
      *    and creation date; a resubmitted value carries the identity
      *    its correction or release brought along on RESUBMIT-FILE;
      *    a value from the packed pre-validated file has no batch
      *    behind it and carries blanks.
      ******************************************************************
       1990-SET-VALUE-IDENTITY.
           IF WS-PHASE-ENVELOPED
               MOVE WS-BATCH-SOURCE-ID TO WS-VALUE-SOURCE-ID
               MOVE WS-BATCH-CREATE-DATE TO WS-VALUE-CREATE-DATE
           ELSE
               IF WS-PHASE-RESUBMIT
                   MOVE RSB-SOURCE-ID TO WS-VALUE-SOURCE-ID
                   MOVE RSB-CREATE-DATE TO WS-VALUE-CREATE-DATE
               ELSE
                   MOVE SPACES TO WS-VALUE-SOURCE-ID
                   MOVE SPACES TO WS-VALUE-CREATE-DATE
               END-IF
           END-IF.

       2000-WRITE-ACCEPTED.
           PERFORM 1990-SET-VALUE-IDENTITY.
           MOVE WS-AREA-1 TO ACC-DATA.
           COMPUTE ACC-RUNNING-TOTAL = WS-AREA-3 + WS-BATCH-TOTAL.
           COMPUTE ACC-MONEY-NET = WS-MONEY-NET + WS-BATCH-MONEY-NET.
           MOVE WS-VALUE-SOURCE-ID TO ACC-SOURCE-ID.
           MOVE WS-VALUE-CREATE-DATE TO ACC-CREATE-DATE.
           WRITE ACCEPTED-RECORD.

       3000-WRITE-REJECT.
           PERFORM 1990-SET-VALUE-IDENTITY.
           IF WS-CURR-SOURCE-SUB > 0
               PERFORM 3050-COUNT-SOURCE-REASON
           END-IF.
           ADD 1 TO WS-SEQ-NO.
           MOVE WS-AREA-1 TO REJ-DATA.
           MOVE WS-RUN-DATE TO REJ-RUN-DATE.
           MOVE WS-SEQ-NO TO REJ-SEQ-NO.
           MOVE WS-REASON-CODE TO REJ-REASON-CODE.
           MOVE WS-REASON-TEXT TO REJ-REASON-TEXT.
           MOVE WS-VALUE-SOURCE-ID TO REJ-SOURCE-ID.
           MOVE WS-VALUE-CREATE-DATE TO REJ-CREATE-DATE.
           WRITE REJECT-RECORD.
           MOVE WS-RUN-DATE TO SUSP-RUN-DATE.
           MOVE WS-RUN-TIME TO SUSP-RUN-TIME.
           SET SUSP-STATUS-OPEN TO TRUE.
           MOVE WS-REASON-CODE TO SUSP-REASON-CODE.
           MOVE WS-REASON-TEXT TO SUSP-REASON-TEXT.
           MOVE WS-VALUE-SOURCE-ID TO SUSP-SOURCE-ID.
           MOVE WS-VALUE-CREATE-DATE TO SUSP-CREATE-DATE.
           MOVE SPACES TO SUSP-CLOSED-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   REWRITE SUSPENSE-RECORD
           MOVE WS-AREA-1 TO REJH-DATA.
           MOVE WS-REASON-CODE TO REJH-REASON-CODE.
           MOVE WS-REASON-TEXT TO REJH-REASON-TEXT.
           MOVE WS-VALUE-SOURCE-ID TO REJH-SOURCE-ID.
           MOVE WS-VALUE-CREATE-DATE TO REJH-CREATE-DATE.
           WRITE REJECT-HIST-RECORD
               INVALID KEY
                   REWRITE REJECT-HIST-RECORD
           END-WRITE.
           IF WS-PHASE-ENVELOPED
               MOVE "R" TO ACKW-EVENT-TYPE
               MOVE WS-REASON-CODE TO ACKW-REASON-CODE
               PERFORM 3900-WRITE-ACK-VALUE-EVENT
           END-IF.

      ******************************************************************
      *    Each source's rejects are also counted by reason code for
      *    the statistics master, the SUSPAGE reason-table pattern: a
      *    code is added the first time the source rejects with it,
      *    and a seventh distinct code shares the last slot.
      ******************************************************************
       3050-COUNT-SOURCE-REASON.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB >
                       WS-SRC-REASON-MAX(WS-CURR-SOURCE-SUB)
                   OR WS-SRC-RSN-CODE(WS-CURR-SOURCE-SUB WS-REASON-SUB)
                       = WS-REASON-CODE
               CONTINUE
           END-PERFORM.
           IF WS-REASON-SUB > WS-SRC-REASON-MAX(WS-CURR-SOURCE-SUB)
               IF WS-SRC-REASON-MAX(WS-CURR-SOURCE-SUB) < 6
                   ADD 1 TO WS-SRC-REASON-MAX(WS-CURR-SOURCE-SUB)
                   MOVE WS-SRC-REASON-MAX(WS-CURR-SOURCE-SUB)
                       TO WS-REASON-SUB
                   MOVE WS-REASON-CODE TO
                       WS-SRC-RSN-CODE(WS-CURR-SOURCE-SUB WS-REASON-SUB)
               ELSE
                   MOVE 6 TO WS-REASON-SUB
               END-IF
           END-IF.
           ADD 1 TO WS-SRC-RSN-COUNT(WS-CURR-SOURCE-SUB WS-REASON-SUB).

      ******************************************************************
      *    One acknowledgment event for a rejected or duplicate-
      *    diverted value, stamped with the open batch's source id and
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "BATCHES HELD FOR OPERATOR" TO WS-RPT-LABEL.
           MOVE WS-COUNT-HELD TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "HIGH-VALUE AMOUNTS HELD" TO WS-RPT-LABEL.
           MOVE WS-COUNT-HIGH-VALUE TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "RECORDS PASSED NUMERIC EDIT" TO WS-RPT-LABEL.
           MOVE WS-COUNT-PASSED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "  HIGH-VALUE AMOUNTS HELD" TO WS-RPT-LABEL.
           MOVE WS-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
               TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "  RUNNING TOTAL" TO WS-RPT-LABEL.
           MOVE WS-SRC-TOTAL(WS-SOURCE-SUB) TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      ******************************************************************
      *    Keep each source's figures for the run on the per-source
      *    daily statistics master SRCSTAT (SSTREC.CPY) once CTLRPT
      *    has printed them, so SRCSCORE has a history to build the
      *    monthly source scorecard from.  Only a master that does
      *    not exist yet (status 35) is created, the run-history
      *    rule.  A master that cannot be opened is reported on
      *    CTLRPT and the console but does not fail a run whose
      *    figures are already safe on RUNHIST.  A restart replay
      *    lands on the key already written and is rewritten.
      ******************************************************************
       4700-WRITE-SOURCE-STATISTICS.
           OPEN I-O SOURCE-STATS-FILE.
           IF WS-SRCSTAT-STATUS = "35"
               OPEN OUTPUT SOURCE-STATS-FILE
           END-IF.
           IF WS-SRCSTAT-STATUS NOT = "00"
               DISPLAY "VALBATCH: source statistics master open failed"
                   " - status " WS-SRCSTAT-STATUS
                   " - source figures not recorded"
               MOVE SPACES TO REPORT-LINE
               MOVE "SOURCE STATS MASTER OPEN FAILED - NOT RECORDED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                       UNTIL WS-SOURCE-SUB > WS-SOURCE-MAX
                   PERFORM 4750-WRITE-ONE-SOURCE-STAT
               END-PERFORM
           END-IF.
           CLOSE SOURCE-STATS-FILE.

       4750-WRITE-ONE-SOURCE-STAT.
           MOVE WS-SRC-ID(WS-SOURCE-SUB) TO SST-SOURCE-ID.
           MOVE WS-RUN-DATE TO SST-RUN-DATE.
           MOVE WS-RUN-TIME TO SST-RUN-TIME.
           MOVE WS-SRC-COUNT-READ(WS-SOURCE-SUB) TO SST-COUNT-READ.
           MOVE WS-SRC-COUNT-PASSED(WS-SOURCE-SUB) TO SST-COUNT-PASSED.
           MOVE WS-SRC-COUNT-AMOUNTS(WS-SOURCE-SUB)
               TO SST-COUNT-AMOUNTS.
           MOVE WS-SRC-COUNT-REJECTED(WS-SOURCE-SUB)
               TO SST-COUNT-REJECTED.
           MOVE WS-SRC-COUNT-DUPS(WS-SOURCE-SUB) TO SST-COUNT-DUPS.
           MOVE WS-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
               TO SST-COUNT-HIGH-VALUE.
           MOVE WS-SRC-TOTAL(WS-SOURCE-SUB) TO SST-TOTAL.
           MOVE WS-SRC-MONEY-NET(WS-SOURCE-SUB) TO SST-MONEY-NET.
           IF WS-SRC-COUNT-READ(WS-SOURCE-SUB) > 0
               COMPUTE SST-REJECT-RATE-PCT ROUNDED =
                   (WS-SRC-COUNT-REJECTED(WS-SOURCE-SUB)
                       / WS-SRC-COUNT-READ(WS-SOURCE-SUB)) * 100
           ELSE
               MOVE 0 TO SST-REJECT-RATE-PCT
           END-IF.
           MOVE WS-SRC-THRESHOLD(WS-SOURCE-SUB) TO SST-THRESHOLD-PCT.
           MOVE WS-SRC-ALERT-SWITCH(WS-SOURCE-SUB) TO SST-ALERT-FIRED.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               MOVE WS-SRC-RSN-CODE(WS-SOURCE-SUB WS-REASON-SUB)
                   TO SST-REASON-CODE(WS-REASON-SUB)
               MOVE WS-SRC-RSN-COUNT(WS-SOURCE-SUB WS-REASON-SUB)
                   TO SST-REASON-COUNT(WS-REASON-SUB)
           END-PERFORM.
           WRITE SOURCE-STATS-RECORD
               INVALID KEY
                   REWRITE SOURCE-STATS-RECORD
           END-WRITE.

       5000-WRITE-CHECKPOINT.
           MOVE WS-COUNT-READ TO CHK-LAST-COUNT-READ.
           MOVE WS-COUNT-PASSED TO CHK-COUNT-PASSED.
           MOVE WS-RUN-DATE TO CHK-RUN-DATE.
           MOVE WS-RUN-TIME TO CHK-RUN-TIME.
           MOVE WS-ACK-EVENT-SEQ TO CHK-ACK-EVENT-SEQ.
           MOVE WS-COUNT-HELD TO CHK-COUNT-HELD.
           MOVE WS-COUNT-HIGH-VALUE TO CHK-COUNT-HIGH-VALUE.
           MOVE WS-BATCH-MAX-DEBIT TO CHK-BATCH-MAX-DEBIT.
           MOVE WS-BATCH-MAX-CREDIT TO CHK-BATCH-MAX-CREDIT.
           MOVE WS-SOURCE-MAX TO CHK-SOURCE-MAX.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 10
                   TO CHK-SRC-ALERT(WS-SOURCE-SUB)
               MOVE WS-SRC-THRESHOLD(WS-SOURCE-SUB)
                   TO CHK-SRC-THRESHOLD(WS-SOURCE-SUB)
               MOVE WS-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
                   TO CHK-SRC-COUNT-HIGH-VALUE(WS-SOURCE-SUB)
               MOVE WS-SRC-REASON-MAX(WS-SOURCE-SUB)
                   TO CHK-SRC-REASON-MAX(WS-SOURCE-SUB)
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 6
                   MOVE WS-SRC-RSN-CODE(WS-SOURCE-SUB WS-REASON-SUB)
                       TO CHK-SRC-RSN-CODE(WS-SOURCE-SUB WS-REASON-SUB)
                   MOVE WS-SRC-RSN-COUNT(WS-SOURCE-SUB WS-REASON-SUB)
                       TO CHK-SRC-RSN-COUNT(WS-SOURCE-SUB WS-REASON-SUB)
               END-PERFORM
           END-PERFORM.
           WRITE CHECKPOINT-RECORD.

       8200-RESET-PACKED-FILE.
           OPEN OUTPUT PACKED-FILE.
           CLOSE PACKED-FILE.

       8300-RESET-RELEASED-FILE.
           OPEN OUTPUT TRANS-FILE.
           CLOSE TRANS-FILE.
