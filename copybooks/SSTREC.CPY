      ******************************************************************
      *    SSTREC.CPY
      *    One source's figures for one VALBATCH run, on the keyed
      *    per-source daily statistics master SRCSTAT.  The per-source
      *    section of CTLRPT is gone as soon as the next run
      *    overwrites it, and RUNHIST keeps only the run-wide blend, so
      *    at end of run VALBATCH writes one of these for every source
      *    the run saw - the registered feeds and the RSB (resubmit)
      *    and PKD (packed) pseudo-sources - with its read, passed,
      *    rejected, duplicate and high-value counts, its count total
      *    and money net, its reject rate and the threshold it was
      *    judged against, and its rejects broken down by reason code
      *    (up to six codes; a seventh and later share the last slot).
      *    The key is source, run date and run start time, so a
      *    second run on the same date keeps its own record and a
      *    restart replay lands on the key already written.  SRCSCORE
      *    builds the monthly source quality scorecard from it.
      ******************************************************************
       01  SOURCE-STATS-RECORD.
           05  SST-KEY.
               10  SST-SOURCE-ID       PIC X(3).
               10  SST-RUN-DATE        PIC X(8).
               10  SST-RUN-TIME        PIC X(8).
           05  SST-COUNT-READ          PIC 9(10).
           05  SST-COUNT-PASSED        PIC 9(10).
           05  SST-COUNT-AMOUNTS       PIC 9(10).
           05  SST-COUNT-REJECTED      PIC 9(10).
           05  SST-COUNT-DUPS          PIC 9(10).
           05  SST-COUNT-HIGH-VALUE    PIC 9(10).
           05  SST-TOTAL               PIC 9(10).
           05  SST-MONEY-NET           PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  SST-REJECT-RATE-PCT     PIC 999V99.
           05  SST-THRESHOLD-PCT       PIC 999V99.
           05  SST-ALERT-FIRED         PIC X(1).
               88  SST-ALERT-WAS-FIRED         VALUE "Y".
           05  SST-REASON-ENTRY OCCURS 6 TIMES.
               10  SST-REASON-CODE     PIC X(2).
               10  SST-REASON-COUNT    PIC 9(10).
