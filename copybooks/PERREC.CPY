      ******************************************************************
      *    PERREC.CPY
      *    One closed accounting month on the period master PERMAST,
      *    written by PERCLOSE when the month is closed and certified.
      *    The key is the period (YYYYMM) plus a source id: the
      *    record with a blank source id is the period-totals record
      *    for the whole month - it carries the close status, who
      *    signed the close off and when, any reopening, the month's
      *    run-history figures from RUNHIST and the batch figures of
      *    every source together - and it sorts ahead of one record
      *    per source with that source's batch figures from BATMAST.
      *    Batch figures count the batches the month's runs accepted
      *    by their status, with the released figures (detail count,
      *    count total, money debit/credit/net) of the ones still
      *    balanced; a batch recalled while the month was open has
      *    already been taken out of RUNHIST and is only counted.
      *    Prior-period adjustments (ADJREC.CPY) REVBATCH booked into
      *    the month are totalled alongside.  Once closed the figures
      *    are frozen: REVBATCH will not touch a closed month's
      *    RUNHIST or BATMAST records, and nothing but a supervisor's
      *    reopen in PERCLOSE (status O, itself logged on PERLOG)
      *    changes the month again.  Closing a reopened month
      *    recomputes and re-freezes the figures and counts the close
      *    in PER-CLOSE-COUNT.
      ******************************************************************
       01  PERIOD-RECORD.
           05  PER-KEY.
               10  PER-PERIOD          PIC X(6).
               10  PER-SOURCE-ID       PIC X(3).
                   88  PER-PERIOD-TOTALS       VALUE SPACES.
           05  PER-STATUS              PIC X(1).
               88  PER-STATUS-CLOSED           VALUE "C".
               88  PER-STATUS-REOPENED         VALUE "O".
           05  PER-CLOSE-COUNT         PIC 9(3).
           05  PER-CLOSED-BY           PIC X(8).
           05  PER-CLOSE-DATE          PIC X(8).
           05  PER-CLOSE-TIME          PIC X(8).
           05  PER-REOPENED-BY         PIC X(8).
           05  PER-REOPEN-DATE         PIC X(8).
           05  PER-REOPEN-TIME         PIC X(8).
           05  PER-REOPEN-REASON       PIC X(40).
           05  PER-RUN-FIGURES.
               10  PER-RUN-COUNT           PIC 9(5).
               10  PER-RUN-READ            PIC 9(12).
               10  PER-RUN-PASSED          PIC 9(12).
               10  PER-RUN-REJECTED        PIC 9(12).
               10  PER-RUN-GRAND-TOTAL     PIC 9(12).
               10  PER-RUN-DEBITS          PIC 9(13)V99.
               10  PER-RUN-CREDITS         PIC 9(13)V99.
               10  PER-RUN-NET             PIC S9(13)V99 SIGN IS
                                           TRAILING SEPARATE.
           05  PER-BATCH-FIGURES.
               10  PER-BAT-BALANCED        PIC 9(7).
               10  PER-BAT-REVERSED        PIC 9(7).
               10  PER-BAT-FAILED          PIC 9(7).
               10  PER-BAT-HELD            PIC 9(7).
               10  PER-BAT-DETAIL-COUNT    PIC 9(12).
               10  PER-BAT-TOTAL           PIC 9(12).
               10  PER-BAT-DEBITS          PIC 9(13)V99.
               10  PER-BAT-CREDITS         PIC 9(13)V99.
               10  PER-BAT-NET             PIC S9(13)V99 SIGN IS
                                           TRAILING SEPARATE.
           05  PER-ADJUSTMENT-FIGURES.
               10  PER-ADJ-COUNT           PIC 9(7).
               10  PER-ADJ-TOTAL           PIC 9(12).
               10  PER-ADJ-DEBITS          PIC 9(13)V99.
               10  PER-ADJ-CREDITS         PIC 9(13)V99.
               10  PER-ADJ-NET             PIC S9(13)V99 SIGN IS
                                           TRAILING SEPARATE.
