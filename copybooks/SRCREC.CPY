      *    source is expected every processing day - the MISSFEED
      *    watchdog reads it against the received-batch master at end
      *    of day and raises an alert for an expected batch that
      *    never arrived.  SRC-MAX-SINGLE-DEBIT and SRC-MAX-SINGLE-
      *    CREDIT, when non-zero, are the largest single amount this
      *    source may send on a type A detail in each direction (the
      *    credit limit is carried unsigned and compared against the
      *    credit's absolute value).  An accepted amount over its
      *    limit is held out of the batch's money totals on the
      *    high-value review master (HVREC.CPY) until a supervisor
      *    approves or rejects it through HVREVW; zero means no limit.
      ******************************************************************
       01  SOURCE-MASTER-RECORD.
           05  SRC-ID                   PIC X(3).
           05  SRC-EXPECTED-VOL-MAX     PIC 9(10).
           05  SRC-FEED-EXPECTED-SW     PIC X(1).
               88  SRC-FEED-EXPECTED            VALUE "Y".
           05  SRC-MAX-SINGLE-DEBIT     PIC 9(7)V99.
           05  SRC-MAX-SINGLE-CREDIT    PIC 9(7)V99.
