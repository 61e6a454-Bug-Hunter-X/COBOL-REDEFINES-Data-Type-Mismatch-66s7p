      *    REVBATCH verifies a recall against and subtracts back out
      *    when a source says the whole file was wrong.  A reversed
      *    batch is marked status R so it cannot be backed out twice.
      *    A batch VALBATCH quarantined onto the held-batch master
      *    (HELDREC.CPY) instead of failing the run is recorded with
      *    status H and no released figures; if HELDRLS later drops it
      *    the status becomes D, and if it is released and balances
      *    on the next run the record is rewritten as B like any other.
      ******************************************************************
       01  BATCH-MASTER-RECORD.
           05  BM-KEY.
               88  BM-STATUS-BALANCED          VALUE "B".
               88  BM-STATUS-FAILED            VALUE "F".
               88  BM-STATUS-REVERSED          VALUE "R".
               88  BM-STATUS-HELD              VALUE "H".
               88  BM-STATUS-DROPPED           VALUE "D".
           05  BM-DETAIL-COUNT         PIC 9(10).
           05  BM-TOTAL                PIC 9(10).
           05  BM-MONEY-DEBITS         PIC 9(11)V99.
