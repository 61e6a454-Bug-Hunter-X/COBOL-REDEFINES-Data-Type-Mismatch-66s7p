      *    shape (seven integer digits, two decimals, trailing
      *    separate sign); the indicator repeats the sign in plain
      *    sight for the ledger side - D for a debit (positive), C
      *    for a credit (negative).  Each detail also carries, in
      *    bytes the ledger's intake does not read, the source id and
      *    creation date of the batch the value arrived in, so
      *    BATTRACE can say which posting file carried a batch's
      *    values.  A batch recalled after its month was closed is
      *    sent as one prior-period adjustment detail (type P, from
      *    ADJREC.CPY): the batch, the closed month it was accepted
      *    in, the count total taken back, and the money to post in
      *    reverse - the ledger debits what the batch credited and
      *    credits what it debited.  It counts in the trailer like
      *    any detail, its reversing debit/credit figures go into the
      *    trailer money figures, and its hash contribution is its
      *    reversing net in pennies less the count total taken back.
      ******************************************************************
       01  POST-RECORD.
           05  POST-REC-TYPE       PIC X(1).
               88  POST-REC-HEADER             VALUE "H".
               88  POST-REC-DETAIL             VALUE "D".
               88  POST-REC-AMOUNT             VALUE "A".
               88  POST-REC-ADJUSTMENT         VALUE "P".
               88  POST-REC-TRAILER            VALUE "T".
           05  POST-REC-BODY       PIC X(64).
           05  POST-HEADER-VIEW REDEFINES POST-REC-BODY.
               10  FILLER               PIC X(53).
           05  POST-DETAIL-VIEW REDEFINES POST-REC-BODY.
               10  POST-DET-DATA        PIC X(10).
               10  POST-DET-SOURCE-ID   PIC X(3).
               10  POST-DET-CREATE-DATE PIC X(8).
               10  FILLER               PIC X(43).
           05  POST-AMOUNT-VIEW REDEFINES POST-REC-BODY.
               10  POST-AMT-DC-IND      PIC X(1).
                   88  POST-AMT-DEBIT          VALUE "D".
                   88  POST-AMT-CREDIT         VALUE "C".
               10  POST-AMT-DATA        PIC X(10).
               10  POST-AMT-SOURCE-ID   PIC X(3).
               10  POST-AMT-CREATE-DATE PIC X(8).
               10  FILLER               PIC X(42).
           05  POST-ADJUSTMENT-VIEW REDEFINES POST-REC-BODY.
               10  POST-ADJ-SOURCE-ID   PIC X(3).
               10  POST-ADJ-CREATE-DATE PIC X(8).
               10  POST-ADJ-ORIG-PERIOD PIC X(6).
               10  POST-ADJ-TOTAL       PIC 9(10).
               10  POST-ADJ-DEBITS      PIC 9(11)V99.
               10  POST-ADJ-CREDITS     PIC 9(11)V99.
               10  FILLER               PIC X(11).
           05  POST-TRAILER-VIEW REDEFINES POST-REC-BODY.
               10  POST-TRL-COUNT       PIC 9(10).
               10  POST-TRL-HASH        PIC 9(12).
