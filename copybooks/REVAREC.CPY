      *    the paper trail that turns a recall from a spreadsheet
      *    exercise into a processed transaction - the downstream
      *    journal entry can quote this record instead of somebody's
      *    arithmetic.  A recall of a batch from a month PERCLOSE has
      *    closed is not backed out of that month; REVBATCH books it
      *    as a prior-period adjustment (ADJREC.CPY) instead, and its
      *    audit record says so - kind A, with the open period it was
      *    booked into, against kind R for an ordinary backout (a
      *    record written before the kind was carried reads blank and
      *    is a backout).
      ******************************************************************
       01  REVERSAL-AUDIT-RECORD.
           05  RVA-REVERSAL-DATE   PIC X(8).
           05  RVA-MONEY-CREDITS   PIC 9(11)V99.
           05  RVA-MONEY-NET       PIC S9(11)V99 SIGN IS TRAILING
                                   SEPARATE.
           05  RVA-KIND            PIC X(1).
               88  RVA-KIND-BACKOUT        VALUE "R" SPACE.
               88  RVA-KIND-ADJUSTMENT     VALUE "A".
           05  RVA-PERIOD          PIC X(6).
