      ******************************************************************
      *    ADJREC.CPY
      *    One prior-period adjustment on the adjustment master
      *    ADJMAST.  When a source recalls a batch accepted in a month
      *    PERCLOSE has already closed (PERREC.CPY), REVBATCH may not
      *    change that month's RUNHIST or BATMAST records - the
      *    certified month-end figures stand - so instead of the
      *    backout it books the recall into the month it runs in as
      *    one of these: the batch (source id and creation date), the
      *    run and closed period that accepted it, the open period
      *    the adjustment belongs to, and the figures being taken
      *    back.  The key is the batch plus the accepting run's date
      *    and time, so the same recall cannot be adjusted twice
      *    while a later re-send of the same file is still its own
      *    batch.  The record waits as pending (P) until LEDGPOST
      *    puts an adjustment detail for it on the next posting file
      *    and marks it posted (S) with that posting date.  PERCLOSE
      *    totals the adjustments booked into a month when that
      *    month is closed.
      ******************************************************************
       01  ADJUSTMENT-RECORD.
           05  ADJ-KEY.
               10  ADJ-SOURCE-ID       PIC X(3).
               10  ADJ-CREATE-DATE     PIC X(8).
               10  ADJ-ORIG-RUN-DATE   PIC X(8).
               10  ADJ-ORIG-RUN-TIME   PIC X(8).
           05  ADJ-ORIG-PERIOD         PIC X(6).
           05  ADJ-PERIOD              PIC X(6).
           05  ADJ-BOOK-DATE           PIC X(8).
           05  ADJ-BOOK-TIME           PIC X(8).
           05  ADJ-DETAIL-COUNT        PIC 9(10).
           05  ADJ-TOTAL               PIC 9(10).
           05  ADJ-MONEY-DEBITS        PIC 9(11)V99.
           05  ADJ-MONEY-CREDITS       PIC 9(11)V99.
           05  ADJ-MONEY-NET           PIC S9(11)V99 SIGN IS
                                       TRAILING SEPARATE.
           05  ADJ-STATUS              PIC X(1).
               88  ADJ-STATUS-PENDING          VALUE "P".
               88  ADJ-STATUS-POSTED           VALUE "S".
           05  ADJ-POST-DATE           PIC X(8).
