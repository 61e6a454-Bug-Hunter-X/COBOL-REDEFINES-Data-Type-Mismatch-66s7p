      *    went through the sign-aware WS-AREA-2D edit into the running
      *    money net.  Both running figures are carried on every
      *    record; ACC-REC-TYPE says which one this record moved.
      *    ACC-SOURCE-ID and ACC-CREATE-DATE are the identity of the
      *    batch the value arrived in (for a resubmitted correction,
      *    the batch its original came from), which LEDGPOST carries
      *    onto the posting file detail.  Blank for a packed value.
      ******************************************************************
       01  ACCEPTED-RECORD.
           05  ACC-REC-TYPE        PIC X(1).
           05  ACC-RUNNING-TOTAL   PIC 9(10).
           05  ACC-MONEY-NET       PIC S9(11)V99 SIGN IS TRAILING
                                   SEPARATE.
           05  ACC-SOURCE-ID       PIC X(3).
           05  ACC-CREATE-DATE     PIC X(8).
