      ******************************************************************
      *    LRJREC.CPY
      *    One item the ledger refused to post, on the ledger-reject
      *    worklist master LEDGREJ, keyed by posting date and the
      *    detail's position in that day's posting file - the key the
      *    ledger's confirmation names it by.  LEDGCONF writes the
      *    item open (O) from the confirmation's type R records; an
      *    operator works it through LREJWORK:
      *       Q - re-queued: a count value or money amount put back
      *           on RESUBMIT-FILE (with the release marker, since the
      *           value was accepted once already and sits on the
      *           duplicate-history master), or a prior-period
      *           adjustment put back to pending on ADJMAST (ADJREC.CPY)
      *           - either way it reaches the ledger again on a later
      *           posting file
      *       R - resolved: settled some other way - posted by hand at
      *           the ledger, or agreed never to post - with the
      *           operator's note saying which
      *    Either way the operator's initials and the date are
      *    stamped on the item.
      ******************************************************************
       01  LEDGER-REJECT-RECORD.
           05  LRJ-KEY.
               10  LRJ-POST-DATE       PIC X(8).
               10  LRJ-DETAIL-SEQ      PIC 9(10).
           05  LRJ-ITEM-TYPE           PIC X(1).
               88  LRJ-ITEM-COUNT              VALUE "D".
               88  LRJ-ITEM-AMOUNT             VALUE "A".
               88  LRJ-ITEM-ADJUSTMENT         VALUE "P".
           05  LRJ-DC-IND              PIC X(1).
           05  LRJ-DATA                PIC X(10).
           05  LRJ-REASON-CODE         PIC X(4).
           05  LRJ-REASON-TEXT         PIC X(30).
           05  LRJ-STATUS              PIC X(1).
               88  LRJ-STATUS-OPEN             VALUE "O".
               88  LRJ-STATUS-REQUEUED         VALUE "Q".
               88  LRJ-STATUS-RESOLVED         VALUE "R".
           05  LRJ-LOGGED-DATE         PIC X(8).
           05  LRJ-ACTION-BY           PIC X(8).
           05  LRJ-ACTION-DATE         PIC X(8).
           05  LRJ-ACTION-NOTE         PIC X(40).
