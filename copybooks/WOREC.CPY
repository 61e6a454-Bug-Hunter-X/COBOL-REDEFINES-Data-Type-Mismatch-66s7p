      ******************************************************************
      *    WOREC.CPY
      *    One write-off proposal on the suspense write-off master
      *    WOMAST.  Some suspense items can never be corrected -
      *    garbage from a decommissioned feed, a value the sender
      *    confirms was never real - and would otherwise sit open on
      *    SUSPFILE for ever, escalating every night.  SUSPWOFF lets
      *    an operator propose writing one off, by its full suspense
      *    key, with a reason category and a free-text justification;
      *    a different supervisor then approves or declines the
      *    proposal in a separate action.  Only an approval moves the
      *    suspense item to SUSP-STATUS-WRITTEN-OFF (and onto the
      *    dated write-off journal, WOJREC.CPY).  The key is the
      *    suspense key followed by the date and time the proposal
      *    was made, so a declined proposal stays on file beside any
      *    later one for the same item; at most one proposal per item
      *    is pending at a time.  The reason categories are
      *       DF - decommissioned or abandoned feed
      *       NR - sender confirms the value was never real
      *       DP - duplicate of a value already corrected or posted
      *       OT - other, the justification says what
      ******************************************************************
       01  WRITE-OFF-RECORD.
           05  WO-KEY.
               10  WO-SUSP-KEY.
                   15  WO-SUSP-RUN-DATE    PIC X(8).
                   15  WO-SUSP-RUN-TIME    PIC X(8).
                   15  WO-SUSP-SEQ-NO      PIC 9(6).
               10  WO-PROPOSE-DATE     PIC X(8).
               10  WO-PROPOSE-TIME     PIC X(8).
           05  WO-SUSP-DATA            PIC X(10).
           05  WO-REASON-CATEGORY      PIC X(2).
               88  WO-REASON-VALID             VALUE "DF" "NR"
                                                     "DP" "OT".
           05  WO-JUSTIFICATION        PIC X(60).
           05  WO-PROPOSED-BY          PIC X(8).
           05  WO-STATUS               PIC X(1).
               88  WO-STATUS-PENDING           VALUE "P".
               88  WO-STATUS-APPROVED          VALUE "A".
               88  WO-STATUS-DECLINED          VALUE "D".
           05  WO-DECIDED-BY           PIC X(8).
           05  WO-DECIDE-DATE          PIC X(8).
           05  WO-DECIDE-TIME          PIC X(8).
           05  WO-DECISION-NOTE        PIC X(40).
