      ******************************************************************
      *    PSTREC.CPY
      *    One posting date on the posting-status master PSTMAST -
      *    whether the ledger actually posted the POSTyyyymmdd file we
      *    sent it.  LEDGPOST writes the record as unconfirmed (U)
      *    with the figures from the trailer it wrote, the moment the
      *    posting file is built; a rerun of LEDGPOST on the same date
      *    rebuilds the file and puts the record back to U.  LEDGCONF
      *    takes in the ledger's return confirmation (LCNFREC.CPY),
      *    records what the ledger says it did alongside what we sent,
      *    and settles the record:
      *       C - confirmed: the ledger received our hash, accepted
      *           every detail and posted exactly the debit, credit and
      *           net we sent
      *       S - short: the ledger answered but posted less than we
      *           sent, or its figures do not reconcile with ours;
      *           PS-NOTE says which, and any item rejects are on the
      *           ledger-reject worklist LEDGREJ for an operator
      *       U - unconfirmed: no usable confirmation yet.  LEDGCONF
      *           reports one older than the CONF-OVERDUE-DAYS
      *           parameter and raises an alert for it, so a posting
      *           the ledger silently dropped is found in days, not at
      *           month-end.
      ******************************************************************
       01  POSTING-STATUS-RECORD.
           05  PS-POST-DATE            PIC X(8).
           05  PS-STATUS               PIC X(1).
               88  PS-STATUS-UNCONFIRMED       VALUE "U".
               88  PS-STATUS-CONFIRMED         VALUE "C".
               88  PS-STATUS-SHORT             VALUE "S".
           05  PS-SENT-TIME            PIC X(8).
           05  PS-SENT-COUNT           PIC 9(10).
           05  PS-SENT-HASH            PIC 9(12).
           05  PS-SENT-DEBITS          PIC 9(11)V99.
           05  PS-SENT-CREDITS         PIC 9(11)V99.
           05  PS-SENT-NET             PIC S9(11)V99 SIGN IS
                                       TRAILING SEPARATE.
           05  PS-LEDG-ACCEPTED        PIC 9(10).
           05  PS-LEDG-REJECTED        PIC 9(10).
           05  PS-LEDG-HASH            PIC 9(12).
           05  PS-LEDG-DEBITS          PIC 9(11)V99.
           05  PS-LEDG-CREDITS         PIC 9(11)V99.
           05  PS-LEDG-NET             PIC S9(11)V99 SIGN IS
                                       TRAILING SEPARATE.
           05  PS-CONFIRM-DATE         PIC X(8).
           05  PS-CONFIRM-TIME         PIC X(8).
           05  PS-NOTE                 PIC X(40).
