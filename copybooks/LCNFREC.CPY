      ******************************************************************
      *    LCNFREC.CPY
      *    One record of the ledger's return confirmation for a
      *    posting file we sent - the answer to POSTyyyymmdd
      *    (POSTREC.CPY), arriving as CONFyyyymmdd under the same
      *    posting date.  A header (type H) echoes the system id and
      *    posting date it answers; one item reject (type R) follows
      *    for every detail the ledger refused to post, naming the
      *    detail's position in our posting file (1 for the first
      *    detail after our header), its type as we sent it (D count,
      *    A amount, with the debit/credit indicator, or P prior-
      *    period adjustment, whose figures are only on the posting
      *    file itself), the 10-byte value and the ledger's reason;
      *    and a trailer (type T) carries what the ledger actually
      *    did with the file - the accepted and rejected detail
      *    counts, the hash total the ledger computed over everything
      *    it received (under our TRANSBAT convention, so it must
      *    equal the hash on our trailer), and the debit, credit and
      *    net it actually posted.  LEDGCONF matches it against the
      *    trailer of the posting file we sent.
      ******************************************************************
       01  LEDGER-CONF-RECORD.
           05  LCF-REC-TYPE        PIC X(1).
               88  LCF-REC-HEADER              VALUE "H".
               88  LCF-REC-REJECT              VALUE "R".
               88  LCF-REC-TRAILER             VALUE "T".
           05  LCF-REC-BODY        PIC X(79).
           05  LCF-HEADER-VIEW REDEFINES LCF-REC-BODY.
               10  LCF-HDR-SOURCE-ID    PIC X(3).
               10  LCF-HDR-POST-DATE    PIC X(8).
               10  FILLER               PIC X(68).
           05  LCF-REJECT-VIEW REDEFINES LCF-REC-BODY.
               10  LCF-REJ-DETAIL-SEQ   PIC 9(10).
               10  LCF-REJ-ITEM-TYPE    PIC X(1).
               10  LCF-REJ-DC-IND       PIC X(1).
               10  LCF-REJ-DATA         PIC X(10).
               10  LCF-REJ-REASON-CODE  PIC X(4).
               10  LCF-REJ-REASON-TEXT  PIC X(30).
               10  FILLER               PIC X(23).
           05  LCF-TRAILER-VIEW REDEFINES LCF-REC-BODY.
               10  LCF-TRL-ACCEPTED     PIC 9(10).
               10  LCF-TRL-REJECTED     PIC 9(10).
               10  LCF-TRL-HASH         PIC 9(12).
               10  LCF-TRL-DEBITS       PIC 9(11)V99.
               10  LCF-TRL-CREDITS      PIC 9(11)V99.
               10  LCF-TRL-NET          PIC S9(11)V99 SIGN IS
                                        TRAILING SEPARATE.
               10  FILLER               PIC X(7).
