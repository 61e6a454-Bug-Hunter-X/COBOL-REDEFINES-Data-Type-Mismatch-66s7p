      *    divert sequence within the run, the suspense/reject-
      *    history key discipline, so the master spans runs and every
      *    divert ends in an explicit confirmed-or-released decision.
      *    DIV-SOURCE-ID and DIV-CREATE-DATE are the identity of the
      *    batch the diverted value arrived in.
      ******************************************************************
       01  DIVERT-RECORD.
           05  DIV-KEY.
               88  DIV-STATUS-OPEN             VALUE "O".
               88  DIV-STATUS-CONFIRMED        VALUE "C".
               88  DIV-STATUS-RELEASED         VALUE "R".
           05  DIV-CREATE-DATE         PIC X(8).
