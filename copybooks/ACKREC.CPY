      *    discipline we demand of our upstreams (TRANSBAT.CPY): a
      *    header record (type H) naming the source being acknowledged
      *    and the run date, one batch-result record (type B) per batch
      *    seen on that source's headers saying balanced, failed or
      *    held (quarantined for operator action) with the trailer
      *    figures, one reject record (type R) per value
      *    rejected or duplicate-diverted with its reason code (the
      *    NUMEDIT codes, 04 for the sign-aware edit, DP for a
      *    duplicate divert), and a trailer record (type T) carrying
               10  ACK-BAT-RESULT       PIC X(1).
                   88  ACK-BAT-BALANCED        VALUE "B".
                   88  ACK-BAT-FAILED          VALUE "F".
                   88  ACK-BAT-HELD            VALUE "H".
               10  ACK-BAT-COUNT        PIC 9(10).
               10  ACK-BAT-HASH         PIC 9(12).
               10  FILLER               PIC X(3).
