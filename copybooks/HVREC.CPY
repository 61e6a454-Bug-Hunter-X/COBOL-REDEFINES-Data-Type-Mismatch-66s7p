      ******************************************************************
      *    HVREC.CPY
      *    One high-value amount held on the high-value review master
      *    HVMAST.  When a type A detail passes its sign-aware edit and
      *    the duplicate screen but is larger than its source's
      *    registered single-debit or single-credit limit (SRCREC.CPY)
      *    VALBATCH does not net it into the batch's money totals: it
      *    is parked here with the source, the batch creation date,
      *    the amount and the limit it broke, so a fat-fingered extra
      *    three zeros is caught before LEDGPOST ever sees it.  The
      *    item still counts into the batch hash and detail count -
      *    the sender hashed it, and the batch must still balance
      *    against its trailer.  A supervisor decides each item
      *    through HVREVW: approved, it is queued on RESUBMIT-FILE with
      *    the release marker (the value is on the duplicate history
      *    from its first arrival) and the next VALBATCH pass nets it
      *    in; rejected, it is parked on the suspense master like any
      *    other bad value.  The decision, the supervisor's initials,
      *    the date and time and a note are stamped on the record.
      *    The key is run date, run start time and high-value sequence
      *    within the run, the divert-master key discipline, so a
      *    restart replay lands on the same key and is rewritten.
      ******************************************************************
       01  HIGH-VALUE-RECORD.
           05  HV-KEY.
               10  HV-RUN-DATE         PIC X(8).
               10  HV-RUN-TIME         PIC X(8).
               10  HV-SEQ-NO           PIC 9(6).
           05  HV-SOURCE-ID            PIC X(3).
           05  HV-CREATE-DATE          PIC X(8).
           05  HV-VALUE                PIC X(10).
           05  HV-AMOUNT REDEFINES HV-VALUE
                                       PIC S9(7)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  HV-DC-IND               PIC X(1).
               88  HV-DEBIT                    VALUE "D".
               88  HV-CREDIT                   VALUE "C".
           05  HV-LIMIT                PIC 9(7)V99.
           05  HV-STATUS               PIC X(1).
               88  HV-STATUS-OPEN              VALUE "O".
               88  HV-STATUS-APPROVED          VALUE "A".
               88  HV-STATUS-REJECTED          VALUE "R".
           05  HV-ACTION-BY            PIC X(8).
           05  HV-ACTION-DATE          PIC X(8).
           05  HV-ACTION-TIME          PIC X(8).
           05  HV-ACTION-NOTE          PIC X(40).
