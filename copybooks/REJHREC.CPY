      *    restarted run resumes under the interrupted run's own start
      *    time (carried on the checkpoint), so only genuine restart
      *    replays land on an existing key and are rewritten in place.
      *    REJH-SOURCE-ID and REJH-CREATE-DATE are the identity of the
      *    batch the value arrived in - the TRANSBAT header's source
      *    and creation date, or for a resubmitted correction the
      *    batch its original came from - so BATTRACE can list every
      *    reject of one file.  Blank for a value with no batch behind
      *    it (the packed pre-validated file).
      ******************************************************************
       01  REJECT-HIST-RECORD.
           05  REJH-KEY.
           05  REJH-DATA               PIC X(10).
           05  REJH-REASON-CODE        PIC X(2).
           05  REJH-REASON-TEXT        PIC X(30).
           05  REJH-SOURCE-ID          PIC X(3).
           05  REJH-CREATE-DATE        PIC X(8).
