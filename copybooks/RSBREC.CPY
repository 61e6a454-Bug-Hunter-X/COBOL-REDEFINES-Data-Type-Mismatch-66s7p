      *    definition - without the exemption the release would just
      *    be diverted again on sight.  SUSPCORR and SUSPBULK queue
      *    their corrections with the marker off; only DUPREVW sets
      *    it - and HVREVW, for a supervisor-approved high-value
      *    amount, which is on the duplicate history from its first
      *    arrival in the same way - so the exemption never rides
      *    along by accident.  RSB-SOURCE-ID and RSB-CREATE-DATE carry
      *    the identity of the batch the original value came from, so
      *    the corrected or released value is still traceable to its
      *    file when it is accepted; blank when it is not known.
      ******************************************************************
       01  RESUBMIT-RECORD.
           05  RSB-DATA            PIC X(10).
           05  RSB-RELEASE-FLAG    PIC X(1).
               88  RSB-DUP-EXEMPT              VALUE "Y".
           05  RSB-SOURCE-ID       PIC X(3).
           05  RSB-CREATE-DATE     PIC X(8).
