      *       RECON-TOLERANCE-PCT    5 digits, 999V99  (RUNRECON)
      *       EXPECTED-VOLUME        10 digits         (VALSTAT)
      *       HIST-RETENTION-DAYS    3 digits          (HISTARCH)
      *       CONF-OVERDUE-DAYS      3 digits          (LEDGCONF)
      *       CHG-EXPIRY-DAYS        3 digits          (PARMMNT,
      *                                                 SRCMAINT,
      *                                                 CHGRPT)
      *       SCORECARD-MONTH        6 digits, YYYYMM  (SRCSCORE)
      *    PARM-VALUE carries the digits left-justified, the same
      *    strings the environment variables used to carry, so each
      *    consumer parses its own shape and falls back to its
      *    compiled default when the digits don't prove numeric.
      *    PARM-UPDATED-BY/DATE/TIME say who keyed the record through
      *    PARMMNT and when; the change reached the master only after
      *    a second operator approved it off the pending-change log
      *    (CHGREC.CPY).  PARMMNT also appends every request and
      *    decision, including the value replaced, to PARMLOG.
      ******************************************************************
       01  PARAMETER-RECORD.
           05  PARM-KEY.
