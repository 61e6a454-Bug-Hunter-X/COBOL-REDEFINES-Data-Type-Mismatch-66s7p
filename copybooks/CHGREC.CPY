      ******************************************************************
      *    CHGREC.CPY
      *    One requested change on the pending-change log CHGMAST,
      *    shared by PARMMNT (run-parameter master PARMMAST) and
      *    SRCMAINT (source registration master SRCMAST).  An add,
      *    update, suspend or reactivate no longer touches either
      *    master when it is keyed: it is written here as pending,
      *    with the master record's image before the change (spaces
      *    for an add) and after it, and the requester's initials.
      *    It takes effect only when a second operator checks it
      *    through the C action of the same program and approves it;
      *    the program then refuses initials that match the
      *    requester's, and refuses to apply an update whose before
      *    image no longer matches the master (someone else's change
      *    got there first - the stale request is declined).  A
      *    change still pending after CHG-EXPIRY-DAYS business days
      *    (run-parameter master, default 5) is marked expired by the
      *    daily CHGRPT report or by a check that finds it too old.
      *    Nothing is ever deleted: approved, declined and expired
      *    changes all stay on the log with who decided them and
      *    when.  The key is the request date, the requesting
      *    session's start time and a sequence within the session.
      ******************************************************************
       01  CHANGE-RECORD.
           05  CHG-KEY.
               10  CHG-REQUEST-DATE    PIC X(8).
               10  CHG-REQUEST-TIME    PIC X(8).
               10  CHG-SEQ-NO          PIC 9(6).
           05  CHG-MASTER              PIC X(1).
               88  CHG-FOR-PARMMAST            VALUE "P".
               88  CHG-FOR-SRCMAST             VALUE "S".
           05  CHG-ACTION              PIC X(1).
               88  CHG-ACTION-ADD              VALUE "A".
               88  CHG-ACTION-UPDATE           VALUE "U".
               88  CHG-ACTION-SUSPEND          VALUE "S".
               88  CHG-ACTION-REACTIVATE       VALUE "R".
           05  CHG-RECORD-KEY          PIC X(28).
           05  CHG-BEFORE-IMAGE        PIC X(150).
           05  CHG-AFTER-IMAGE         PIC X(150).
           05  CHG-REQUESTED-BY        PIC X(8).
           05  CHG-STATUS              PIC X(1).
               88  CHG-STATUS-PENDING          VALUE "P".
               88  CHG-STATUS-APPROVED         VALUE "A".
               88  CHG-STATUS-DECLINED         VALUE "D".
               88  CHG-STATUS-EXPIRED          VALUE "E".
           05  CHG-DECIDED-BY          PIC X(8).
           05  CHG-DECIDE-DATE         PIC X(8).
           05  CHG-DECIDE-TIME         PIC X(8).
           05  CHG-DECISION-NOTE       PIC X(40).
