      *    Operator maintenance for the run-parameter master PARMMAST
      *    (layout PARMREC.CPY), in the SUSPCORR prompt-and-apply
      *    style.  A session loops on an action code:
      *       A - request a parameter value with its own effective
      *           date (the old value stays on file as history, so a
      *           change can be staged ahead and is never silently
      *           lost)
      *       U - request a new value on an existing name-plus-
      *           effective-date record (a fat-fingered entry fixed
      *           before it takes effect)
      *       C - check a pending change someone else requested, and
      *           approve or decline it
      *       L - list every record on file for one parameter name
      *    Adds and updates are maker-checker: keying one changes
      *    nothing on PARMMAST.  It goes onto the shared pending-
      *    change log CHGMAST (CHGREC.CPY) with the record image
      *    before and after and the requester's initials, and takes
      *    effect only when a second operator approves it through C -
      *    the requester's own initials are refused, so the knobs
      *    that decide whether a whole feed is refused are never a
      *    one-person change.  Only one change per record may be
      *    pending at a time, and an update whose before image no
      *    longer matches the master when it is approved is declined
      *    as stale rather than overwriting the newer value.  A
      *    change left pending past CHG-EXPIRY-DAYS business days
      *    (default 5) is marked expired when checked.  Every
      *    request, approval, decline and expiry - with the value it
      *    replaced - is also appended to the PARMLOG audit file, so
      *    a keyed "10000" instead of "01000" has two names and a
      *    timestamp next to it instead of vanishing into JCL nobody
      *    audits.  A first-ever session creates the masters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARMMAST-STATUS.

           SELECT CHANGE-FILE ASSIGN TO "CHGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PARMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  PARAMETER-FILE.
       COPY PARMREC.

       FD  CHANGE-FILE.
       COPY CHGREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARMMAST-STATUS      PIC X(2).
       01  WS-CHGMAST-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-ADD                VALUE "A".
           88  WS-ACTION-UPDATE             VALUE "U".
           88  WS-ACTION-CHECK              VALUE "C".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-DECISION-CODE        PIC X(1).
           88  WS-DECISION-APPROVE          VALUE "A".
           88  WS-DECISION-DECLINE          VALUE "D".
       01  WS-NAME-ENTERED         PIC X(20).
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-VALUE-ENTERED        PIC X(10).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-NOTE-ENTERED         PIC X(40).
       01  WS-TIME-ENTERED         PIC X(8).
       01  WS-SEQ-ENTERED          PIC 9(6).
       01  WS-OLD-VALUE            PIC X(10).
       01  WS-AUDIT-EVENT          PIC X(8).
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-PARM-EOF-SWITCH      PIC X(1).
           88  END-OF-PARAMETER-FILE        VALUE "Y".
       01  WS-LIST-COUNT           PIC 9(5).

      *    Maker-checker working items.  The request is built here
      *    before the pending-change log is searched, because the
      *    search reads through the log's record area.
       01  WS-CHG-ACTION           PIC X(1).
       01  WS-CHG-RECORD-KEY       PIC X(28).
       01  WS-BEFORE-IMAGE         PIC X(150).
       01  WS-AFTER-IMAGE          PIC X(150).
       01  WS-CHG-SEQ              PIC 9(6)  VALUE 0.
       01  WS-CHG-WRITTEN          PIC X(1).
           88  WS-CHG-IS-WRITTEN            VALUE "Y".
       01  WS-CHG-EOF-SWITCH       PIC X(1).
           88  END-OF-CHANGE-FILE           VALUE "Y".
       01  WS-PENDING-SWITCH       PIC X(1).
           88  WS-PENDING-FOUND             VALUE "Y".
       01  WS-APPLY-SWITCH         PIC X(1).
           88  WS-APPLY-OK                  VALUE "Y".
       01  WS-PENDING-COUNT        PIC 9(5).
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-EXPIRY-DAYS          PIC 9(3)  VALUE 005.
       01  WS-EXPIRY-PARM          PIC X(3).
       01  WS-EXPIRY-PARM-NUM REDEFINES WS-EXPIRY-PARM
                                   PIC 9(3).
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC X(10).
       01  WS-PARM-FOUND-FLAG      PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      *    The expiry is looked up before this program opens the
      *    parameter master for update.
           MOVE "CHG-EXPIRY-DAYS" TO WS-PARM-NAME.
           CALL "PARMGET" USING WS-PARM-NAME WS-RUN-DATE
               WS-PARM-VALUE WS-PARM-FOUND-FLAG.
           MOVE WS-PARM-VALUE TO WS-EXPIRY-PARM.
           IF WS-EXPIRY-PARM IS NUMERIC
               MOVE WS-EXPIRY-PARM-NUM TO WS-EXPIRY-DAYS
           END-IF.

           OPEN I-O PARAMETER-FILE.
           IF WS-PARMMAST-STATUS NOT = "00"
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF.
           OPEN I-O CHANGE-FILE.
           IF WS-CHGMAST-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-FILE
               CLOSE CHANGE-FILE
               OPEN I-O CHANGE-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-PERFORM.

           CLOSE PARAMETER-FILE.
           CLOSE CHANGE-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.

       1000-APPLY-ONE-ACTION.
           DISPLAY "Add, Update, Check a pending change or List?"
               " (A/U/C/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-CHECK
               PERFORM 7000-CHECK-PENDING-CHANGE
           ELSE
               DISPLAY "Parameter name (20 characters):"
               ACCEPT WS-NAME-ENTERED
               IF WS-ACTION-ADD
                   PERFORM 2000-ADD-PARAMETER
               ELSE
                   IF WS-ACTION-UPDATE
                       PERFORM 3000-UPDATE-PARAMETER
                   ELSE
                       IF WS-ACTION-LIST
                           PERFORM 4000-LIST-PARAMETER
                       ELSE
                           DISPLAY "Enter A, U, C or L"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2000-ADD-PARAMETER.
           DISPLAY "Effective date (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           MOVE WS-NAME-ENTERED TO PARM-NAME.
           MOVE WS-DATE-ENTERED TO PARM-EFFECTIVE-DATE.
           MOVE "N" TO WS-READ-STATUS.
           READ PARAMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
               DISPLAY "That name and effective date are already"
                   " on file - use Update"
           ELSE
               DISPLAY "Value (digits, left-justified):"
               ACCEPT WS-VALUE-ENTERED
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               MOVE WS-NAME-ENTERED TO PARM-NAME
               MOVE WS-DATE-ENTERED TO PARM-EFFECTIVE-DATE
               MOVE WS-VALUE-ENTERED TO PARM-VALUE
               MOVE WS-OPERATOR-ENTERED TO PARM-UPDATED-BY
               MOVE WS-RUN-DATE TO PARM-UPDATE-DATE
               MOVE WS-RUN-TIME TO PARM-UPDATE-TIME
               MOVE "A" TO WS-CHG-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-OLD-VALUE
               PERFORM 6000-REQUEST-CHANGE
           END-IF.

       3000-UPDATE-PARAMETER.
           DISPLAY "Effective date of record to update (YYYYMMDD):".
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
               MOVE PARAMETER-RECORD TO WS-BEFORE-IMAGE
               MOVE PARM-VALUE TO WS-OLD-VALUE
               DISPLAY "Current value: " PARM-VALUE
               DISPLAY "New value (digits, left-justified):"
               MOVE WS-OPERATOR-ENTERED TO PARM-UPDATED-BY
               MOVE WS-RUN-DATE TO PARM-UPDATE-DATE
               MOVE WS-RUN-TIME TO PARM-UPDATE-TIME
               MOVE "U" TO WS-CHG-ACTION
               PERFORM 6000-REQUEST-CHANGE
           END-IF.

       4000-LIST-PARAMETER.

       5000-WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-RUN-DATE " " WS-RUN-TIME " " WS-AUDIT-EVENT " "
               WS-OPERATOR-ENTERED " " PARM-NAME
               " EFF " PARM-EFFECTIVE-DATE
               " OLD " WS-OLD-VALUE " NEW " PARM-VALUE
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

      ******************************************************************
      *    The record area holds the requested (after) image and
      *    WS-BEFORE-IMAGE what it replaces.  Nothing is written to
      *    PARMMAST here: the request goes onto the pending-change log
      *    unless a change to the same record is already waiting.
      ******************************************************************
       6000-REQUEST-CHANGE.
           IF WS-OPERATOR-ENTERED = SPACES
               DISPLAY "Initials are required - nothing requested"
           ELSE
               MOVE PARAMETER-RECORD TO WS-AFTER-IMAGE
               MOVE PARM-KEY TO WS-CHG-RECORD-KEY
               PERFORM 6100-FIND-PENDING-FOR-RECORD
               IF WS-PENDING-FOUND
                   DISPLAY "A change to that record is already"
                       " pending, requested by " CHG-REQUESTED-BY
                       " - check it first"
               ELSE
                   PERFORM 6200-WRITE-CHANGE-RECORD
                   MOVE WS-AFTER-IMAGE TO PARAMETER-RECORD
                   MOVE "REQUEST" TO WS-AUDIT-EVENT
                   PERFORM 5000-WRITE-AUDIT-LINE
                   DISPLAY "Change requested as " CHG-REQUEST-DATE
                       " " CHG-REQUEST-TIME " " CHG-SEQ-NO
                       " - it takes effect when another operator"
                       " approves it"
               END-IF
           END-IF.

       6100-FIND-PENDING-FOR-RECORD.
           MOVE "N" TO WS-PENDING-SWITCH.
           MOVE "N" TO WS-CHG-EOF-SWITCH.
           MOVE LOW-VALUES TO CHG-KEY.
           START CHANGE-FILE KEY >= CHG-KEY
               INVALID KEY
                   SET END-OF-CHANGE-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CHANGE-FILE OR WS-PENDING-FOUND
               READ CHANGE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CHANGE-FILE TO TRUE
                   NOT AT END
                       IF CHG-FOR-PARMMAST AND CHG-STATUS-PENDING
                               AND CHG-RECORD-KEY = WS-CHG-RECORD-KEY
                           SET WS-PENDING-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    The request is keyed by this session's date and start time
      *    and a session sequence; a key already taken by another
      *    session started in the same hundredth of a second just
      *    moves to the next sequence number.
      ******************************************************************
       6200-WRITE-CHANGE-RECORD.
           MOVE "N" TO WS-CHG-WRITTEN.
           PERFORM UNTIL WS-CHG-IS-WRITTEN
               ADD 1 TO WS-CHG-SEQ
               MOVE WS-RUN-DATE TO CHG-REQUEST-DATE
               MOVE WS-RUN-TIME TO CHG-REQUEST-TIME
               MOVE WS-CHG-SEQ TO CHG-SEQ-NO
               SET CHG-FOR-PARMMAST TO TRUE
               MOVE WS-CHG-ACTION TO CHG-ACTION
               MOVE WS-CHG-RECORD-KEY TO CHG-RECORD-KEY
               MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO CHG-AFTER-IMAGE
               MOVE WS-OPERATOR-ENTERED TO CHG-REQUESTED-BY
               SET CHG-STATUS-PENDING TO TRUE
               MOVE SPACES TO CHG-DECIDED-BY
               MOVE SPACES TO CHG-DECIDE-DATE
               MOVE SPACES TO CHG-DECIDE-TIME
               MOVE SPACES TO CHG-DECISION-NOTE
               WRITE CHANGE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CHG-IS-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

      ******************************************************************
      *    Check one pending parameter change: the waiting changes are
      *    listed first so the checker has the keys in front of them.
      *    One past its expiry is marked expired instead of decided.
      ******************************************************************
       7000-CHECK-PENDING-CHANGE.
           PERFORM 7100-LIST-PENDING-CHANGES.
           IF WS-PENDING-COUNT = 0
               DISPLAY "No parameter changes are pending"
           ELSE
               DISPLAY "Request date of change to check (YYYYMMDD):"
               ACCEPT WS-DATE-ENTERED
               DISPLAY "Request time (HHMMSSss):"
               ACCEPT WS-TIME-ENTERED
               DISPLAY "Change sequence number:"
               ACCEPT WS-SEQ-ENTERED
               MOVE WS-DATE-ENTERED TO CHG-REQUEST-DATE
               MOVE WS-TIME-ENTERED TO CHG-REQUEST-TIME
               MOVE WS-SEQ-ENTERED TO CHG-SEQ-NO
               MOVE "N" TO WS-READ-STATUS
               READ CHANGE-FILE
                   INVALID KEY
                       DISPLAY "No change on file for that key"
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
               IF WS-RECORD-FOUND
                   IF CHG-FOR-PARMMAST AND CHG-STATUS-PENDING
                       PERFORM 7200-JUDGE-ONE-CHANGE
                   ELSE
                       DISPLAY "That is not a pending parameter"
                           " change"
                   END-IF
               END-IF
           END-IF.

       7100-LIST-PENDING-CHANGES.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE "N" TO WS-CHG-EOF-SWITCH.
           MOVE LOW-VALUES TO CHG-KEY.
           START CHANGE-FILE KEY >= CHG-KEY
               INVALID KEY
                   SET END-OF-CHANGE-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CHANGE-FILE
               READ CHANGE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CHANGE-FILE TO TRUE
                   NOT AT END
                       IF CHG-FOR-PARMMAST AND CHG-STATUS-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE CHG-AFTER-IMAGE TO PARAMETER-RECORD
                           DISPLAY CHG-REQUEST-DATE " "
                               CHG-REQUEST-TIME " " CHG-SEQ-NO " "
                               CHG-ACTION " " PARM-NAME " EFF "
                               PARM-EFFECTIVE-DATE " = " PARM-VALUE
                               " BY " CHG-REQUESTED-BY
                       END-IF
               END-READ
           END-PERFORM.

       7200-JUDGE-ONE-CHANGE.
           MOVE CHG-BEFORE-IMAGE TO PARAMETER-RECORD.
           MOVE PARM-VALUE TO WS-OLD-VALUE.
           MOVE CHG-AFTER-IMAGE TO PARAMETER-RECORD.
           CALL "CALDAYS" USING CHG-REQUEST-DATE WS-RUN-DATE
               WS-AGE-DAYS.
           IF WS-AGE-DAYS > WS-EXPIRY-DAYS
               MOVE SPACES TO WS-OPERATOR-ENTERED
               MOVE "NOT CHECKED WITHIN EXPIRY PERIOD"
                   TO WS-NOTE-ENTERED
               SET CHG-STATUS-EXPIRED TO TRUE
               MOVE "EXPIRED" TO WS-AUDIT-EVENT
               PERFORM 7900-STAMP-DECISION
               DISPLAY "That change has expired unchecked - it must"
                   " be requested again"
           ELSE
               DISPLAY "Parameter:      " PARM-NAME " EFF "
                   PARM-EFFECTIVE-DATE
               DISPLAY "Current value:  " WS-OLD-VALUE
               DISPLAY "Requested:      " PARM-VALUE
               DISPLAY "Requested by:   " CHG-REQUESTED-BY " on "
                   CHG-REQUEST-DATE
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               IF WS-OPERATOR-ENTERED = SPACES
                   DISPLAY "Initials are required - nothing decided"
               ELSE
                   IF WS-OPERATOR-ENTERED = CHG-REQUESTED-BY
                       DISPLAY "You requested this change - another"
                           " operator must check it"
                   ELSE
                       PERFORM 7300-TAKE-DECISION
                   END-IF
               END-IF
           END-IF.

       7300-TAKE-DECISION.
           DISPLAY "Approve or Decline? (A/D)".
           ACCEPT WS-DECISION-CODE.
           IF WS-DECISION-APPROVE OR WS-DECISION-DECLINE
               DISPLAY "Note on the decision (up to 40 characters):"
               ACCEPT WS-NOTE-ENTERED
               IF WS-DECISION-APPROVE
                   PERFORM 7500-APPLY-CHANGE
               ELSE
                   SET CHG-STATUS-DECLINED TO TRUE
                   MOVE "DECLINED" TO WS-AUDIT-EVENT
                   PERFORM 7900-STAMP-DECISION
                   DISPLAY "Change declined - PARMMAST unchanged"
               END-IF
           ELSE
               DISPLAY "Enter A or D - nothing decided"
           END-IF.

      ******************************************************************
      *    Apply an approved change to PARMMAST.  An add whose key has
      *    since been written, or an update whose record no longer
      *    matches the before image, is declined as stale: applying
      *    it would overwrite a value nobody approved replacing.
      ******************************************************************
       7500-APPLY-CHANGE.
           MOVE "N" TO WS-APPLY-SWITCH.
           IF CHG-ACTION-ADD
               MOVE CHG-AFTER-IMAGE TO PARAMETER-RECORD
               WRITE PARAMETER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-WRITE
           ELSE
               MOVE CHG-RECORD-KEY TO PARM-KEY
               MOVE "N" TO WS-READ-STATUS
               READ PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
               IF WS-RECORD-FOUND
                       AND PARAMETER-RECORD = CHG-BEFORE-IMAGE
                   MOVE CHG-AFTER-IMAGE TO PARAMETER-RECORD
                   REWRITE PARAMETER-RECORD
                   SET WS-APPLY-OK TO TRUE
               END-IF
           END-IF.
           MOVE CHG-AFTER-IMAGE TO PARAMETER-RECORD.
           IF WS-APPLY-OK
               SET CHG-STATUS-APPROVED TO TRUE
               MOVE "APPROVED" TO WS-AUDIT-EVENT
               PERFORM 7900-STAMP-DECISION
               DISPLAY "Change approved and applied"
           ELSE
               MOVE "STALE - MASTER CHANGED SINCE REQUEST"
                   TO WS-NOTE-ENTERED
               SET CHG-STATUS-DECLINED TO TRUE
               MOVE "DECLINED" TO WS-AUDIT-EVENT
               PERFORM 7900-STAMP-DECISION
               DISPLAY "PARMMAST has changed since the request -"
                   " declined as stale"
           END-IF.

       7900-STAMP-DECISION.
           MOVE WS-OPERATOR-ENTERED TO CHG-DECIDED-BY.
           MOVE WS-RUN-DATE TO CHG-DECIDE-DATE.
           MOVE WS-RUN-TIME TO CHG-DECIDE-TIME.
           MOVE WS-NOTE-ENTERED TO CHG-DECISION-NOTE.
           REWRITE CHANGE-RECORD.
           PERFORM 5000-WRITE-AUDIT-LINE.
