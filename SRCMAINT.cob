      *    Operator maintenance for the source registration master
      *    SRCMAST (layout SRCREC.CPY), in the SUSPCORR prompt-and-
      *    apply style.  A session loops on an action code:
      *       A - request a new source registration (description,
      *           contact, reject threshold, expected daily volume
      *           range, whether a batch is expected every processing
      *           day, largest single debit and credit amount; status
      *           starts active)
      *       U - request an update to a registered source's details
      *       S - request a source's suspension (VALBATCH then refuses
      *           its batches)
      *       R - request a suspended source's reactivation
      *       C - check a pending change someone else requested, and
      *           approve or decline it
      *       L - list one source's registration on the console
      *    Adds, updates, suspends and reactivates are maker-checker,
      *    the PARMMNT discipline: keying one changes nothing on
      *    SRCMAST.  It goes onto the shared pending-change log
      *    CHGMAST (CHGREC.CPY) with the registration image before
      *    and after and the requester's initials, and takes effect
      *    only when a second operator approves it through C - the
      *    requester's own initials are refused, so nobody suspends a
      *    live feed or loosens its reject threshold alone.  Only one
      *    change per source may be pending at a time; a change whose
      *    before image no longer matches SRCMAST when it is approved
      *    is declined as stale, and one left pending past
      *    CHG-EXPIRY-DAYS business days (default 5) is marked expired
      *    when checked.  The log keeps every decision.
      *    The reject threshold is keyed as five digits matching the
      *    999V99 picture (01000 for 10.00 percent; 00000 means use
      *    the run-wide threshold).  The single-amount limits are keyed
      *    as nine digits matching the 9(7)V99 picture (000150000 for
      *    1,500.00; 000000000 means no limit).  A first-ever session
      *    creates the master, the way VALBATCH creates a missing
      *    history master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCMAINT.
               RECORD KEY IS SRC-ID
               FILE STATUS IS WS-SRCMAST-STATUS.

           SELECT CHANGE-FILE ASSIGN TO "CHGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER-FILE.
       COPY SRCREC.

       FD  CHANGE-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-SRCMAST-STATUS       PIC X(2).
       01  WS-CHGMAST-STATUS       PIC X(2).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-MORE-ACTIONS         PIC X(1)  VALUE "Y".
           88  WS-DONE-MAINTAINING          VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-UPDATE             VALUE "U".
           88  WS-ACTION-SUSPEND            VALUE "S".
           88  WS-ACTION-REACTIVATE         VALUE "R".
           88  WS-ACTION-CHECK              VALUE "C".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-DECISION-CODE        PIC X(1).
           88  WS-DECISION-APPROVE          VALUE "A".
           88  WS-DECISION-DECLINE          VALUE "D".
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-NOTE-ENTERED         PIC X(40).
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-TIME-ENTERED         PIC X(8).
       01  WS-SEQ-ENTERED          PIC 9(6).
       01  WS-KEY-ENTERED          PIC X(3).
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-VOLUME-ENTERED-NUM REDEFINES WS-VOLUME-ENTERED
                                   PIC 9(10).
       01  WS-RATE-DISPLAY         PIC ZZ9.99.
       01  WS-LIMIT-ENTERED        PIC X(9).
       01  WS-LIMIT-ENTERED-NUM REDEFINES WS-LIMIT-ENTERED
                                   PIC 9(7)V99.
       01  WS-LIMIT-DISPLAY        PIC Z,ZZZ,ZZ9.99.

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
           MOVE "CHG-EXPIRY-DAYS" TO WS-PARM-NAME.
           CALL "PARMGET" USING WS-PARM-NAME WS-RUN-DATE
               WS-PARM-VALUE WS-PARM-FOUND-FLAG.
           MOVE WS-PARM-VALUE TO WS-EXPIRY-PARM.
           IF WS-EXPIRY-PARM IS NUMERIC
               MOVE WS-EXPIRY-PARM-NUM TO WS-EXPIRY-DAYS
           END-IF.

           OPEN I-O SOURCE-MASTER-FILE.
           IF WS-SRCMAST-STATUS NOT = "00"
               OPEN OUTPUT SOURCE-MASTER-FILE
               CLOSE SOURCE-MASTER-FILE
               OPEN I-O SOURCE-MASTER-FILE
           END-IF.
           OPEN I-O CHANGE-FILE.
           IF WS-CHGMAST-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-FILE
               CLOSE CHANGE-FILE
               OPEN I-O CHANGE-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-MAINTAINING
               PERFORM 1000-APPLY-ONE-ACTION
           END-PERFORM.

           CLOSE SOURCE-MASTER-FILE.
           CLOSE CHANGE-FILE.
           STOP RUN.

       1000-APPLY-ONE-ACTION.
           DISPLAY "Add, Update, Suspend, Reactivate, Check a pending"
               " change or List? (A/U/S/R/C/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-CHECK
               PERFORM 8000-CHECK-PENDING-CHANGE
           ELSE
               DISPLAY "Source id (3 characters):"
               ACCEPT WS-KEY-ENTERED
               MOVE WS-KEY-ENTERED TO SRC-ID
               PERFORM 1050-APPLY-SOURCE-ACTION
           END-IF.

       1050-APPLY-SOURCE-ACTION.
           IF WS-ACTION-ADD
               PERFORM 2000-ADD-SOURCE
           ELSE
                               IF WS-ACTION-LIST
                                   PERFORM 6000-LIST-SOURCE
                               ELSE
                                   DISPLAY "Enter A, U, S, R, C or L"
                               END-IF
                           END-IF
                       END-IF
           END-READ.

       2000-ADD-SOURCE.
           MOVE "N" TO WS-READ-STATUS.
           READ SOURCE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
               DISPLAY "Source " WS-KEY-ENTERED
                   " is already registered - use Update"
           ELSE
               MOVE SPACES TO SOURCE-MASTER-RECORD
               PERFORM 2500-PROMPT-FOR-DETAILS
               SET SRC-STATUS-ACTIVE TO TRUE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE "A" TO WS-CHG-ACTION
               PERFORM 7000-REQUEST-CHANGE
           END-IF.

       2500-PROMPT-FOR-DETAILS.
           MOVE WS-KEY-ENTERED TO SRC-ID.
           IF SRC-FEED-EXPECTED-SW NOT = "Y"
               MOVE "N" TO SRC-FEED-EXPECTED-SW
           END-IF.
           DISPLAY "Largest single debit (9 digits, 9(7)V99,"
               " 000000000 = no limit):".
           ACCEPT WS-LIMIT-ENTERED.
           IF WS-LIMIT-ENTERED IS NUMERIC
               MOVE WS-LIMIT-ENTERED-NUM TO SRC-MAX-SINGLE-DEBIT
           ELSE
               MOVE 0 TO SRC-MAX-SINGLE-DEBIT
           END-IF.
           DISPLAY "Largest single credit (9 digits, 9(7)V99,"
               " 000000000 = no limit):".
           ACCEPT WS-LIMIT-ENTERED.
           IF WS-LIMIT-ENTERED IS NUMERIC
               MOVE WS-LIMIT-ENTERED-NUM TO SRC-MAX-SINGLE-CREDIT
           ELSE
               MOVE 0 TO SRC-MAX-SINGLE-CREDIT
           END-IF.

      ******************************************************************
      *    Update keeps the status byte as it stands - suspending and
      ******************************************************************
       3000-UPDATE-SOURCE.
           DISPLAY "Updating source " SRC-ID " - " SRC-DESCRIPTION.
           MOVE SOURCE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           PERFORM 2500-PROMPT-FOR-DETAILS.
           MOVE "U" TO WS-CHG-ACTION.
           PERFORM 7000-REQUEST-CHANGE.

       4000-SUSPEND-SOURCE.
           IF SRC-STATUS-SUSPENDED
               DISPLAY "Source " WS-KEY-ENTERED
                   " is already suspended"
           ELSE
               MOVE SOURCE-MASTER-RECORD TO WS-BEFORE-IMAGE
               SET SRC-STATUS-SUSPENDED TO TRUE
               MOVE "S" TO WS-CHG-ACTION
               PERFORM 7000-REQUEST-CHANGE
           END-IF.

       5000-REACTIVATE-SOURCE.
           IF SRC-STATUS-ACTIVE
               DISPLAY "Source " WS-KEY-ENTERED " is already active"
           ELSE
               MOVE SOURCE-MASTER-RECORD TO WS-BEFORE-IMAGE
               SET SRC-STATUS-ACTIVE TO TRUE
               MOVE "R" TO WS-CHG-ACTION
               PERFORM 7000-REQUEST-CHANGE
           END-IF.

       6000-LIST-SOURCE.
           ELSE
               DISPLAY "DAILY FEED EXPECTED:  NO"
           END-IF.
           IF SRC-MAX-SINGLE-DEBIT > 0
               MOVE SRC-MAX-SINGLE-DEBIT TO WS-LIMIT-DISPLAY
               DISPLAY "MAX SINGLE DEBIT:     " WS-LIMIT-DISPLAY
           ELSE
               DISPLAY "MAX SINGLE DEBIT:     NO LIMIT"
           END-IF.
           IF SRC-MAX-SINGLE-CREDIT > 0
               MOVE SRC-MAX-SINGLE-CREDIT TO WS-LIMIT-DISPLAY
               DISPLAY "MAX SINGLE CREDIT:    " WS-LIMIT-DISPLAY
           ELSE
               DISPLAY "MAX SINGLE CREDIT:    NO LIMIT"
           END-IF.

      ******************************************************************
      *    The record area holds the requested (after) image and
      *    WS-BEFORE-IMAGE what it replaces.  Nothing is written to
      *    SRCMAST here: the request goes onto the pending-change log
      *    unless a change to the same source is already waiting.
      ******************************************************************
       7000-REQUEST-CHANGE.
           DISPLAY "Your initials (up to 8 characters):".
           ACCEPT WS-OPERATOR-ENTERED.
           IF WS-OPERATOR-ENTERED = SPACES
               DISPLAY "Initials are required - nothing requested"
           ELSE
               MOVE SOURCE-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE SRC-ID TO WS-CHG-RECORD-KEY
               PERFORM 7100-FIND-PENDING-FOR-RECORD
               IF WS-PENDING-FOUND
                   DISPLAY "A change to that source is already"
                       " pending, requested by " CHG-REQUESTED-BY
                       " - check it first"
               ELSE
                   PERFORM 7200-WRITE-CHANGE-RECORD
                   DISPLAY "Change requested as " CHG-REQUEST-DATE
                       " " CHG-REQUEST-TIME " " CHG-SEQ-NO
                       " - it takes effect when another operator"
                       " approves it"
               END-IF
           END-IF.

       7100-FIND-PENDING-FOR-RECORD.
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
                       IF CHG-FOR-SRCMAST AND CHG-STATUS-PENDING
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
       7200-WRITE-CHANGE-RECORD.
           MOVE "N" TO WS-CHG-WRITTEN.
           PERFORM UNTIL WS-CHG-IS-WRITTEN
               ADD 1 TO WS-CHG-SEQ
               MOVE WS-RUN-DATE TO CHG-REQUEST-DATE
               MOVE WS-RUN-TIME TO CHG-REQUEST-TIME
               MOVE WS-CHG-SEQ TO CHG-SEQ-NO
               SET CHG-FOR-SRCMAST TO TRUE
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
      *    Check one pending source change: the waiting changes are
      *    listed first so the checker has the keys in front of them.
      *    One past its expiry is marked expired instead of decided.
      ******************************************************************
       8000-CHECK-PENDING-CHANGE.
           PERFORM 8100-LIST-PENDING-CHANGES.
           IF WS-PENDING-COUNT = 0
               DISPLAY "No source changes are pending"
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
                   IF CHG-FOR-SRCMAST AND CHG-STATUS-PENDING
                       PERFORM 8200-JUDGE-ONE-CHANGE
                   ELSE
                       DISPLAY "That is not a pending source change"
                   END-IF
               END-IF
           END-IF.

       8100-LIST-PENDING-CHANGES.
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
                       IF CHG-FOR-SRCMAST AND CHG-STATUS-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           DISPLAY CHG-REQUEST-DATE " "
                               CHG-REQUEST-TIME " " CHG-SEQ-NO " "
                               CHG-ACTION " SOURCE "
                               CHG-RECORD-KEY(1:3)
                               " BY " CHG-REQUESTED-BY
                       END-IF
               END-READ
           END-PERFORM.

       8200-JUDGE-ONE-CHANGE.
           CALL "CALDAYS" USING CHG-REQUEST-DATE WS-RUN-DATE
               WS-AGE-DAYS.
           IF WS-AGE-DAYS > WS-EXPIRY-DAYS
               MOVE SPACES TO WS-OPERATOR-ENTERED
               MOVE "NOT CHECKED WITHIN EXPIRY PERIOD"
                   TO WS-NOTE-ENTERED
               SET CHG-STATUS-EXPIRED TO TRUE
               PERFORM 8900-STAMP-DECISION
               DISPLAY "That change has expired unchecked - it must"
                   " be requested again"
           ELSE
               IF CHG-ACTION-ADD
                   DISPLAY "New registration requested:"
               ELSE
                   DISPLAY "Registration now on file:"
                   MOVE CHG-BEFORE-IMAGE TO SOURCE-MASTER-RECORD
                   PERFORM 6000-LIST-SOURCE
                   DISPLAY "Registration requested:"
               END-IF
               MOVE CHG-AFTER-IMAGE TO SOURCE-MASTER-RECORD
               PERFORM 6000-LIST-SOURCE
               DISPLAY "Requested by " CHG-REQUESTED-BY " on "
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
                       PERFORM 8300-TAKE-DECISION
                   END-IF
               END-IF
           END-IF.

       8300-TAKE-DECISION.
           DISPLAY "Approve or Decline? (A/D)".
           ACCEPT WS-DECISION-CODE.
           IF WS-DECISION-APPROVE OR WS-DECISION-DECLINE
               DISPLAY "Note on the decision (up to 40 characters):"
               ACCEPT WS-NOTE-ENTERED
               IF WS-DECISION-APPROVE
                   PERFORM 8500-APPLY-CHANGE
               ELSE
                   SET CHG-STATUS-DECLINED TO TRUE
                   PERFORM 8900-STAMP-DECISION
                   DISPLAY "Change declined - SRCMAST unchanged"
               END-IF
           ELSE
               DISPLAY "Enter A or D - nothing decided"
           END-IF.

      ******************************************************************
      *    Apply an approved change to SRCMAST.  An add whose source
      *    has since been registered, or a change whose registration
      *    no longer matches the before image, is declined as stale:
      *    applying it would undo a change nobody approved undoing.
      ******************************************************************
       8500-APPLY-CHANGE.
           MOVE "N" TO WS-APPLY-SWITCH.
           IF CHG-ACTION-ADD
               MOVE CHG-AFTER-IMAGE TO SOURCE-MASTER-RECORD
               WRITE SOURCE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-WRITE
           ELSE
               MOVE CHG-RECORD-KEY TO SRC-ID
               MOVE "N" TO WS-READ-STATUS
               READ SOURCE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
               IF WS-RECORD-FOUND
                       AND SOURCE-MASTER-RECORD = CHG-BEFORE-IMAGE
                   MOVE CHG-AFTER-IMAGE TO SOURCE-MASTER-RECORD
                   REWRITE SOURCE-MASTER-RECORD
                   SET WS-APPLY-OK TO TRUE
               END-IF
           END-IF.
           IF WS-APPLY-OK
               SET CHG-STATUS-APPROVED TO TRUE
               PERFORM 8900-STAMP-DECISION
               DISPLAY "Change approved and applied"
           ELSE
               MOVE "STALE - MASTER CHANGED SINCE REQUEST"
                   TO WS-NOTE-ENTERED
               SET CHG-STATUS-DECLINED TO TRUE
               PERFORM 8900-STAMP-DECISION
               DISPLAY "SRCMAST has changed since the request -"
                   " declined as stale"
           END-IF.

       8900-STAMP-DECISION.
           MOVE WS-OPERATOR-ENTERED TO CHG-DECIDED-BY.
           MOVE WS-RUN-DATE TO CHG-DECIDE-DATE.
           MOVE WS-RUN-TIME TO CHG-DECIDE-TIME.
           MOVE WS-NOTE-ENTERED TO CHG-DECISION-NOTE.
           REWRITE CHANGE-RECORD.
