      ******************************************************************
      *    PROGRAM-ID: SUSPWOFF
      *    Suspense write-off, under two pairs of eyes.  Some items on
      *    the suspense master SUSPFILE can never be corrected -
      *    garbage from a decommissioned feed, a value the sender
      *    confirms was never real - and used to sit open for ever,
      *    swelling SUSPAGE's over-10-days bucket and escalating
      *    every night.  A session loops on an action code:
      *       P - propose a write-off: the full suspense key (run
      *           date, run start time, sequence - the key SUSPCORR
      *           asks for), a reason category (DF, NR, DP or OT, see
      *           WOREC.CPY), a justification and the proposer's
      *           initials.  Only an open item can be proposed, and
      *           only one proposal per item may be pending.
      *       A - approve a pending proposal: the suspense item moves
      *           to SUSP-STATUS-WRITTEN-OFF and a line goes onto the
      *           dated write-off journal WOJRNLyyyymmdd (WOJREC.CPY)
      *       D - decline a pending proposal: the item stays open and
      *           the declined proposal stays on file
      *       L - list every proposal still pending
      *    Approve and decline ask for the suspense key and the
      *    supervisor's initials; initials that are blank, or the
      *    same as the proposer's, are refused, so nobody writes off
      *    an item on their own say-so.  An item corrected while its
      *    proposal was pending is refused approval and should be
      *    declined.  Proposals and decisions are kept on the write-
      *    off master WOMAST (WOREC.CPY), created on a first-ever
      *    session.  Every action is written, with all the audit
      *    detail, to the session report WORPT with session totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPWOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPFILE-STATUS.

           SELECT WRITE-OFF-FILE ASSIGN TO "WOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOMAST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  WRITE-OFF-FILE.
       COPY WOREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY WOJREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-SUSPFILE-STATUS      PIC X(2).
       01  WS-WOMAST-STATUS        PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-JOURNAL-FILE-NAME.
           05  FILLER               PIC X(6)  VALUE "WOJRNL".
           05  WS-JOURNAL-NAME-DATE PIC X(8).
       01  WS-JOURNAL-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-JOURNAL-IS-OPEN           VALUE "Y".
       01  WS-MORE-ACTIONS         PIC X(1)  VALUE "Y".
           88  WS-DONE-ACTIONS              VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-PROPOSE            VALUE "P".
           88  WS-ACTION-APPROVE            VALUE "A".
           88  WS-ACTION-DECLINE            VALUE "D".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-TIME-ENTERED         PIC X(8).
       01  WS-SEQ-ENTERED          PIC 9(6).
       01  WS-REASON-ENTERED       PIC X(2).
       01  WS-JUSTIFY-ENTERED      PIC X(60).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-NOTE-ENTERED         PIC X(40).
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-PENDING-SWITCH       PIC X(1)  VALUE "N".
           88  WS-PENDING-FOUND             VALUE "Y".
       01  WS-WO-EOF-SWITCH        PIC X(1).
           88  END-OF-WRITE-OFF-FILE        VALUE "Y".
       01  WS-COUNT-PROPOSED       PIC 9(10) VALUE 0.
       01  WS-COUNT-APPROVED       PIC 9(10) VALUE 0.
       01  WS-COUNT-DECLINED       PIC 9(10) VALUE 0.
       01  WS-COUNT-REFUSED        PIC 9(10) VALUE 0.
       01  WS-COUNT-PENDING        PIC 9(10) VALUE 0.

       01  WS-ACTION-LINE.
           05  WS-ACT-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ACT-RUN-TIME      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ACT-SEQ-NO        PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-ACT-VALUE         PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-ACT-REASON        PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-ACT-DISPOSITION   PIC X(20).
       01  WS-AUDIT-DETAIL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-AUD-LABEL         PIC X(14).
           05  WS-AUD-WHO           PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-AUD-DATE          PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-AUD-TIME          PIC X(8).
       01  WS-AUDIT-TEXT-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-AUT-LABEL         PIC X(14).
           05  WS-AUT-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-JOURNAL-NAME-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUSPENSE WRITE-OFF REPORT - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPFILE-STATUS NOT = "00"
               DISPLAY "No suspense master on file - nothing to"
                   " write off"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO SUSPENSE MASTER ON FILE - NOTHING TO WRITE OFF"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE SUSPENSE-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN I-O WRITE-OFF-FILE.
           IF WS-WOMAST-STATUS NOT = "00"
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
               OPEN I-O WRITE-OFF-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-ACTIONS
               PERFORM 1000-APPLY-ONE-ACTION
               DISPLAY "Another write-off action? (Y/N)"
               ACCEPT WS-MORE-ACTIONS
           END-PERFORM.

           PERFORM 6000-WRITE-SESSION-TOTALS.
           CLOSE SUSPENSE-FILE.
           CLOSE WRITE-OFF-FILE.
           IF WS-JOURNAL-IS-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-APPLY-ONE-ACTION.
           DISPLAY "Propose, Approve, Decline or List pending?"
               " (P/A/D/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-LIST
               PERFORM 5000-LIST-PENDING
           ELSE
               IF WS-ACTION-PROPOSE OR WS-ACTION-APPROVE
                       OR WS-ACTION-DECLINE
                   PERFORM 1100-READ-SUSPENSE-ITEM
                   IF WS-RECORD-FOUND
                       PERFORM 1200-FIND-PENDING-PROPOSAL
                       IF WS-ACTION-PROPOSE
                           PERFORM 2000-PROPOSE-WRITE-OFF
                       ELSE
                           IF WS-PENDING-FOUND
                               PERFORM 1300-ACCEPT-DECISION
                           ELSE
                               DISPLAY "No write-off proposal is"
                                   " pending for that item"
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Enter P, A, D or L"
               END-IF
           END-IF.

       1100-READ-SUSPENSE-ITEM.
           DISPLAY "Run date of suspended record (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           DISPLAY "Run start time (HHMMSSss):".
           ACCEPT WS-TIME-ENTERED.
           DISPLAY "Suspense sequence number:".
           ACCEPT WS-SEQ-ENTERED.
           MOVE WS-DATE-ENTERED TO SUSP-RUN-DATE.
           MOVE WS-TIME-ENTERED TO SUSP-RUN-TIME.
           MOVE WS-SEQ-ENTERED TO SUSP-SEQ-NO.
           MOVE "N" TO WS-READ-STATUS.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "No suspended record for that key"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
                   DISPLAY "Value " SUSP-DATA " status " SUSP-STATUS
                       " reason " SUSP-REASON-CODE " "
                       SUSP-REASON-TEXT
           END-READ.

      ******************************************************************
      *    Every proposal for one suspense item shares the leading
      *    suspense key, so they are read in the order they were
      *    made; at most one of them is pending.  A pending proposal
      *    found is left in the record area for the caller.
      ******************************************************************
       1200-FIND-PENDING-PROPOSAL.
           MOVE "N" TO WS-PENDING-SWITCH.
           MOVE "N" TO WS-WO-EOF-SWITCH.
           MOVE SUSP-KEY TO WO-SUSP-KEY.
           MOVE LOW-VALUES TO WO-PROPOSE-DATE.
           MOVE LOW-VALUES TO WO-PROPOSE-TIME.
           START WRITE-OFF-FILE KEY >= WO-KEY
               INVALID KEY
                   SET END-OF-WRITE-OFF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-WRITE-OFF-FILE OR WS-PENDING-FOUND
               READ WRITE-OFF-FILE NEXT RECORD
                   AT END
                       SET END-OF-WRITE-OFF-FILE TO TRUE
                   NOT AT END
                       IF WO-SUSP-KEY NOT = SUSP-KEY
                           SET END-OF-WRITE-OFF-FILE TO TRUE
                       ELSE
                           IF WO-STATUS-PENDING
                               SET WS-PENDING-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    The decider must give initials, and they must not be the
      *    proposer's - the whole point of the second action.
      ******************************************************************
       1300-ACCEPT-DECISION.
           DISPLAY "Proposed by " WO-PROPOSED-BY " on "
               WO-PROPOSE-DATE " reason " WO-REASON-CATEGORY.
           DISPLAY "Justification: " WO-JUSTIFICATION.
           DISPLAY "Your initials (up to 8 characters):".
           ACCEPT WS-OPERATOR-ENTERED.
           IF WS-OPERATOR-ENTERED = SPACES
               ADD 1 TO WS-COUNT-REFUSED
               DISPLAY "Initials are required - nothing decided"
           ELSE
               IF WS-OPERATOR-ENTERED = WO-PROPOSED-BY
                   ADD 1 TO WS-COUNT-REFUSED
                   MOVE "REFUSED - OWN PROPOSAL" TO WS-ACT-DISPOSITION
                   PERFORM 4500-WRITE-ACTION-LINE
                   DISPLAY "You proposed this write-off - another"
                       " supervisor must decide it"
               ELSE
                   IF WS-ACTION-APPROVE
                       PERFORM 3000-APPROVE-WRITE-OFF
                   ELSE
                       PERFORM 3500-DECLINE-WRITE-OFF
                   END-IF
               END-IF
           END-IF.

       2000-PROPOSE-WRITE-OFF.
           IF NOT SUSP-STATUS-OPEN
               DISPLAY "That item is not open - nothing to write off"
           ELSE
               IF WS-PENDING-FOUND
                   DISPLAY "A write-off is already pending for that"
                       " item, proposed by " WO-PROPOSED-BY
               ELSE
                   PERFORM 2100-ACCEPT-PROPOSAL
               END-IF
           END-IF.

       2100-ACCEPT-PROPOSAL.
           DISPLAY "Reason category (DF/NR/DP/OT):".
           ACCEPT WS-REASON-ENTERED.
           MOVE WS-REASON-ENTERED TO WO-REASON-CATEGORY.
           IF NOT WO-REASON-VALID
               DISPLAY "Reason must be DF, NR, DP or OT - nothing"
                   " proposed"
           ELSE
               DISPLAY "Justification (up to 60 characters):"
               ACCEPT WS-JUSTIFY-ENTERED
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               IF WS-OPERATOR-ENTERED = SPACES
                   OR WS-JUSTIFY-ENTERED = SPACES
                   DISPLAY "Initials and justification are required"
                       " - nothing proposed"
               ELSE
                   MOVE SUSP-KEY TO WO-SUSP-KEY
                   MOVE WS-RUN-DATE TO WO-PROPOSE-DATE
                   MOVE WS-RUN-TIME TO WO-PROPOSE-TIME
                   MOVE SUSP-DATA TO WO-SUSP-DATA
                   MOVE WS-REASON-ENTERED TO WO-REASON-CATEGORY
                   MOVE WS-JUSTIFY-ENTERED TO WO-JUSTIFICATION
                   MOVE WS-OPERATOR-ENTERED TO WO-PROPOSED-BY
                   SET WO-STATUS-PENDING TO TRUE
                   MOVE SPACES TO WO-DECIDED-BY
                   MOVE SPACES TO WO-DECIDE-DATE
                   MOVE SPACES TO WO-DECIDE-TIME
                   MOVE SPACES TO WO-DECISION-NOTE
                   WRITE WRITE-OFF-RECORD
                       INVALID KEY
                           DISPLAY "Proposal already on file for"
                               " this session - not added"
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-PROPOSED
                           MOVE "PROPOSED" TO WS-ACT-DISPOSITION
                           PERFORM 4500-WRITE-ACTION-LINE
                           PERFORM 4600-WRITE-PROPOSAL-DETAIL
                           DISPLAY "Write-off proposed - awaiting a"
                               " second supervisor"
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      *    Approval writes the item off and journals it.  The item
      *    must still be open: one corrected while the proposal sat
      *    pending is back in the totals and must not be written off
      *    as well - that proposal should be declined.
      ******************************************************************
       3000-APPROVE-WRITE-OFF.
           IF NOT SUSP-STATUS-OPEN
               ADD 1 TO WS-COUNT-REFUSED
               MOVE "REFUSED - NOT OPEN" TO WS-ACT-DISPOSITION
               PERFORM 4500-WRITE-ACTION-LINE
               DISPLAY "That item is no longer open - decline the"
                   " proposal instead"
           ELSE
               DISPLAY "Note on the decision (up to 40 characters):"
               ACCEPT WS-NOTE-ENTERED
               SET SUSP-STATUS-WRITTEN-OFF TO TRUE
               MOVE WS-RUN-DATE TO SUSP-CLOSED-DATE
               REWRITE SUSPENSE-RECORD
               SET WO-STATUS-APPROVED TO TRUE
               PERFORM 3900-STAMP-DECISION
               PERFORM 3800-WRITE-JOURNAL-LINE
               ADD 1 TO WS-COUNT-APPROVED
               MOVE "WRITTEN OFF" TO WS-ACT-DISPOSITION
               PERFORM 4500-WRITE-ACTION-LINE
               PERFORM 4600-WRITE-PROPOSAL-DETAIL
               PERFORM 4700-WRITE-DECISION-DETAIL
               DISPLAY "Item written off and journalled"
           END-IF.

       3500-DECLINE-WRITE-OFF.
           DISPLAY "Reason for declining (up to 40 characters):".
           ACCEPT WS-NOTE-ENTERED.
           SET WO-STATUS-DECLINED TO TRUE.
           PERFORM 3900-STAMP-DECISION.
           ADD 1 TO WS-COUNT-DECLINED.
           MOVE "DECLINED" TO WS-ACT-DISPOSITION.
           PERFORM 4500-WRITE-ACTION-LINE.
           PERFORM 4600-WRITE-PROPOSAL-DETAIL.
           PERFORM 4700-WRITE-DECISION-DETAIL.
           DISPLAY "Write-off declined - item stays open".

      ******************************************************************
      *    The journal for the day is opened on the first approval of
      *    the session and extended when an earlier session already
      *    wrote to it, so a quiet session leaves no empty journal.
      ******************************************************************
       3800-WRITE-JOURNAL-LINE.
           IF NOT WS-JOURNAL-IS-OPEN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               SET WS-JOURNAL-IS-OPEN TO TRUE
           END-IF.
           MOVE WO-SUSP-RUN-DATE TO WOJ-SUSP-RUN-DATE.
           MOVE WO-SUSP-RUN-TIME TO WOJ-SUSP-RUN-TIME.
           MOVE WO-SUSP-SEQ-NO TO WOJ-SUSP-SEQ-NO.
           MOVE WO-SUSP-DATA TO WOJ-SUSP-DATA.
           MOVE WO-REASON-CATEGORY TO WOJ-REASON-CATEGORY.
           MOVE WO-JUSTIFICATION TO WOJ-JUSTIFICATION.
           MOVE WO-PROPOSED-BY TO WOJ-PROPOSED-BY.
           MOVE WO-PROPOSE-DATE TO WOJ-PROPOSE-DATE.
           MOVE WO-PROPOSE-TIME TO WOJ-PROPOSE-TIME.
           MOVE WO-DECIDED-BY TO WOJ-APPROVED-BY.
           MOVE WO-DECIDE-DATE TO WOJ-APPROVE-DATE.
           MOVE WO-DECIDE-TIME TO WOJ-APPROVE-TIME.
           WRITE WO-JOURNAL-RECORD.

       3900-STAMP-DECISION.
           MOVE WS-OPERATOR-ENTERED TO WO-DECIDED-BY.
           MOVE WS-RUN-DATE TO WO-DECIDE-DATE.
           MOVE WS-RUN-TIME TO WO-DECIDE-TIME.
           MOVE WS-NOTE-ENTERED TO WO-DECISION-NOTE.
           REWRITE WRITE-OFF-RECORD.

       4500-WRITE-ACTION-LINE.
           MOVE WO-SUSP-RUN-DATE TO WS-ACT-RUN-DATE.
           MOVE WO-SUSP-RUN-TIME TO WS-ACT-RUN-TIME.
           MOVE WO-SUSP-SEQ-NO TO WS-ACT-SEQ-NO.
           MOVE WO-SUSP-DATA TO WS-ACT-VALUE.
           MOVE WO-REASON-CATEGORY TO WS-ACT-REASON.
           MOVE WS-ACTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4600-WRITE-PROPOSAL-DETAIL.
           MOVE "PROPOSED BY" TO WS-AUD-LABEL.
           MOVE WO-PROPOSED-BY TO WS-AUD-WHO.
           MOVE WO-PROPOSE-DATE TO WS-AUD-DATE.
           MOVE WO-PROPOSE-TIME TO WS-AUD-TIME.
           MOVE WS-AUDIT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JUSTIFICATION" TO WS-AUT-LABEL.
           MOVE WO-JUSTIFICATION TO WS-AUT-TEXT.
           MOVE WS-AUDIT-TEXT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4700-WRITE-DECISION-DETAIL.
           IF WO-STATUS-APPROVED
               MOVE "APPROVED BY" TO WS-AUD-LABEL
           ELSE
               MOVE "DECLINED BY" TO WS-AUD-LABEL
           END-IF.
           MOVE WO-DECIDED-BY TO WS-AUD-WHO.
           MOVE WO-DECIDE-DATE TO WS-AUD-DATE.
           MOVE WO-DECIDE-TIME TO WS-AUD-TIME.
           MOVE WS-AUDIT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOTE" TO WS-AUT-LABEL.
           MOVE WO-DECISION-NOTE TO WS-AUT-TEXT.
           MOVE WS-AUDIT-TEXT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-LIST-PENDING.
           MOVE 0 TO WS-COUNT-PENDING.
           MOVE "N" TO WS-WO-EOF-SWITCH.
           MOVE LOW-VALUES TO WO-KEY.
           START WRITE-OFF-FILE KEY >= WO-KEY
               INVALID KEY
                   SET END-OF-WRITE-OFF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-WRITE-OFF-FILE
               READ WRITE-OFF-FILE NEXT RECORD
                   AT END
                       SET END-OF-WRITE-OFF-FILE TO TRUE
                   NOT AT END
                       IF WO-STATUS-PENDING
                           ADD 1 TO WS-COUNT-PENDING
                           DISPLAY WO-SUSP-RUN-DATE " "
                               WO-SUSP-RUN-TIME " " WO-SUSP-SEQ-NO
                               " " WO-SUSP-DATA " " WO-REASON-CATEGORY
                               " BY " WO-PROPOSED-BY " ON "
                               WO-PROPOSE-DATE
                           DISPLAY "    " WO-JUSTIFICATION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Write-off proposals pending: " WS-COUNT-PENDING.

       6000-WRITE-SESSION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WRITE-OFFS PROPOSED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-PROPOSED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WRITE-OFFS APPROVED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-APPROVED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WRITE-OFFS DECLINED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-DECLINED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DECISIONS REFUSED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REFUSED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
