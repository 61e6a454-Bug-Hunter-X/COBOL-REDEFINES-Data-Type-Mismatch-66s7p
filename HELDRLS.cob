      ******************************************************************
      *    PROGRAM-ID: HELDRLS
      *    Operator disposition of the batches VALBATCH quarantined on
      *    the held-batch master HELDMAST (layout HELDREC.CPY), in the
      *    SUSPCORR prompt-and-apply style.  A batch that failed its
      *    trailer or named an unregistered or suspended source no
      *    longer stops the night's run; it waits here, header through
      *    trailer, for someone to decide what becomes of it.  A
      *    session loops on an action code:
      *       R - release a held batch for the next VALBATCH run.  The
      *           batch is copied onto HELDIN in its TRANSBAT envelope,
      *           either from the records parked on HELDMAST (the
      *           source has since been registered or reactivated, or
      *           the trailer turned out to be right after all) or
      *           from the corrected copy the source re-sent, staged
      *           on RESENT - the first batch there with the same
      *           source id and creation date is taken, header through
      *           trailer.  VALBATCH reads HELDIN straight after the
      *           night's transmission and treats the batch exactly as
      *           if it had arrived there; if it still cannot balance
      *           it is simply held again.
      *       D - drop a held batch.  It will never post: the reason is
      *           recorded on the held batch and the batch is marked
      *           dropped on BATMAST, so MISSFEED and anyone asking
      *           about the file later see what became of it.
      *       L - list every batch still held, with the reason.
      *    Release and drop ask for the batch's source id and creation
      *    date and the operator's initials, which are stamped on the
      *    held batch with the date and time of the decision; without
      *    initials the batch is left held.  Every decision is written
      *    to the disposition report HELDRPT with session totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDRLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-BATCH-FILE ASSIGN TO "HELDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELDMAST-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "HELDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT RESENT-FILE ASSIGN TO "RESENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESENT-STATUS.

           SELECT BATCH-MASTER-FILE ASSIGN TO "BATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BATMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HELDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-BATCH-FILE.
       COPY HELDREC.

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       COPY TRANSBAT REPLACING ==BATCH-RECORD==
                            BY ==RELEASE-RECORD==
                       LEADING ==BAT== BY ==REL==.

       FD  RESENT-FILE
           RECORDING MODE IS F.
       COPY TRANSBAT REPLACING ==BATCH-RECORD==
                            BY ==RESENT-RECORD==
                       LEADING ==BAT== BY ==RSN==.

       FD  BATCH-MASTER-FILE.
       COPY BATREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-HELDMAST-STATUS      PIC X(2).
       01  WS-RELEASE-STATUS       PIC X(2).
       01  WS-RESENT-STATUS        PIC X(2).
       01  WS-BATMAST-STATUS       PIC X(2).
       01  WS-BATMAST-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-BATMAST-AVAILABLE         VALUE "Y".
       01  WS-MORE-ACTIONS         PIC X(1)  VALUE "Y".
           88  WS-DONE-REVIEWING            VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-RELEASE            VALUE "R".
           88  WS-ACTION-DROP               VALUE "D".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-RELEASE-FROM         PIC X(1).
           88  WS-FROM-HELD-RECORDS         VALUE "H".
           88  WS-FROM-RESENT-FILE          VALUE "S".
       01  WS-SOURCE-ENTERED       PIC X(3).
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-NOTE-ENTERED         PIC X(40).
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-HELD-EOF-SWITCH      PIC X(1).
           88  END-OF-HELD-MASTER           VALUE "Y".
       01  WS-RESENT-EOF-SWITCH    PIC X(1).
           88  END-OF-RESENT-FILE           VALUE "Y".
       01  WS-COPY-SWITCH          PIC X(1).
           88  WS-COPYING-BATCH             VALUE "Y".
           88  WS-COPY-FINISHED             VALUE "F".
       01  WS-IMAGE-SEQ            PIC 9(8).
       01  WS-RECORD-COUNT         PIC 9(8).
       01  WS-RECORDS-COPIED       PIC 9(8).
       01  WS-SAVED-CONTROL        PIC X(140).
       01  WS-COUNT-RELEASED       PIC 9(10) VALUE 0.
       01  WS-COUNT-DROPPED        PIC 9(10) VALUE 0.
       01  WS-COUNT-STILL-HELD     PIC 9(10) VALUE 0.

       01  WS-DISPOSITION-LINE.
           05  WS-DSP-SOURCE-ID     PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-CREATE-DATE   PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DSP-OPERATOR      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DSP-DISPOSITION   PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD BATCH DISPOSITION REPORT - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O HELD-BATCH-FILE.
           IF WS-HELDMAST-STATUS NOT = "00"
               DISPLAY "No held-batch master on file - nothing to"
                   " review"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO HELD-BATCH MASTER ON FILE - NOTHING TO REVIEW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE HELD-BATCH-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN I-O BATCH-MASTER-FILE.
           IF WS-BATMAST-STATUS = "00"
               SET WS-BATMAST-AVAILABLE TO TRUE
           ELSE
               CLOSE BATCH-MASTER-FILE
           END-IF.

           OPEN EXTEND RELEASE-FILE.
           IF WS-RELEASE-STATUS NOT = "00"
               OPEN OUTPUT RELEASE-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-REVIEWING
               PERFORM 1000-APPLY-ONE-ACTION
               DISPLAY "Another held-batch action? (Y/N)"
               ACCEPT WS-MORE-ACTIONS
           END-PERFORM.

           PERFORM 5000-WRITE-SESSION-TOTALS.
           CLOSE HELD-BATCH-FILE.
           IF WS-BATMAST-AVAILABLE
               CLOSE BATCH-MASTER-FILE
           END-IF.
           CLOSE RELEASE-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-APPLY-ONE-ACTION.
           DISPLAY "Release, Drop or List held batches? (R/D/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-LIST
               PERFORM 4000-LIST-HELD-BATCHES
           ELSE
               IF WS-ACTION-RELEASE OR WS-ACTION-DROP
                   PERFORM 1100-READ-ONE-HELD-BATCH
                   IF WS-RECORD-FOUND
                       IF HB-STATUS-HELD
                           IF WS-ACTION-RELEASE
                               PERFORM 2000-RELEASE-HELD-BATCH
                           ELSE
                               PERFORM 3000-DROP-HELD-BATCH
                           END-IF
                       ELSE
                           DISPLAY "That batch is not held - it was"
                               " already released or dropped"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Enter R, D or L"
               END-IF
           END-IF.

       1100-READ-ONE-HELD-BATCH.
           DISPLAY "Source id of held batch:".
           ACCEPT WS-SOURCE-ENTERED.
           DISPLAY "Batch creation date (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           MOVE WS-SOURCE-ENTERED TO HB-SOURCE-ID.
           MOVE WS-DATE-ENTERED TO HB-CREATE-DATE.
           MOVE 0 TO HB-REC-SEQ.
           MOVE "N" TO WS-READ-STATUS.
           READ HELD-BATCH-FILE
               INVALID KEY
                   DISPLAY "No held batch on file for that source and"
                       " creation date"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
                   DISPLAY "Held " HB-HELD-RUN-DATE " - "
                       HB-HOLD-REASON
                   DISPLAY "Records parked " HB-RECORD-COUNT
                       " details " HB-DETAIL-COUNT
           END-READ.

      ******************************************************************
      *    Release: copy the batch onto HELDIN, then mark the held
      *    batch released.  The control record is saved across the
      *    copy, since reading the parked images reuses the record
      *    area.  A re-sent copy that cannot be found on RESENT leaves
      *    the batch held - nothing is written for a batch that is not
      *    there.
      ******************************************************************
       2000-RELEASE-HELD-BATCH.
           DISPLAY "Re-feed the Held records or the re-Sent copy on"
               " RESENT? (H/S)".
           ACCEPT WS-RELEASE-FROM.
           IF WS-FROM-HELD-RECORDS OR WS-FROM-RESENT-FILE
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               IF WS-OPERATOR-ENTERED = SPACES
                   DISPLAY "Initials are required - batch left held"
               ELSE
                   MOVE HB-REC-BODY TO WS-SAVED-CONTROL
                   MOVE HB-RECORD-COUNT TO WS-RECORD-COUNT
                   MOVE 0 TO WS-RECORDS-COPIED
                   IF WS-FROM-HELD-RECORDS
                       PERFORM 2100-COPY-HELD-RECORDS
                       MOVE "RELEASED FROM HELD RECORDS"
                           TO WS-NOTE-ENTERED
                   ELSE
                       PERFORM 2200-COPY-RESENT-BATCH
                       MOVE "RELEASED FROM RE-SENT COPY"
                           TO WS-NOTE-ENTERED
                   END-IF
                   IF WS-RECORDS-COPIED = 0
                       DISPLAY "Batch not found on RESENT - it stays"
                           " held"
                   ELSE
                       PERFORM 2500-RESTORE-CONTROL-RECORD
                       SET HB-STATUS-RELEASED TO TRUE
                       PERFORM 2600-STAMP-DISPOSITION
                       ADD 1 TO WS-COUNT-RELEASED
                       DISPLAY "Batch released - " WS-RECORDS-COPIED
                           " records queued for the next run"
                   END-IF
               END-IF
           ELSE
               DISPLAY "Enter H or S - batch left held"
           END-IF.

       2100-COPY-HELD-RECORDS.
           PERFORM VARYING WS-IMAGE-SEQ FROM 1 BY 1
                   UNTIL WS-IMAGE-SEQ > WS-RECORD-COUNT
               MOVE WS-SOURCE-ENTERED TO HB-SOURCE-ID
               MOVE WS-DATE-ENTERED TO HB-CREATE-DATE
               MOVE WS-IMAGE-SEQ TO HB-REC-SEQ
               READ HELD-BATCH-FILE
                   INVALID KEY
                       DISPLAY "Held record " WS-IMAGE-SEQ
                           " missing from HELDMAST"
                   NOT INVALID KEY
                       MOVE HB-IMAGE TO RELEASE-RECORD
                       WRITE RELEASE-RECORD
                       ADD 1 TO WS-RECORDS-COPIED
               END-READ
           END-PERFORM.

      ******************************************************************
      *    The re-sent copy is taken from the first header on RESENT
      *    naming this source and creation date, through its trailer -
      *    or up to the next header or end of file, if the source sent
      *    it without one (VALBATCH will hold it again for that).
      ******************************************************************
       2200-COPY-RESENT-BATCH.
           MOVE "N" TO WS-RESENT-EOF-SWITCH.
           MOVE "N" TO WS-COPY-SWITCH.
           OPEN INPUT RESENT-FILE.
           IF WS-RESENT-STATUS = "00"
               PERFORM UNTIL END-OF-RESENT-FILE OR WS-COPY-FINISHED
                   READ RESENT-FILE
                       AT END
                           SET END-OF-RESENT-FILE TO TRUE
                       NOT AT END
                           PERFORM 2300-CONSIDER-RESENT-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESENT-FILE.

       2300-CONSIDER-RESENT-RECORD.
           IF RSN-REC-HEADER
               IF WS-COPYING-BATCH
                   SET WS-COPY-FINISHED TO TRUE
               ELSE
                   IF RSN-HDR-SOURCE-ID = WS-SOURCE-ENTERED
                           AND RSN-HDR-CREATE-DATE = WS-DATE-ENTERED
                       SET WS-COPYING-BATCH TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-COPYING-BATCH
               MOVE RESENT-RECORD TO RELEASE-RECORD
               WRITE RELEASE-RECORD
               ADD 1 TO WS-RECORDS-COPIED
               IF RSN-REC-TRAILER
                   SET WS-COPY-FINISHED TO TRUE
               END-IF
           END-IF.

       2500-RESTORE-CONTROL-RECORD.
           MOVE WS-SOURCE-ENTERED TO HB-SOURCE-ID.
           MOVE WS-DATE-ENTERED TO HB-CREATE-DATE.
           MOVE 0 TO HB-REC-SEQ.
           MOVE WS-SAVED-CONTROL TO HB-REC-BODY.

       2600-STAMP-DISPOSITION.
           MOVE WS-OPERATOR-ENTERED TO HB-ACTION-BY.
           MOVE WS-RUN-DATE TO HB-ACTION-DATE.
           MOVE WS-RUN-TIME TO HB-ACTION-TIME.
           MOVE WS-NOTE-ENTERED TO HB-ACTION-NOTE.
           REWRITE HELD-BATCH-RECORD.
           MOVE WS-NOTE-ENTERED TO WS-DSP-DISPOSITION.
           PERFORM 4500-WRITE-DISPOSITION-LINE.

      ******************************************************************
      *    Drop: the batch will never post.  The operator's reason is
      *    recorded on the held batch and BATMAST is marked dropped,
      *    so the batch's last word is a decision, not a hold.
      ******************************************************************
       3000-DROP-HELD-BATCH.
           DISPLAY "Reason for dropping the batch (40 characters):".
           ACCEPT WS-NOTE-ENTERED.
           IF WS-NOTE-ENTERED = SPACES
               DISPLAY "A reason is required - batch left held"
           ELSE
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               IF WS-OPERATOR-ENTERED = SPACES
                   DISPLAY "Initials are required - batch left held"
               ELSE
                   SET HB-STATUS-DROPPED TO TRUE
                   PERFORM 2600-STAMP-DISPOSITION
                   PERFORM 3100-MARK-BATCH-DROPPED
                   ADD 1 TO WS-COUNT-DROPPED
                   DISPLAY "Batch dropped"
               END-IF
           END-IF.

       3100-MARK-BATCH-DROPPED.
           IF WS-BATMAST-AVAILABLE
               MOVE WS-SOURCE-ENTERED TO BM-SOURCE-ID
               MOVE WS-DATE-ENTERED TO BM-CREATE-DATE
               READ BATCH-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BM-STATUS-HELD
                           SET BM-STATUS-DROPPED TO TRUE
                           REWRITE BATCH-MASTER-RECORD
                       END-IF
               END-READ
           END-IF.

       4000-LIST-HELD-BATCHES.
           MOVE 0 TO WS-COUNT-STILL-HELD.
           MOVE "N" TO WS-HELD-EOF-SWITCH.
           MOVE LOW-VALUES TO HB-KEY.
           START HELD-BATCH-FILE KEY >= HB-KEY
               INVALID KEY
                   SET END-OF-HELD-MASTER TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HELD-MASTER
               READ HELD-BATCH-FILE NEXT RECORD
                   AT END
                       SET END-OF-HELD-MASTER TO TRUE
                   NOT AT END
                       IF HB-REC-SEQ = 0 AND HB-STATUS-HELD
                           ADD 1 TO WS-COUNT-STILL-HELD
                           DISPLAY HB-SOURCE-ID " " HB-CREATE-DATE
                               " HELD " HB-HELD-RUN-DATE " "
                               HB-HOLD-REASON
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Batches still held: " WS-COUNT-STILL-HELD.

       4500-WRITE-DISPOSITION-LINE.
           MOVE WS-SOURCE-ENTERED TO WS-DSP-SOURCE-ID.
           MOVE WS-DATE-ENTERED TO WS-DSP-CREATE-DATE.
           MOVE WS-OPERATOR-ENTERED TO WS-DSP-OPERATOR.
           MOVE WS-DISPOSITION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-WRITE-SESSION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BATCHES RELEASED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-RELEASED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BATCHES DROPPED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-DROPPED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
