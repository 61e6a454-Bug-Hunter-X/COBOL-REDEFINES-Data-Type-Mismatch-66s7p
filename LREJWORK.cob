      ******************************************************************
      *    PROGRAM-ID: LREJWORK
      *    Operator worklist for the items the ledger refused to post,
      *    in the DUPREVW review style.  LEDGCONF parks every item
      *    reject from the ledger's return confirmation on the
      *    ledger-reject master LEDGREJ (layout LRJREC.CPY) as open,
      *    keyed by posting date and the item's position in that
      *    day's posting file.  A session loops on an action code:
      *       Q - re-queue an item.  A count value or a money
      *           amount goes back on RESUBMIT-FILE with the release
      *           marker - it was accepted once already and is on the
      *           duplicate-history master, so without the marker it
      *           would just be diverted - and reaches the ledger
      *           again on the posting file after the next VALBATCH
      *           run (the resubmit pass nets a signed amount into
      *           the money totals).  It carries the source id and
      *           creation date its detail on the posting file we sent
      *           was stamped with, so BATTRACE still ties it to its
      *           batch.  A prior-period adjustment is
      *           found from its detail on the posting file we sent
      *           and put back to pending on the adjustment master
      *           ADJMAST (ADJREC.CPY), so the next LEDGPOST sends it
      *           again; one that cannot be found is resolved instead.
      *       R - resolve an item settled some other way - posted by
      *           hand at the ledger, or agreed never to post - with a
      *           note saying which
      *       L - list every item still open, with the ledger's reason
      *    Re-queue and resolve ask for the posting date, the item's
      *    position and the operator's initials, which are stamped on
      *    the item with the date; nothing is done without initials.
      *    Every decision is written to the disposition report
      *    LREJRPT with session totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LREJWORK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-REJECT-FILE ASSIGN TO "LEDGREJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRJ-KEY
               FILE STATUS IS WS-LEDGREJ-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT POSTING-FILE ASSIGN TO WS-POST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-ADJMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LREJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-REJECT-FILE.
       COPY LRJREC.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       COPY RSBREC.

       FD  POSTING-FILE
           RECORDING MODE IS F.
       COPY POSTREC.

       FD  ADJUSTMENT-FILE.
       COPY ADJREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-LEDGREJ-STATUS       PIC X(2).
       01  WS-RESUBMIT-STATUS      PIC X(2).
       01  WS-POST-STATUS          PIC X(2).
       01  WS-ADJMAST-STATUS       PIC X(2).
       01  WS-POST-FILE-NAME.
           05  FILLER              PIC X(4)  VALUE "POST".
           05  WS-POST-NAME-DATE   PIC X(8).
       01  WS-POST-EOF-SWITCH      PIC X(1).
           88  END-OF-POSTING-FILE          VALUE "Y".
       01  WS-ADJ-EOF-SWITCH       PIC X(1).
           88  END-OF-ADJUSTMENT-FILE       VALUE "Y".
       01  WS-ADJ-FOUND-SWITCH     PIC X(1).
           88  WS-ADJ-FOUND                 VALUE "Y".
       01  WS-SENT-DETAIL-SEQ      PIC 9(10).
      *    The batch identity and type of the detail as it was sent.
       01  WS-SENT-SOURCE-ID       PIC X(3).
       01  WS-SENT-CREATE-DATE     PIC X(8).
       01  WS-SENT-REC-TYPE        PIC X(1).
           88  WS-SENT-ADJUSTMENT           VALUE "P".
       01  WS-MORE-ACTIONS         PIC X(1)  VALUE "Y".
           88  WS-DONE-WORKING              VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-REQUEUE            VALUE "Q".
           88  WS-ACTION-RESOLVE            VALUE "R".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-SEQ-ENTERED          PIC 9(10).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-NOTE-ENTERED         PIC X(40).
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-LRJ-EOF-SWITCH       PIC X(1).
           88  END-OF-LEDGER-REJECTS        VALUE "Y".
       01  WS-COUNT-REQUEUED       PIC 9(10) VALUE 0.
       01  WS-COUNT-RESOLVED       PIC 9(10) VALUE 0.
       01  WS-COUNT-STILL-OPEN     PIC 9(10) VALUE 0.

       01  WS-DISPOSITION-LINE.
           05  WS-DSP-POST-DATE     PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DSP-DETAIL-SEQ    PIC 9(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DSP-DATA          PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DSP-OPERATOR      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DSP-DISPOSITION   PIC X(35).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER REJECT DISPOSITION REPORT - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O LEDGER-REJECT-FILE.
           IF WS-LEDGREJ-STATUS NOT = "00"
               DISPLAY "No ledger-reject master on file - nothing to"
                   " work"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO LEDGER-REJECT MASTER ON FILE - NOTHING TO WORK"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE LEDGER-REJECT-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS NOT = "00"
               OPEN OUTPUT RESUBMIT-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-WORKING
               PERFORM 1000-WORK-ONE-ACTION
               DISPLAY "Another ledger-reject action? (Y/N)"
               ACCEPT WS-MORE-ACTIONS
           END-PERFORM.

           PERFORM 5000-WRITE-SESSION-TOTALS.
           CLOSE LEDGER-REJECT-FILE.
           CLOSE RESUBMIT-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-WORK-ONE-ACTION.
           DISPLAY "reQueue, Resolve or List open ledger rejects?"
               " (Q/R/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-LIST
               PERFORM 4000-LIST-OPEN-REJECTS
           ELSE
               IF WS-ACTION-REQUEUE OR WS-ACTION-RESOLVE
                   PERFORM 1100-READ-ONE-REJECT
                   IF WS-RECORD-FOUND
                       IF LRJ-STATUS-OPEN
                           IF WS-ACTION-REQUEUE
                               PERFORM 2000-REQUEUE-REJECT
                           ELSE
                               PERFORM 3000-RESOLVE-REJECT
                           END-IF
                       ELSE
                           DISPLAY "That item is already worked -"
                               " leaving it as it stands"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Enter Q, R or L"
               END-IF
           END-IF.

       1100-READ-ONE-REJECT.
           DISPLAY "Posting date (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           DISPLAY "Item position in the posting file:".
           ACCEPT WS-SEQ-ENTERED.
           MOVE WS-DATE-ENTERED TO LRJ-POST-DATE.
           MOVE WS-SEQ-ENTERED TO LRJ-DETAIL-SEQ.
           MOVE "N" TO WS-READ-STATUS.
           READ LEDGER-REJECT-FILE
               INVALID KEY
                   DISPLAY "No ledger reject on file for that key"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
                   DISPLAY "Type " LRJ-ITEM-TYPE " " LRJ-DC-IND
                       " value " LRJ-DATA " - " LRJ-REASON-CODE " "
                       LRJ-REASON-TEXT
           END-READ.

      ******************************************************************
      *    A count value or money amount goes back through the
      *    resubmit pass with the release marker, because the
      *    duplicate screen is certain to hit on a value the ledger
      *    already saw once; the resubmit pass tells the two apart by
      *    their byte shapes.  A prior-period adjustment is not a
      *    value at all and is re-queued on the adjustment master.
      ******************************************************************
       2000-REQUEUE-REJECT.
           DISPLAY "Your initials (up to 8 characters):".
           ACCEPT WS-OPERATOR-ENTERED.
           IF WS-OPERATOR-ENTERED = SPACES
               DISPLAY "Initials are required - item left open"
           ELSE
               IF LRJ-ITEM-COUNT OR LRJ-ITEM-AMOUNT
                   PERFORM 2200-FIND-SENT-DETAIL
                   MOVE LRJ-DATA TO RSB-DATA
                   MOVE "Y" TO RSB-RELEASE-FLAG
                   MOVE WS-SENT-SOURCE-ID TO RSB-SOURCE-ID
                   MOVE WS-SENT-CREATE-DATE TO RSB-CREATE-DATE
                   WRITE RESUBMIT-RECORD
                   SET LRJ-STATUS-REQUEUED TO TRUE
                   MOVE "RE-QUEUED ON RESUBMIT" TO WS-NOTE-ENTERED
                   PERFORM 2500-STAMP-ACTION
                   ADD 1 TO WS-COUNT-REQUEUED
                   DISPLAY "Value re-queued - it posts after the next"
                       " run"
               ELSE
                   IF LRJ-ITEM-ADJUSTMENT
                       PERFORM 2100-REQUEUE-ADJUSTMENT
                   ELSE
                       DISPLAY "Item type " LRJ-ITEM-TYPE
                           " cannot be re-queued - resolve it instead"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    The reject names the adjustment only by its position in the
      *    posting file, so the detail there gives the batch, and the
      *    adjustment master record for that batch that was sent on
      *    this posting date goes back to pending - LEDGPOST puts
      *    every pending adjustment on its next posting file.
      ******************************************************************
       2100-REQUEUE-ADJUSTMENT.
           PERFORM 2200-FIND-SENT-DETAIL.
           MOVE "N" TO WS-ADJ-FOUND-SWITCH.
           IF WS-SENT-ADJUSTMENT
               OPEN I-O ADJUSTMENT-FILE
               IF WS-ADJMAST-STATUS = "00"
                   MOVE "N" TO WS-ADJ-EOF-SWITCH
                   MOVE LOW-VALUES TO ADJ-KEY
                   MOVE WS-SENT-SOURCE-ID TO ADJ-SOURCE-ID
                   MOVE WS-SENT-CREATE-DATE TO ADJ-CREATE-DATE
                   START ADJUSTMENT-FILE KEY >= ADJ-KEY
                       INVALID KEY
                           SET END-OF-ADJUSTMENT-FILE TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-ADJUSTMENT-FILE
                           OR WS-ADJ-FOUND
                       READ ADJUSTMENT-FILE NEXT RECORD
                           AT END
                               SET END-OF-ADJUSTMENT-FILE TO TRUE
                           NOT AT END
                               IF ADJ-SOURCE-ID NOT = WS-SENT-SOURCE-ID
                                       OR ADJ-CREATE-DATE
                                           NOT = WS-SENT-CREATE-DATE
                                   SET END-OF-ADJUSTMENT-FILE TO TRUE
                               ELSE
                                   IF ADJ-STATUS-POSTED
                                           AND ADJ-POST-DATE
                                               = LRJ-POST-DATE
                                       SET WS-ADJ-FOUND TO TRUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-ADJ-FOUND
                       SET ADJ-STATUS-PENDING TO TRUE
                       MOVE SPACES TO ADJ-POST-DATE
                       REWRITE ADJUSTMENT-RECORD
                   END-IF
               END-IF
               CLOSE ADJUSTMENT-FILE
           END-IF.
           IF WS-ADJ-FOUND
               SET LRJ-STATUS-REQUEUED TO TRUE
               MOVE "ADJUSTMENT BACK TO PENDING" TO WS-NOTE-ENTERED
               PERFORM 2500-STAMP-ACTION
               ADD 1 TO WS-COUNT-REQUEUED
               DISPLAY "Adjustment " WS-SENT-SOURCE-ID " "
                   WS-SENT-CREATE-DATE " pending - it posts on the next"
                   " posting file"
           ELSE
               DISPLAY "No adjustment sent on " LRJ-POST-DATE
                   " found for that item - resolve it instead"
           END-IF.

      ******************************************************************
      *    Details are counted from the top of the posting file the
      *    way the ledger numbers them.  The detail there gives the
      *    batch the item came from, so a re-queued value keeps its
      *    identity on RESUBMIT-FILE and stays traceable to its batch;
      *    with the posting file gone it goes back without one.
      ******************************************************************
       2200-FIND-SENT-DETAIL.
           MOVE SPACES TO WS-SENT-SOURCE-ID.
           MOVE SPACES TO WS-SENT-CREATE-DATE.
           MOVE SPACES TO WS-SENT-REC-TYPE.
           MOVE 0 TO WS-SENT-DETAIL-SEQ.
           MOVE LRJ-POST-DATE TO WS-POST-NAME-DATE.
           MOVE "N" TO WS-POST-EOF-SWITCH.
           OPEN INPUT POSTING-FILE.
           IF WS-POST-STATUS = "00"
               PERFORM UNTIL END-OF-POSTING-FILE
                   READ POSTING-FILE
                       AT END
                           SET END-OF-POSTING-FILE TO TRUE
                       NOT AT END
                           IF NOT POST-REC-HEADER
                                   AND NOT POST-REC-TRAILER
                               ADD 1 TO WS-SENT-DETAIL-SEQ
                           END-IF
                           IF WS-SENT-DETAIL-SEQ = LRJ-DETAIL-SEQ
                               SET END-OF-POSTING-FILE TO TRUE
                               PERFORM 2300-TAKE-SENT-IDENTITY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY WS-POST-FILE-NAME " is not on disk"
           END-IF.
           CLOSE POSTING-FILE.

       2300-TAKE-SENT-IDENTITY.
           MOVE POST-REC-TYPE TO WS-SENT-REC-TYPE.
           IF POST-REC-DETAIL
               MOVE POST-DET-SOURCE-ID TO WS-SENT-SOURCE-ID
               MOVE POST-DET-CREATE-DATE TO WS-SENT-CREATE-DATE
           ELSE
               IF POST-REC-AMOUNT
                   MOVE POST-AMT-SOURCE-ID TO WS-SENT-SOURCE-ID
                   MOVE POST-AMT-CREATE-DATE TO WS-SENT-CREATE-DATE
               ELSE
                   IF POST-REC-ADJUSTMENT
                       MOVE POST-ADJ-SOURCE-ID TO WS-SENT-SOURCE-ID
                       MOVE POST-ADJ-CREATE-DATE
                           TO WS-SENT-CREATE-DATE
                   END-IF
               END-IF
           END-IF.

       2500-STAMP-ACTION.
           MOVE WS-OPERATOR-ENTERED TO LRJ-ACTION-BY.
           MOVE WS-RUN-DATE TO LRJ-ACTION-DATE.
           MOVE WS-NOTE-ENTERED TO LRJ-ACTION-NOTE.
           REWRITE LEDGER-REJECT-RECORD.
           MOVE WS-NOTE-ENTERED TO WS-DSP-DISPOSITION.
           PERFORM 4500-WRITE-DISPOSITION-LINE.

       3000-RESOLVE-REJECT.
           DISPLAY "How was it settled? (40 characters):".
           ACCEPT WS-NOTE-ENTERED.
           IF WS-NOTE-ENTERED = SPACES
               DISPLAY "A note is required - item left open"
           ELSE
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               IF WS-OPERATOR-ENTERED = SPACES
                   DISPLAY "Initials are required - item left open"
               ELSE
                   SET LRJ-STATUS-RESOLVED TO TRUE
                   PERFORM 2500-STAMP-ACTION
                   ADD 1 TO WS-COUNT-RESOLVED
                   DISPLAY "Item resolved"
               END-IF
           END-IF.

       4000-LIST-OPEN-REJECTS.
           MOVE 0 TO WS-COUNT-STILL-OPEN.
           MOVE "N" TO WS-LRJ-EOF-SWITCH.
           MOVE LOW-VALUES TO LRJ-KEY.
           START LEDGER-REJECT-FILE KEY >= LRJ-KEY
               INVALID KEY
                   SET END-OF-LEDGER-REJECTS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-LEDGER-REJECTS
               READ LEDGER-REJECT-FILE NEXT RECORD
                   AT END
                       SET END-OF-LEDGER-REJECTS TO TRUE
                   NOT AT END
                       IF LRJ-STATUS-OPEN
                           ADD 1 TO WS-COUNT-STILL-OPEN
                           DISPLAY LRJ-POST-DATE " " LRJ-DETAIL-SEQ
                               " " LRJ-ITEM-TYPE LRJ-DC-IND " "
                               LRJ-DATA " " LRJ-REASON-CODE " "
                               LRJ-REASON-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Ledger rejects still open: " WS-COUNT-STILL-OPEN.

       4500-WRITE-DISPOSITION-LINE.
           MOVE LRJ-POST-DATE TO WS-DSP-POST-DATE.
           MOVE LRJ-DETAIL-SEQ TO WS-DSP-DETAIL-SEQ.
           MOVE LRJ-DATA TO WS-DSP-DATA.
           MOVE WS-OPERATOR-ENTERED TO WS-DSP-OPERATOR.
           MOVE WS-DISPOSITION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-WRITE-SESSION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS RE-QUEUED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REQUEUED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS RESOLVED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-RESOLVED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
