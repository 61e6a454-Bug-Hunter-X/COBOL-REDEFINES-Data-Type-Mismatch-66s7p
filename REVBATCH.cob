      *        cannot be backed out twice;
      *      - appends an audit record (REVAUDIT, layout REVAREC.CPY)
      *        carrying everything that was taken back out.
      *    A batch accepted in a month PERCLOSE has closed (period
      *    master PERMAST, PERREC.CPY) is not backed out of that
      *    month: its RUNHIST and BATMAST records stay exactly as they
      *    were certified.  The recall is booked instead into the
      *    month this job runs in, as a prior-period adjustment on
      *    ADJMAST (ADJREC.CPY) with its own audit record (kind A),
      *    and LEDGPOST carries it to the ledger as an adjustment
      *    detail on the next posting file.  The adjustment master
      *    also refuses a second recall of the same batch.
      *    Every request's disposition is listed on REVRPT with
      *    session totals.  A refused request sets RETURN-CODE 8 so
      *    the job stream notices without stopping the accepted
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PERMAST-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-ADJMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "REVAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  PERIOD-FILE.
       COPY PERREC.

       FD  ADJUSTMENT-FILE.
       COPY ADJREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY REVAREC.
       01  WS-BATMAST-STATUS       PIC X(2).
       01  WS-RUNHIST-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-PERMAST-STATUS       PIC X(2).
       01  WS-ADJMAST-STATUS       PIC X(2).
       01  WS-PERMAST-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-PERMAST-IS-OPEN           VALUE "Y".
       01  WS-ADJMAST-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-ADJMAST-IS-OPEN           VALUE "Y".
       01  WS-PERIOD-FILES-SWITCH  PIC X(1)  VALUE "Y".
           88  WS-PERIOD-FILES-OK           VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC X(6).
       01  WS-CURRENT-CLOSED-SWITCH PIC X(1) VALUE "N".
           88  WS-CURRENT-PERIOD-CLOSED     VALUE "Y".
       01  WS-PERIOD-CLOSED-SWITCH PIC X(1)  VALUE "N".
           88  WS-PERIOD-IS-CLOSED          VALUE "Y".
       01  WS-ADJ-READ-STATUS      PIC X(1)  VALUE "N".
           88  WS-ADJUSTMENT-FOUND          VALUE "Y".
       01  WS-AUDIT-KIND           PIC X(1).
       01  WS-AUDIT-PERIOD         PIC X(6).
       01  WS-REQ-EOF-SWITCH       PIC X(1)  VALUE "N".
           88  END-OF-REQUEST-FILE          VALUE "Y".
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
       01  WS-COUNT-REQUESTS       PIC 9(10) VALUE 0.
       01  WS-COUNT-REVERSED       PIC 9(10) VALUE 0.
       01  WS-COUNT-REFUSED        PIC 9(10) VALUE 0.
       01  WS-COUNT-ADJUSTED       PIC 9(10) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE-ID     PIC X(3).
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH REVERSAL REPORT - RUN DATE " WS-RUN-DATE
               IF WS-BATMAST-STATUS = "00"
                   OPEN I-O RUN-HISTORY-FILE
                   IF WS-RUNHIST-STATUS = "00"
                       PERFORM 0500-OPEN-PERIOD-FILES
                       IF WS-PERIOD-FILES-OK
                           PERFORM 0600-PROCESS-REQUESTS
                       ELSE
                           DISPLAY "REVBATCH: period or adjustment"
                               " master open failed - status "
                               WS-PERMAST-STATUS " " WS-ADJMAST-STATUS
                           MOVE SPACES TO REPORT-LINE
                           STRING "PERIOD OR ADJUSTMENT MASTER OPEN"
                               " FAILED - NOTHING REVERSED"
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                       PERFORM 0700-CLOSE-PERIOD-FILES
                   ELSE
      *    The backout target itself is missing or unusable (master
      *    mislaid, still in the pre-money-figures layout) - refuse
           END-IF.
           STOP RUN.

      ******************************************************************
      *    No period master yet means no month has ever been closed,
      *    and everything is backed out as before.  One that is there
      *    but will not open refuses the whole job - without it there
      *    is no telling which months are frozen.  The adjustment
      *    master is created on a first-ever run.
      ******************************************************************
       0500-OPEN-PERIOD-FILES.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERMAST-STATUS = "00"
               SET WS-PERMAST-IS-OPEN TO TRUE
               MOVE WS-CURRENT-PERIOD TO PER-PERIOD
               MOVE SPACES TO PER-SOURCE-ID
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-STATUS-CLOSED
                           SET WS-CURRENT-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           ELSE
               IF WS-PERMAST-STATUS NOT = "35"
                   MOVE "N" TO WS-PERIOD-FILES-SWITCH
               END-IF
           END-IF.
           OPEN I-O ADJUSTMENT-FILE.
           IF WS-ADJMAST-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN I-O ADJUSTMENT-FILE
           END-IF.
           IF WS-ADJMAST-STATUS = "00"
               SET WS-ADJMAST-IS-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-PERIOD-FILES-SWITCH
           END-IF.

       0600-PROCESS-REQUESTS.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL END-OF-REQUEST-FILE
               READ REVERSAL-REQUEST-FILE
                   AT END
                       SET END-OF-REQUEST-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-REQUESTS
                       PERFORM 1000-PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       0700-CLOSE-PERIOD-FILES.
           IF WS-PERMAST-IS-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-ADJMAST-IS-OPEN
               CLOSE ADJUSTMENT-FILE
           END-IF.

       1000-PROCESS-ONE-REQUEST.
           MOVE REV-SOURCE-ID TO WS-DTL-SOURCE-ID.
           MOVE REV-CREATE-DATE TO WS-DTL-CREATE-DATE.
           IF REV-DETAIL-COUNT = BM-DETAIL-COUNT
                   AND REV-TOTAL = BM-TOTAL
                   AND REV-MONEY-NET = BM-MONEY-NET
               PERFORM 2500-FIND-ADJUSTMENT
               IF WS-ADJUSTMENT-FOUND
                   PERFORM 1900-REFUSE-REQUEST
                   MOVE "ALREADY ADJUSTED IN A LATER PERIOD"
                       TO WS-DTL-DISPOSITION
                   PERFORM 4000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 2600-CHECK-PERIOD-CLOSED
                   IF WS-PERIOD-IS-CLOSED
                       PERFORM 3200-BOOK-ADJUSTMENT
                   ELSE
                       PERFORM 3000-BACK-OUT-BATCH
                   END-IF
               END-IF
           ELSE
               PERFORM 1900-REFUSE-REQUEST
               MOVE "FIGURES DO NOT MATCH - NOT REVERSED"
               PERFORM 4000-WRITE-DETAIL-LINE
           END-IF.

       2500-FIND-ADJUSTMENT.
           MOVE BM-SOURCE-ID TO ADJ-SOURCE-ID.
           MOVE BM-CREATE-DATE TO ADJ-CREATE-DATE.
           MOVE BM-RUN-DATE TO ADJ-ORIG-RUN-DATE.
           MOVE BM-RUN-TIME TO ADJ-ORIG-RUN-TIME.
           MOVE "N" TO WS-ADJ-READ-STATUS.
           READ ADJUSTMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ADJUSTMENT-FOUND TO TRUE
           END-READ.

      ******************************************************************
      *    The month that counts is the one the accepting run falls
      *    in - that is the month whose certified totals carry the
      *    batch.  A reopened month is open again.
      ******************************************************************
       2600-CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
           IF WS-PERMAST-IS-OPEN
               MOVE BM-RUN-DATE (1:6) TO PER-PERIOD
               MOVE SPACES TO PER-SOURCE-ID
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-STATUS-CLOSED
                           SET WS-PERIOD-IS-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *    The backout subtracts the batch's contribution from the
      *    history record of the run that accepted it.  Records read
               REWRITE RUN-HISTORY-RECORD
               SET BM-STATUS-REVERSED TO TRUE
               REWRITE BATCH-MASTER-RECORD
               MOVE "R" TO WS-AUDIT-KIND
               MOVE BM-RUN-DATE (1:6) TO WS-AUDIT-PERIOD
               PERFORM 3500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-COUNT-REVERSED
               MOVE "REVERSED - TOTALS BACKED OUT"
               PERFORM 4000-WRITE-DETAIL-LINE
           END-IF.

      ******************************************************************
      *    A recall from a closed month leaves that month's history
      *    and batch records alone and is booked into the month this
      *    job runs in, to go to the ledger on the next posting file.
      *    The current month cannot normally be closed yet; if it
      *    has been, there is no open month to book into and the
      *    request is refused for the period to be reopened first.
      ******************************************************************
       3200-BOOK-ADJUSTMENT.
           IF WS-CURRENT-PERIOD-CLOSED
               PERFORM 1900-REFUSE-REQUEST
               MOVE "PERIOD CLOSED - NO OPEN PERIOD TO ADJUST"
                   TO WS-DTL-DISPOSITION
               PERFORM 4000-WRITE-DETAIL-LINE
           ELSE
               MOVE BM-RUN-DATE (1:6) TO ADJ-ORIG-PERIOD
               MOVE WS-CURRENT-PERIOD TO ADJ-PERIOD
               MOVE WS-RUN-DATE TO ADJ-BOOK-DATE
               MOVE WS-RUN-TIME TO ADJ-BOOK-TIME
               MOVE BM-DETAIL-COUNT TO ADJ-DETAIL-COUNT
               MOVE BM-TOTAL TO ADJ-TOTAL
               MOVE BM-MONEY-DEBITS TO ADJ-MONEY-DEBITS
               MOVE BM-MONEY-CREDITS TO ADJ-MONEY-CREDITS
               MOVE BM-MONEY-NET TO ADJ-MONEY-NET
               SET ADJ-STATUS-PENDING TO TRUE
               MOVE SPACES TO ADJ-POST-DATE
               WRITE ADJUSTMENT-RECORD
               MOVE "A" TO WS-AUDIT-KIND
               MOVE WS-CURRENT-PERIOD TO WS-AUDIT-PERIOD
               PERFORM 3500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-COUNT-ADJUSTED
               MOVE SPACES TO WS-DTL-DISPOSITION
               STRING "CLOSED " ADJ-ORIG-PERIOD " - ADJUSTMENT IN "
                   ADJ-PERIOD
                   DELIMITED BY SIZE INTO WS-DTL-DISPOSITION
               PERFORM 4000-WRITE-DETAIL-LINE
           END-IF.

       3500-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO RVA-REVERSAL-DATE.
           MOVE WS-RUN-TIME TO RVA-REVERSAL-TIME.
           MOVE BM-MONEY-DEBITS TO RVA-MONEY-DEBITS.
           MOVE BM-MONEY-CREDITS TO RVA-MONEY-CREDITS.
           MOVE BM-MONEY-NET TO RVA-MONEY-NET.
           MOVE WS-AUDIT-KIND TO RVA-KIND.
           MOVE WS-AUDIT-PERIOD TO RVA-PERIOD.
           WRITE REVERSAL-AUDIT-RECORD.

       4000-WRITE-DETAIL-LINE.
           MOVE WS-COUNT-REVERSED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRIOR-PERIOD ADJUSTMENTS" TO WS-RPT-LABEL.
           MOVE WS-COUNT-ADJUSTED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REQUESTS REFUSED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REFUSED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
