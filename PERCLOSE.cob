      ******************************************************************
      *    PROGRAM-ID: PERCLOSE
      *    Month-end period close.  Until now nothing marked a month
      *    as closed, and a late recall through REVBATCH could quietly
      *    change figures already certified to the ledger at month-
      *    end.  A session loops on an action code:
      *       C - close a month (YYYYMM) that has ended: the month's
      *           run-history records on RUNHIST are totalled, and the
      *           batches those runs accepted on BATMAST are totalled
      *           per source and overall, together with any prior-
      *           period adjustments REVBATCH booked into the month
      *           (ADJMAST, ADJREC.CPY).  The figures are frozen onto
      *           the period master PERMAST (PERREC.CPY) - one
      *           period-totals record and one record per source -
      *           with the closing operator's initials, and a
      *           period-close certificate for signing is printed to
      *           PCERTyyyymm (the dynamic-assign pattern LEDGPOST
      *           uses for its posting files).
      *       R - reopen a closed month.  It takes a supervisor's
      *           initials - not those of whoever closed it - and a
      *           reason, and is recorded on the period-totals record.
      *           The frozen figures stay on file until the month is
      *           closed again, which recomputes and re-freezes them
      *           and prints a fresh certificate.
      *       L - list every period on the master and where it stands
      *    Once a month is closed REVBATCH will not change its RUNHIST
      *    or BATMAST records; a recall of one of its batches is
      *    booked into the current month as a prior-period adjustment
      *    instead.  Every close and reopen is appended to the PERLOG
      *    audit file with who, when and the figures.  A first-ever
      *    session creates the period master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PERMAST-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BATCH-MASTER-FILE ASSIGN TO "BATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BATMAST-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-ADJMAST-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "PERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PERREC.

       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  BATCH-MASTER-FILE.
       COPY BATREC.

       FD  ADJUSTMENT-FILE.
       COPY ADJREC.

       FD  CERTIFICATE-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-CURRENT-PERIOD       PIC X(6).
       01  WS-PERMAST-STATUS       PIC X(2).
       01  WS-RUNHIST-STATUS       PIC X(2).
       01  WS-BATMAST-STATUS       PIC X(2).
       01  WS-ADJMAST-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-RUNHIST-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-RUNHIST-IS-OPEN           VALUE "Y".
       01  WS-BATMAST-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-BATMAST-IS-OPEN           VALUE "Y".
       01  WS-ADJMAST-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-ADJMAST-IS-OPEN           VALUE "Y".
       01  WS-CERT-FILE-NAME.
           05  FILLER               PIC X(5)  VALUE "PCERT".
           05  WS-CERT-NAME-PERIOD  PIC X(6).
       01  WS-MORE-ACTIONS         PIC X(1)  VALUE "Y".
           88  WS-DONE-ACTIONS              VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-CLOSE              VALUE "C".
           88  WS-ACTION-REOPEN             VALUE "R".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-PERIOD-ENTERED.
           05  WS-PERIOD-YYYY       PIC X(4).
           05  WS-PERIOD-MM         PIC X(2).
       01  WS-PERIOD-ENTERED-NUM REDEFINES WS-PERIOD-ENTERED.
           05  WS-PERIOD-YYYY-NUM   PIC 9(4).
           05  WS-PERIOD-MM-NUM     PIC 9(2).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-REASON-ENTERED       PIC X(40).
       01  WS-ENTRY-OK-SWITCH      PIC X(1).
           88  WS-ENTRY-OK                  VALUE "Y".
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-EOF-SWITCH           PIC X(1).
           88  END-OF-SCAN                  VALUE "Y".
       01  WS-LIST-COUNT           PIC 9(5).

      *    What the period-totals record said before this close - a
      *    month being closed again keeps its reopening on record.
       01  WS-CLOSE-COUNT          PIC 9(3).
       01  WS-OLD-REOPENED-BY      PIC X(8).
       01  WS-OLD-REOPEN-DATE      PIC X(8).
       01  WS-OLD-REOPEN-TIME      PIC X(8).
       01  WS-OLD-REOPEN-REASON    PIC X(40).

      *    The month's figures as they are totalled.
       01  WS-TOT-RUN-COUNT        PIC 9(5).
       01  WS-TOT-RUN-READ         PIC 9(12).
       01  WS-TOT-RUN-PASSED       PIC 9(12).
       01  WS-TOT-RUN-REJECTED     PIC 9(12).
       01  WS-TOT-RUN-GRAND-TOTAL  PIC 9(12).
       01  WS-TOT-RUN-DEBITS       PIC 9(13)V99.
       01  WS-TOT-RUN-CREDITS      PIC 9(13)V99.
       01  WS-TOT-RUN-NET          PIC S9(13)V99.
       01  WS-TOT-BAT-BALANCED     PIC 9(7).
       01  WS-TOT-BAT-REVERSED     PIC 9(7).
       01  WS-TOT-BAT-FAILED       PIC 9(7).
       01  WS-TOT-BAT-HELD         PIC 9(7).
       01  WS-TOT-BAT-DETAIL-COUNT PIC 9(12).
       01  WS-TOT-BAT-TOTAL        PIC 9(12).
       01  WS-TOT-BAT-DEBITS       PIC 9(13)V99.
       01  WS-TOT-BAT-CREDITS      PIC 9(13)V99.
       01  WS-TOT-BAT-NET          PIC S9(13)V99.
       01  WS-TOT-ADJ-COUNT        PIC 9(7).
       01  WS-TOT-ADJ-TOTAL        PIC 9(12).
       01  WS-TOT-ADJ-DEBITS       PIC 9(13)V99.
       01  WS-TOT-ADJ-CREDITS      PIC 9(13)V99.
       01  WS-TOT-ADJ-NET          PIC S9(13)V99.

      *    One source's batches, as BATMAST's key order brings them.
       01  WS-BREAK-SOURCE-ID      PIC X(3).
       01  WS-SRC-BATCHES          PIC 9(7).
       01  WS-SRC-BAT-BALANCED     PIC 9(7).
       01  WS-SRC-BAT-REVERSED     PIC 9(7).
       01  WS-SRC-BAT-FAILED       PIC 9(7).
       01  WS-SRC-BAT-HELD         PIC 9(7).
       01  WS-SRC-BAT-DETAIL-COUNT PIC 9(12).
       01  WS-SRC-BAT-TOTAL        PIC 9(12).
       01  WS-SRC-BAT-DEBITS       PIC 9(13)V99.
       01  WS-SRC-BAT-CREDITS      PIC 9(13)V99.
       01  WS-SRC-BAT-NET          PIC S9(13)V99.

       01  WS-CERT-COUNT-LINE.
           05  WS-CCL-LABEL         PIC X(30).
           05  WS-CCL-VALUE         PIC Z(11)9.
       01  WS-RPT-MONEY-LINE.
           05  WS-RPT-MONEY-LABEL   PIC X(30).
           05  WS-RPT-MONEY-VALUE   PIC Z(12)9.99-.
       01  WS-CERT-SOURCE-HEADER.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "SRC".
           05  FILLER               PIC X(9)  VALUE "BALANCED".
           05  FILLER               PIC X(14) VALUE "   COUNT TOTAL".
           05  FILLER               PIC X(19) VALUE
                                    "          MONEY NET".
           05  FILLER               PIC X(7)  VALUE "   ADJS".
           05  FILLER               PIC X(17) VALUE
                                    "   ADJ NET TAKEN".
       01  WS-CERT-SOURCE-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CSL-SOURCE-ID     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CSL-BALANCED      PIC Z(6)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CSL-TOTAL         PIC Z(11)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CSL-NET           PIC Z(12)9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CSL-ADJ-COUNT     PIC Z(4)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CSL-ADJ-NET       PIC Z(10)9.99-.
       01  WS-LOG-RUN-NET          PIC -(13)9.99.
       01  WS-LOG-BAT-NET          PIC -(13)9.99.
       01  WS-LOG-ADJ-NET          PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD.
           OPEN I-O PERIOD-FILE.
           IF WS-PERMAST-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = "00"
               SET WS-RUNHIST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT BATCH-MASTER-FILE.
           IF WS-BATMAST-STATUS = "00"
               SET WS-BATMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJMAST-STATUS = "00"
               SET WS-ADJMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-ACTIONS
               PERFORM 1000-APPLY-ONE-ACTION
               DISPLAY "Another period action? (Y/N)"
               ACCEPT WS-MORE-ACTIONS
           END-PERFORM.

           CLOSE PERIOD-FILE.
           IF WS-RUNHIST-IS-OPEN
               CLOSE RUN-HISTORY-FILE
           END-IF.
           IF WS-BATMAST-IS-OPEN
               CLOSE BATCH-MASTER-FILE
           END-IF.
           IF WS-ADJMAST-IS-OPEN
               CLOSE ADJUSTMENT-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           STOP RUN.

       1000-APPLY-ONE-ACTION.
           DISPLAY "Close, Reopen or List periods? (C/R/L)".
           ACCEPT WS-ACTION-CODE.
           IF WS-ACTION-LIST
               PERFORM 4000-LIST-PERIODS
           ELSE
               IF WS-ACTION-CLOSE OR WS-ACTION-REOPEN
                   PERFORM 1100-ACCEPT-PERIOD
                   IF WS-ENTRY-OK
                       IF WS-ACTION-CLOSE
                           PERFORM 2000-CLOSE-PERIOD
                       ELSE
                           PERFORM 3000-REOPEN-PERIOD
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Enter C, R or L"
               END-IF
           END-IF.

       1100-ACCEPT-PERIOD.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "Period (YYYYMM):".
           ACCEPT WS-PERIOD-ENTERED.
           IF WS-PERIOD-ENTERED IS NOT NUMERIC
               DISPLAY "Not a valid YYYYMM period"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               IF WS-PERIOD-MM-NUM < 1 OR WS-PERIOD-MM-NUM > 12
                   DISPLAY "Not a valid YYYYMM period"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               MOVE WS-PERIOD-ENTERED TO PER-PERIOD
               MOVE SPACES TO PER-SOURCE-ID
               MOVE "N" TO WS-READ-STATUS
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      *    Only a month that has ended can be closed - runs are still
      *    landing in the current one - and both masters the totals
      *    come from must be there to be read.
      ******************************************************************
       2000-CLOSE-PERIOD.
           IF WS-PERIOD-ENTERED NOT < WS-CURRENT-PERIOD
               DISPLAY "Only a period that has ended can be closed"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           IF WS-ENTRY-OK AND WS-RECORD-FOUND
               IF PER-STATUS-CLOSED
                   DISPLAY "That period is already closed - closed by "
                       PER-CLOSED-BY " on " PER-CLOSE-DATE
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               IF NOT WS-RUNHIST-IS-OPEN OR NOT WS-BATMAST-IS-OPEN
                   DISPLAY "Run history or batch master not on file"
                       " - period not closed"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               IF WS-OPERATOR-ENTERED = SPACES
                   DISPLAY "Initials are required - period not closed"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               MOVE 0 TO WS-CLOSE-COUNT
               MOVE SPACES TO WS-OLD-REOPENED-BY WS-OLD-REOPEN-DATE
                   WS-OLD-REOPEN-TIME WS-OLD-REOPEN-REASON
               IF WS-RECORD-FOUND
                   MOVE PER-CLOSE-COUNT TO WS-CLOSE-COUNT
                   MOVE PER-REOPENED-BY TO WS-OLD-REOPENED-BY
                   MOVE PER-REOPEN-DATE TO WS-OLD-REOPEN-DATE
                   MOVE PER-REOPEN-TIME TO WS-OLD-REOPEN-TIME
                   MOVE PER-REOPEN-REASON TO WS-OLD-REOPEN-REASON
                   PERFORM 2100-CLEAR-SOURCE-RECORDS
               END-IF
               ADD 1 TO WS-CLOSE-COUNT
               PERFORM 2200-TOTAL-RUN-HISTORY
               PERFORM 2300-TOTAL-BATCHES
               PERFORM 2400-TOTAL-ADJUSTMENTS
               PERFORM 2500-WRITE-PERIOD-TOTALS
               PERFORM 2600-PRINT-CERTIFICATE
               PERFORM 2800-LOG-CLOSE
               DISPLAY "Period " WS-PERIOD-ENTERED
                   " closed - certificate on " WS-CERT-FILE-NAME
           END-IF.

      ******************************************************************
      *    A reopened month's source records go before it is totalled
      *    again, so a source with nothing left in the month does not
      *    keep its old figures.  The period-totals record is
      *    rewritten in place.
      ******************************************************************
       2100-CLEAR-SOURCE-RECORDS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-PERIOD-ENTERED TO PER-PERIOD.
           MOVE LOW-VALUES TO PER-SOURCE-ID.
           START PERIOD-FILE KEY >= PER-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF PER-PERIOD NOT = WS-PERIOD-ENTERED
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF NOT PER-PERIOD-TOTALS
                               DELETE PERIOD-FILE RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-TOTAL-RUN-HISTORY.
           MOVE 0 TO WS-TOT-RUN-COUNT WS-TOT-RUN-READ
               WS-TOT-RUN-PASSED WS-TOT-RUN-REJECTED
               WS-TOT-RUN-GRAND-TOTAL WS-TOT-RUN-DEBITS
               WS-TOT-RUN-CREDITS WS-TOT-RUN-NET.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO RH-KEY.
           MOVE WS-PERIOD-ENTERED TO RH-RUN-DATE (1:6).
           START RUN-HISTORY-FILE KEY >= RH-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE (1:6) NOT = WS-PERIOD-ENTERED
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-TOT-RUN-COUNT
                           ADD RH-COUNT-READ TO WS-TOT-RUN-READ
                           ADD RH-COUNT-PASSED TO WS-TOT-RUN-PASSED
                           ADD RH-COUNT-REJECTED
                               TO WS-TOT-RUN-REJECTED
                           ADD RH-GRAND-TOTAL
                               TO WS-TOT-RUN-GRAND-TOTAL
                           ADD RH-MONEY-DEBITS TO WS-TOT-RUN-DEBITS
                           ADD RH-MONEY-CREDITS TO WS-TOT-RUN-CREDITS
                           ADD RH-MONEY-NET TO WS-TOT-RUN-NET
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    BATMAST is keyed by source first, so one pass brings each
      *    source's batches together; a batch belongs to the month its
      *    accepting run fell in.  A source's record is written when
      *    its batches run out.
      ******************************************************************
       2300-TOTAL-BATCHES.
           MOVE 0 TO WS-TOT-BAT-BALANCED WS-TOT-BAT-REVERSED
               WS-TOT-BAT-FAILED WS-TOT-BAT-HELD
               WS-TOT-BAT-DETAIL-COUNT WS-TOT-BAT-TOTAL
               WS-TOT-BAT-DEBITS WS-TOT-BAT-CREDITS WS-TOT-BAT-NET.
           MOVE SPACES TO WS-BREAK-SOURCE-ID.
           PERFORM 2350-CLEAR-SOURCE-FIGURES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO BM-KEY.
           START BATCH-MASTER-FILE KEY >= BM-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ BATCH-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF BM-RUN-DATE (1:6) = WS-PERIOD-ENTERED
                           IF BM-SOURCE-ID NOT = WS-BREAK-SOURCE-ID
                               PERFORM 2370-WRITE-SOURCE-RECORD
                               MOVE BM-SOURCE-ID
                                   TO WS-BREAK-SOURCE-ID
                           END-IF
                           PERFORM 2310-ADD-ONE-BATCH
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2370-WRITE-SOURCE-RECORD.

       2310-ADD-ONE-BATCH.
           ADD 1 TO WS-SRC-BATCHES.
           IF BM-STATUS-BALANCED
               ADD 1 TO WS-SRC-BAT-BALANCED WS-TOT-BAT-BALANCED
               ADD BM-DETAIL-COUNT TO WS-SRC-BAT-DETAIL-COUNT
                   WS-TOT-BAT-DETAIL-COUNT
               ADD BM-TOTAL TO WS-SRC-BAT-TOTAL WS-TOT-BAT-TOTAL
               ADD BM-MONEY-DEBITS TO WS-SRC-BAT-DEBITS
                   WS-TOT-BAT-DEBITS
               ADD BM-MONEY-CREDITS TO WS-SRC-BAT-CREDITS
                   WS-TOT-BAT-CREDITS
               ADD BM-MONEY-NET TO WS-SRC-BAT-NET WS-TOT-BAT-NET
           ELSE
               IF BM-STATUS-REVERSED
                   ADD 1 TO WS-SRC-BAT-REVERSED WS-TOT-BAT-REVERSED
               ELSE
                   IF BM-STATUS-FAILED
                       ADD 1 TO WS-SRC-BAT-FAILED WS-TOT-BAT-FAILED
                   ELSE
                       ADD 1 TO WS-SRC-BAT-HELD WS-TOT-BAT-HELD
                   END-IF
               END-IF
           END-IF.

       2350-CLEAR-SOURCE-FIGURES.
           MOVE 0 TO WS-SRC-BATCHES WS-SRC-BAT-BALANCED
               WS-SRC-BAT-REVERSED WS-SRC-BAT-FAILED WS-SRC-BAT-HELD
               WS-SRC-BAT-DETAIL-COUNT WS-SRC-BAT-TOTAL
               WS-SRC-BAT-DEBITS WS-SRC-BAT-CREDITS WS-SRC-BAT-NET.

       2370-WRITE-SOURCE-RECORD.
           IF WS-SRC-BATCHES > 0
               MOVE WS-PERIOD-ENTERED TO PER-PERIOD
               MOVE WS-BREAK-SOURCE-ID TO PER-SOURCE-ID
               PERFORM 2900-STAMP-PERIOD-RECORD
               MOVE WS-SRC-BAT-BALANCED TO PER-BAT-BALANCED
               MOVE WS-SRC-BAT-REVERSED TO PER-BAT-REVERSED
               MOVE WS-SRC-BAT-FAILED TO PER-BAT-FAILED
               MOVE WS-SRC-BAT-HELD TO PER-BAT-HELD
               MOVE WS-SRC-BAT-DETAIL-COUNT TO PER-BAT-DETAIL-COUNT
               MOVE WS-SRC-BAT-TOTAL TO PER-BAT-TOTAL
               MOVE WS-SRC-BAT-DEBITS TO PER-BAT-DEBITS
               MOVE WS-SRC-BAT-CREDITS TO PER-BAT-CREDITS
               MOVE WS-SRC-BAT-NET TO PER-BAT-NET
               WRITE PERIOD-RECORD
                   INVALID KEY
                       REWRITE PERIOD-RECORD
               END-WRITE
           END-IF.
           PERFORM 2350-CLEAR-SOURCE-FIGURES.

      ******************************************************************
      *    Adjustments are totalled by the month they were booked
      *    into, not the closed month the batch came from, and each
      *    lands on its source's record - one is made for a source
      *    whose only activity in the month is the adjustment.
      ******************************************************************
       2400-TOTAL-ADJUSTMENTS.
           MOVE 0 TO WS-TOT-ADJ-COUNT WS-TOT-ADJ-TOTAL
               WS-TOT-ADJ-DEBITS WS-TOT-ADJ-CREDITS WS-TOT-ADJ-NET.
           IF WS-ADJMAST-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO ADJ-KEY
               START ADJUSTMENT-FILE KEY >= ADJ-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ ADJUSTMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF ADJ-PERIOD = WS-PERIOD-ENTERED
                               PERFORM 2410-ADD-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2410-ADD-ONE-ADJUSTMENT.
           ADD 1 TO WS-TOT-ADJ-COUNT.
           ADD ADJ-TOTAL TO WS-TOT-ADJ-TOTAL.
           ADD ADJ-MONEY-DEBITS TO WS-TOT-ADJ-DEBITS.
           ADD ADJ-MONEY-CREDITS TO WS-TOT-ADJ-CREDITS.
           ADD ADJ-MONEY-NET TO WS-TOT-ADJ-NET.
           MOVE WS-PERIOD-ENTERED TO PER-PERIOD.
           MOVE ADJ-SOURCE-ID TO PER-SOURCE-ID.
           MOVE "N" TO WS-READ-STATUS.
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT WS-RECORD-FOUND
               MOVE WS-PERIOD-ENTERED TO PER-PERIOD
               MOVE ADJ-SOURCE-ID TO PER-SOURCE-ID
               PERFORM 2900-STAMP-PERIOD-RECORD
           END-IF.
           ADD 1 TO PER-ADJ-COUNT.
           ADD ADJ-TOTAL TO PER-ADJ-TOTAL.
           ADD ADJ-MONEY-DEBITS TO PER-ADJ-DEBITS.
           ADD ADJ-MONEY-CREDITS TO PER-ADJ-CREDITS.
           ADD ADJ-MONEY-NET TO PER-ADJ-NET.
           IF WS-RECORD-FOUND
               REWRITE PERIOD-RECORD
           ELSE
               WRITE PERIOD-RECORD
           END-IF.

       2500-WRITE-PERIOD-TOTALS.
           MOVE WS-PERIOD-ENTERED TO PER-PERIOD.
           MOVE SPACES TO PER-SOURCE-ID.
           PERFORM 2900-STAMP-PERIOD-RECORD.
           MOVE WS-OLD-REOPENED-BY TO PER-REOPENED-BY.
           MOVE WS-OLD-REOPEN-DATE TO PER-REOPEN-DATE.
           MOVE WS-OLD-REOPEN-TIME TO PER-REOPEN-TIME.
           MOVE WS-OLD-REOPEN-REASON TO PER-REOPEN-REASON.
           MOVE WS-TOT-RUN-COUNT TO PER-RUN-COUNT.
           MOVE WS-TOT-RUN-READ TO PER-RUN-READ.
           MOVE WS-TOT-RUN-PASSED TO PER-RUN-PASSED.
           MOVE WS-TOT-RUN-REJECTED TO PER-RUN-REJECTED.
           MOVE WS-TOT-RUN-GRAND-TOTAL TO PER-RUN-GRAND-TOTAL.
           MOVE WS-TOT-RUN-DEBITS TO PER-RUN-DEBITS.
           MOVE WS-TOT-RUN-CREDITS TO PER-RUN-CREDITS.
           MOVE WS-TOT-RUN-NET TO PER-RUN-NET.
           MOVE WS-TOT-BAT-BALANCED TO PER-BAT-BALANCED.
           MOVE WS-TOT-BAT-REVERSED TO PER-BAT-REVERSED.
           MOVE WS-TOT-BAT-FAILED TO PER-BAT-FAILED.
           MOVE WS-TOT-BAT-HELD TO PER-BAT-HELD.
           MOVE WS-TOT-BAT-DETAIL-COUNT TO PER-BAT-DETAIL-COUNT.
           MOVE WS-TOT-BAT-TOTAL TO PER-BAT-TOTAL.
           MOVE WS-TOT-BAT-DEBITS TO PER-BAT-DEBITS.
           MOVE WS-TOT-BAT-CREDITS TO PER-BAT-CREDITS.
           MOVE WS-TOT-BAT-NET TO PER-BAT-NET.
           MOVE WS-TOT-ADJ-COUNT TO PER-ADJ-COUNT.
           MOVE WS-TOT-ADJ-TOTAL TO PER-ADJ-TOTAL.
           MOVE WS-TOT-ADJ-DEBITS TO PER-ADJ-DEBITS.
           MOVE WS-TOT-ADJ-CREDITS TO PER-ADJ-CREDITS.
           MOVE WS-TOT-ADJ-NET TO PER-ADJ-NET.
           WRITE PERIOD-RECORD
               INVALID KEY
                   REWRITE PERIOD-RECORD
           END-WRITE.

      ******************************************************************
      *    The certificate: the frozen figures overall, then by
      *    source, then a block for the sign-off.
      ******************************************************************
       2600-PRINT-CERTIFICATE.
           MOVE WS-PERIOD-ENTERED TO WS-CERT-NAME-PERIOD.
           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD-CLOSE CERTIFICATE - PERIOD "
               WS-PERIOD-ENTERED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLOSE NUMBER " WS-CLOSE-COUNT " - CLOSED "
               WS-RUN-DATE " " WS-RUN-TIME " BY "
               WS-OPERATOR-ENTERED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OLD-REOPENED-BY NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "REOPENED " WS-OLD-REOPEN-DATE " BY "
                   WS-OLD-REOPENED-BY " - " WS-OLD-REOPEN-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "RUN HISTORY (RUNHIST)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  RUNS" TO WS-CCL-LABEL.
           MOVE WS-TOT-RUN-COUNT TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  RECORDS READ" TO WS-CCL-LABEL.
           MOVE WS-TOT-RUN-READ TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  RECORDS PASSED" TO WS-CCL-LABEL.
           MOVE WS-TOT-RUN-PASSED TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  RECORDS REJECTED" TO WS-CCL-LABEL.
           MOVE WS-TOT-RUN-REJECTED TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  GRAND TOTAL" TO WS-CCL-LABEL.
           MOVE WS-TOT-RUN-GRAND-TOTAL TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  MONEY DEBITS" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-RUN-DEBITS TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.
           MOVE "  MONEY CREDITS" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-RUN-CREDITS TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.
           MOVE "  MONEY NET" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-RUN-NET TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE "BATCHES ACCEPTED (BATMAST)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  BALANCED" TO WS-CCL-LABEL.
           MOVE WS-TOT-BAT-BALANCED TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  REVERSED WHILE OPEN" TO WS-CCL-LABEL.
           MOVE WS-TOT-BAT-REVERSED TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  FAILED" TO WS-CCL-LABEL.
           MOVE WS-TOT-BAT-FAILED TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  HELD OR DROPPED" TO WS-CCL-LABEL.
           MOVE WS-TOT-BAT-HELD TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  DETAILS RELEASED" TO WS-CCL-LABEL.
           MOVE WS-TOT-BAT-DETAIL-COUNT TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  COUNT TOTAL RELEASED" TO WS-CCL-LABEL.
           MOVE WS-TOT-BAT-TOTAL TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  MONEY DEBITS" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-BAT-DEBITS TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.
           MOVE "  MONEY CREDITS" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-BAT-CREDITS TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.
           MOVE "  MONEY NET" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-BAT-NET TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE "PRIOR-PERIOD ADJUSTMENTS BOOKED IN THE PERIOD"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  BATCHES RECALLED" TO WS-CCL-LABEL.
           MOVE WS-TOT-ADJ-COUNT TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  COUNT TOTAL TAKEN BACK" TO WS-CCL-LABEL.
           MOVE WS-TOT-ADJ-TOTAL TO WS-CCL-VALUE.
           PERFORM 2700-WRITE-COUNT-LINE.
           MOVE "  MONEY DEBITS TAKEN BACK" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-ADJ-DEBITS TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.
           MOVE "  MONEY CREDITS TAKEN BACK" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-ADJ-CREDITS TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.
           MOVE "  MONEY NET TAKEN BACK" TO WS-RPT-MONEY-LABEL.
           MOVE WS-TOT-ADJ-NET TO WS-RPT-MONEY-VALUE.
           PERFORM 2750-WRITE-MONEY-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BY SOURCE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CERT-SOURCE-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2650-PRINT-SOURCE-LINES.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "THESE FIGURES ARE FROZEN ON THE PERIOD MASTER."
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLOSED AND CERTIFIED BY: " WS-OPERATOR-ENTERED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SIGNATURE: _________________________  DATE: ________"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CERTIFICATE-FILE.

       2650-PRINT-SOURCE-LINES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-PERIOD-ENTERED TO PER-PERIOD.
           MOVE LOW-VALUES TO PER-SOURCE-ID.
           START PERIOD-FILE KEY >= PER-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF PER-PERIOD NOT = WS-PERIOD-ENTERED
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF NOT PER-PERIOD-TOTALS
                               MOVE PER-SOURCE-ID TO WS-CSL-SOURCE-ID
                               MOVE PER-BAT-BALANCED TO WS-CSL-BALANCED
                               MOVE PER-BAT-TOTAL TO WS-CSL-TOTAL
                               MOVE PER-BAT-NET TO WS-CSL-NET
                               MOVE PER-ADJ-COUNT TO WS-CSL-ADJ-COUNT
                               MOVE PER-ADJ-NET TO WS-CSL-ADJ-NET
                               MOVE WS-CERT-SOURCE-LINE TO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2700-WRITE-COUNT-LINE.
           MOVE WS-CERT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2750-WRITE-MONEY-LINE.
           MOVE WS-RPT-MONEY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2800-LOG-CLOSE.
           MOVE WS-TOT-RUN-NET TO WS-LOG-RUN-NET.
           MOVE WS-TOT-BAT-NET TO WS-LOG-BAT-NET.
           MOVE WS-TOT-ADJ-NET TO WS-LOG-ADJ-NET.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-RUN-DATE " " WS-RUN-TIME " "
               WS-OPERATOR-ENTERED " CLOSE  " WS-PERIOD-ENTERED
               " NO " WS-CLOSE-COUNT
               " RUNS " WS-TOT-RUN-COUNT " RUN " WS-LOG-RUN-NET
               " BAT " WS-LOG-BAT-NET
               " ADJ " WS-LOG-ADJ-NET
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

      ******************************************************************
      *    Every record written for the month carries the close
      *    status and stamp, and starts from zero figures.
      ******************************************************************
       2900-STAMP-PERIOD-RECORD.
           SET PER-STATUS-CLOSED TO TRUE.
           MOVE WS-CLOSE-COUNT TO PER-CLOSE-COUNT.
           MOVE WS-OPERATOR-ENTERED TO PER-CLOSED-BY.
           MOVE WS-RUN-DATE TO PER-CLOSE-DATE.
           MOVE WS-RUN-TIME TO PER-CLOSE-TIME.
           MOVE SPACES TO PER-REOPENED-BY PER-REOPEN-DATE
               PER-REOPEN-TIME PER-REOPEN-REASON.
           MOVE 0 TO PER-RUN-COUNT PER-RUN-READ PER-RUN-PASSED
               PER-RUN-REJECTED PER-RUN-GRAND-TOTAL PER-RUN-DEBITS
               PER-RUN-CREDITS PER-RUN-NET.
           MOVE 0 TO PER-BAT-BALANCED PER-BAT-REVERSED PER-BAT-FAILED
               PER-BAT-HELD PER-BAT-DETAIL-COUNT PER-BAT-TOTAL
               PER-BAT-DEBITS PER-BAT-CREDITS PER-BAT-NET.
           MOVE 0 TO PER-ADJ-COUNT PER-ADJ-TOTAL PER-ADJ-DEBITS
               PER-ADJ-CREDITS PER-ADJ-NET.

      ******************************************************************
      *    Reopening is a supervisor's call and never the closer's
      *    own; it needs a reason, and it is logged with the figures
      *    that were certified, since they will change.
      ******************************************************************
       3000-REOPEN-PERIOD.
           IF NOT WS-RECORD-FOUND
               DISPLAY "That period has never been closed"
           ELSE
               IF NOT PER-STATUS-CLOSED
                   DISPLAY "That period is already open - reopened by "
                       PER-REOPENED-BY " on " PER-REOPEN-DATE
               ELSE
                   DISPLAY "Closed by " PER-CLOSED-BY " on "
                       PER-CLOSE-DATE " (close " PER-CLOSE-COUNT ")"
                   DISPLAY "Supervisor initials (up to 8 characters):"
                   ACCEPT WS-OPERATOR-ENTERED
                   IF WS-OPERATOR-ENTERED = SPACES
                       DISPLAY "Initials are required - period not"
                           " reopened"
                   ELSE
                       IF WS-OPERATOR-ENTERED = PER-CLOSED-BY
                           DISPLAY "You closed this period - another"
                               " supervisor must reopen it"
                       ELSE
                           PERFORM 3100-APPLY-REOPEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-APPLY-REOPEN.
           DISPLAY "Reason for reopening (up to 40 characters):".
           ACCEPT WS-REASON-ENTERED.
           IF WS-REASON-ENTERED = SPACES
               DISPLAY "A reason is required - period not reopened"
           ELSE
               SET PER-STATUS-REOPENED TO TRUE
               MOVE WS-OPERATOR-ENTERED TO PER-REOPENED-BY
               MOVE WS-RUN-DATE TO PER-REOPEN-DATE
               MOVE WS-RUN-TIME TO PER-REOPEN-TIME
               MOVE WS-REASON-ENTERED TO PER-REOPEN-REASON
               REWRITE PERIOD-RECORD
               MOVE PER-RUN-NET TO WS-LOG-RUN-NET
               MOVE PER-BAT-NET TO WS-LOG-BAT-NET
               MOVE PER-ADJ-NET TO WS-LOG-ADJ-NET
               MOVE SPACES TO AUDIT-LINE
               STRING WS-RUN-DATE " " WS-RUN-TIME " "
                   WS-OPERATOR-ENTERED " REOPEN " WS-PERIOD-ENTERED
                   " NO " PER-CLOSE-COUNT
                   " RUNS " PER-RUN-COUNT " RUN " WS-LOG-RUN-NET
                   " BAT " WS-LOG-BAT-NET
                   " ADJ " WS-LOG-ADJ-NET
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING WS-RUN-DATE " " WS-RUN-TIME " "
                   WS-OPERATOR-ENTERED " REASON " WS-PERIOD-ENTERED
                   " " WS-REASON-ENTERED
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               DISPLAY "Period " WS-PERIOD-ENTERED " reopened -"
                   " close it again when it is corrected"
           END-IF.

       4000-LIST-PERIODS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO PER-KEY.
           START PERIOD-FILE KEY >= PER-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF PER-PERIOD-TOTALS
                           ADD 1 TO WS-LIST-COUNT
                           IF PER-STATUS-CLOSED
                               DISPLAY PER-PERIOD " CLOSED   BY "
                                   PER-CLOSED-BY " ON " PER-CLOSE-DATE
                                   " (CLOSE " PER-CLOSE-COUNT ")"
                           ELSE
                               DISPLAY PER-PERIOD " REOPENED BY "
                                   PER-REOPENED-BY " ON "
                                   PER-REOPEN-DATE " - "
                                   PER-REOPEN-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No period has been closed yet"
           END-IF.
