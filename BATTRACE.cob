      ******************************************************************
      *    PROGRAM-ID: BATTRACE
      *    Operator inquiry that follows one sender's batch from end
      *    to end.  Given a source id and the creation date off the
      *    batch's TRANSBAT header, it pulls together everything the
      *    system did with that file, from the masters that already
      *    record it - every record a value leaves behind carries the
      *    identity of the batch it arrived in - and lists it to
      *    TRACERPT and the console:
      *       - the batch's outcome on the received-batch master
      *         BATMAST, with the run that processed it and the count,
      *         total and money figures it was accepted with;
      *       - any reversal of it on the REVBATCH audit file
      *         REVAUDIT, or the prior-period adjustment it was
      *         booked as if recalled after its month was closed;
      *       - every value of it rejected (reject-history master
      *         REJHIST, and the archive REJARCH that HISTARCH rolls
      *         rejects past the retention window off to, marked
      *         archived) with where that item now stands on the
      *         suspense master SUSPFILE - still open, corrected (and
      *         to what), written off or gone from file;
      *       - every value of it diverted as a suspected duplicate
      *         (DIVMAST) with the DUPREVW decision, and every amount
      *         held over its source's single-amount limit (HVMAST)
      *         with the HVREVW decision;
      *       - every correction of it that went back through
      *         RESUBMIT-FILE - suspense corrections, released
      *         diverts, approved high values - and anything of it
      *         still queued on RESUBMIT-FILE for the next run;
      *       - which dated posting files (POSTyyyymmdd, one per
      *         PSTMAST entry from the batch's run date on) carried
      *         its accepted values to the ledger, how many, and
      *         whether the ledger has confirmed each file.
      *    More than one batch can be traced in a session; the report
      *    file holds all of them.  A batch not on BATMAST is still
      *    traced - its rejects and diverts may be all there is - but
      *    the session ends with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATTRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-MASTER-FILE ASSIGN TO "BATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BATMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "REVAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-HISTORY-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJH-KEY
               FILE STATUS IS WS-REJHIST-STATUS.

           SELECT REJECT-ARCHIVE-FILE ASSIGN TO "REJARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJARCH-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT DIVERT-MASTER-FILE ASSIGN TO "DIVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIV-KEY
               FILE STATUS IS WS-DIVMAST-STATUS.

           SELECT HIGH-VALUE-FILE ASSIGN TO "HVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-KEY
               FILE STATUS IS WS-HVMAST-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT POSTING-STATUS-FILE ASSIGN TO "PSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POST-DATE
               FILE STATUS IS WS-PSTMAST-STATUS.

           SELECT POSTING-FILE ASSIGN TO WS-POST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRACERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-MASTER-FILE.
       COPY BATREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY REVAREC.

       FD  REJECT-HISTORY-FILE.
       COPY REJHREC.

       FD  REJECT-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY REJHREC REPLACING ==REJECT-HIST-RECORD==
                           BY ==REJECT-ARCH-RECORD==
                      LEADING ==REJH== BY ==RJA==.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  DIVERT-MASTER-FILE.
       COPY DIVREC.

       FD  HIGH-VALUE-FILE.
       COPY HVREC.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       COPY RSBREC.

       FD  POSTING-STATUS-FILE.
       COPY PSTREC.

       FD  POSTING-FILE
           RECORDING MODE IS F.
       COPY POSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-BATMAST-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-REJHIST-STATUS        PIC X(2).
       01  WS-REJARCH-STATUS        PIC X(2).
       01  WS-SUSPENSE-STATUS       PIC X(2).
       01  WS-DIVMAST-STATUS        PIC X(2).
       01  WS-HVMAST-STATUS         PIC X(2).
       01  WS-RESUBMIT-STATUS       PIC X(2).
       01  WS-PSTMAST-STATUS        PIC X(2).
       01  WS-POST-STATUS           PIC X(2).
       01  WS-BATMAST-OPEN-SWITCH   PIC X(1)  VALUE "N".
           88  WS-BATMAST-IS-OPEN            VALUE "Y".
       01  WS-REJHIST-OPEN-SWITCH   PIC X(1)  VALUE "N".
           88  WS-REJHIST-IS-OPEN            VALUE "Y".
       01  WS-SUSPENSE-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-IS-OPEN           VALUE "Y".
       01  WS-DIVMAST-OPEN-SWITCH   PIC X(1)  VALUE "N".
           88  WS-DIVMAST-IS-OPEN            VALUE "Y".
       01  WS-HVMAST-OPEN-SWITCH    PIC X(1)  VALUE "N".
           88  WS-HVMAST-IS-OPEN             VALUE "Y".
       01  WS-PSTMAST-OPEN-SWITCH   PIC X(1)  VALUE "N".
           88  WS-PSTMAST-IS-OPEN            VALUE "Y".
       01  WS-MORE-TRACES           PIC X(1)  VALUE "Y".
           88  WS-DONE-TRACING               VALUE "N".
       01  WS-EOF-SWITCH            PIC X(1).
           88  END-OF-SCAN                   VALUE "Y".
       01  WS-POST-EOF-SWITCH       PIC X(1).
           88  END-OF-POSTING-FILE           VALUE "Y".
       01  WS-BATCH-FOUND-SWITCH    PIC X(1).
           88  WS-BATCH-FOUND                VALUE "Y".
       01  WS-ANY-MISSING-SWITCH    PIC X(1)  VALUE "N".
           88  WS-ANY-BATCH-MISSING          VALUE "Y".
       01  WS-POST-FILE-NAME.
           05  FILLER               PIC X(4)  VALUE "POST".
           05  WS-POST-NAME-DATE    PIC X(8).

      *    The batch being traced.
       01  WS-TRACE-SOURCE-ID       PIC X(3).
       01  WS-TRACE-CREATE-DATE     PIC X(8).
      *    Posting files are searched from the run that processed the
      *    batch on; with no BATMAST record, from its creation date.
       01  WS-POST-FROM-DATE        PIC X(8).
       01  WS-BATCH-OUTCOME         PIC X(26).

       01  WS-COUNT-REVERSALS       PIC 9(10) VALUE 0.
       01  WS-COUNT-REJECTS         PIC 9(10) VALUE 0.
       01  WS-COUNT-REJ-OPEN        PIC 9(10) VALUE 0.
       01  WS-COUNT-REJ-CORRECTED   PIC 9(10) VALUE 0.
       01  WS-COUNT-REJ-WRITTEN-OFF PIC 9(10) VALUE 0.
       01  WS-COUNT-REJ-ARCHIVED    PIC 9(10) VALUE 0.
       01  WS-ARCHIVED-OUTCOME      PIC X(48).
       01  WS-COUNT-DIVERTS         PIC 9(10) VALUE 0.
       01  WS-COUNT-DIV-RELEASED    PIC 9(10) VALUE 0.
       01  WS-COUNT-HIGH-VALUES     PIC 9(10) VALUE 0.
       01  WS-COUNT-HV-APPROVED     PIC 9(10) VALUE 0.
       01  WS-COUNT-CORRECTIONS     PIC 9(10) VALUE 0.
       01  WS-COUNT-QUEUED          PIC 9(10) VALUE 0.
       01  WS-COUNT-POST-FILES      PIC 9(10) VALUE 0.
       01  WS-COUNT-POST-MISSING    PIC 9(10) VALUE 0.
       01  WS-COUNT-POSTED          PIC 9(10) VALUE 0.
       01  WS-FILE-VALUES           PIC 9(10) VALUE 0.
       01  WS-FILE-AMOUNTS          PIC 9(10) VALUE 0.

       01  WS-RPT-MONEY-LINE.
           05  WS-RPT-MONEY-LABEL   PIC X(30).
           05  WS-RPT-MONEY-VALUE   PIC Z(10)9.99-.

      *    One item line - a reject, divert, held amount or
      *    correction - keyed by the run that wrote it.
       01  WS-ITEM-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-ITM-RUN-DATE      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ITM-SEQ-NO        PIC 9(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ITM-DATA          PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ITM-CODE          PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ITM-OUTCOME       PIC X(48).

       01  WS-POSTING-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-PSL-FILE-NAME     PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-PSL-VALUES        PIC Z(9)9.
           05  FILLER               PIC X(8)  VALUE " COUNTS ".
           05  WS-PSL-AMOUNTS       PIC Z(9)9.
           05  FILLER               PIC X(9)  VALUE " AMOUNTS ".
           05  WS-PSL-STATUS        PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 0100-OPEN-MASTERS.

           PERFORM UNTIL WS-DONE-TRACING
               PERFORM 1000-TRACE-ONE-BATCH
               DISPLAY "Trace another batch? (Y/N)"
               ACCEPT WS-MORE-TRACES
           END-PERFORM.

           IF WS-BATMAST-IS-OPEN
               CLOSE BATCH-MASTER-FILE
           END-IF.
           IF WS-REJHIST-IS-OPEN
               CLOSE REJECT-HISTORY-FILE
           END-IF.
           IF WS-SUSPENSE-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-DIVMAST-IS-OPEN
               CLOSE DIVERT-MASTER-FILE
           END-IF.
           IF WS-HVMAST-IS-OPEN
               CLOSE HIGH-VALUE-FILE
           END-IF.
           IF WS-PSTMAST-IS-OPEN
               CLOSE POSTING-STATUS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-ANY-BATCH-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    Any master not on file just means there is nothing of that
      *    kind to trace yet - its section says so and the trace goes
      *    on with the rest.
      ******************************************************************
       0100-OPEN-MASTERS.
           OPEN INPUT BATCH-MASTER-FILE.
           IF WS-BATMAST-STATUS = "00"
               SET WS-BATMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT REJECT-HISTORY-FILE.
           IF WS-REJHIST-STATUS = "00"
               SET WS-REJHIST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               SET WS-SUSPENSE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT DIVERT-MASTER-FILE.
           IF WS-DIVMAST-STATUS = "00"
               SET WS-DIVMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT HIGH-VALUE-FILE.
           IF WS-HVMAST-STATUS = "00"
               SET WS-HVMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT POSTING-STATUS-FILE.
           IF WS-PSTMAST-STATUS = "00"
               SET WS-PSTMAST-IS-OPEN TO TRUE
           END-IF.

       1000-TRACE-ONE-BATCH.
           DISPLAY "Source id (3 characters):".
           ACCEPT WS-TRACE-SOURCE-ID.
           DISPLAY "Batch creation date (YYYYMMDD):".
           ACCEPT WS-TRACE-CREATE-DATE.
           MOVE 0 TO WS-COUNT-REVERSALS WS-COUNT-REJECTS
               WS-COUNT-REJ-OPEN WS-COUNT-REJ-CORRECTED
               WS-COUNT-REJ-WRITTEN-OFF WS-COUNT-REJ-ARCHIVED
               WS-COUNT-DIVERTS
               WS-COUNT-DIV-RELEASED WS-COUNT-HIGH-VALUES
               WS-COUNT-HV-APPROVED WS-COUNT-CORRECTIONS
               WS-COUNT-QUEUED WS-COUNT-POST-FILES
               WS-COUNT-POST-MISSING WS-COUNT-POSTED.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH TRACE - SOURCE " WS-TRACE-SOURCE-ID
               " CREATED " WS-TRACE-CREATE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

           PERFORM 2000-TRACE-BATCH-MASTER.
           PERFORM 2500-TRACE-REVERSALS.
           PERFORM 3000-TRACE-REJECTS.
           PERFORM 4000-TRACE-DIVERTS.
           PERFORM 4500-TRACE-HIGH-VALUES.
           PERFORM 5000-TRACE-CORRECTIONS.
           PERFORM 6000-TRACE-POSTINGS.
           PERFORM 7000-WRITE-TRACE-TOTALS.

      ******************************************************************
      *    The batch's own outcome: when it ran, how it ended, and the
      *    figures it was recorded with.
      ******************************************************************
       2000-TRACE-BATCH-MASTER.
           MOVE "N" TO WS-BATCH-FOUND-SWITCH.
           MOVE WS-TRACE-CREATE-DATE TO WS-POST-FROM-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RECEIVED-BATCH MASTER" TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           IF WS-BATMAST-IS-OPEN
               MOVE WS-TRACE-SOURCE-ID TO BM-SOURCE-ID
               MOVE WS-TRACE-CREATE-DATE TO BM-CREATE-DATE
               READ BATCH-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BATCH-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-BATCH-FOUND
               SET WS-ANY-BATCH-MISSING TO TRUE
               MOVE SPACES TO REPORT-LINE
               MOVE "  BATCH NOT ON BATCH MASTER" TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           ELSE
               PERFORM 2100-LIST-BATCH-MASTER
           END-IF.

       2100-LIST-BATCH-MASTER.
           MOVE BM-RUN-DATE TO WS-POST-FROM-DATE.
           MOVE SPACES TO WS-BATCH-OUTCOME.
           IF BM-STATUS-BALANCED
               MOVE "BALANCED AND ACCEPTED" TO WS-BATCH-OUTCOME
           ELSE
               IF BM-STATUS-FAILED
                   MOVE "FAILED BALANCING" TO WS-BATCH-OUTCOME
               ELSE
                   IF BM-STATUS-REVERSED
                       MOVE "ACCEPTED - SINCE REVERSED"
                           TO WS-BATCH-OUTCOME
                   ELSE
                       IF BM-STATUS-HELD
                           MOVE "HELD UNBALANCED" TO WS-BATCH-OUTCOME
                       ELSE
                           IF BM-STATUS-DROPPED
                               MOVE "HELD AND DROPPED"
                                   TO WS-BATCH-OUTCOME
                           ELSE
                               STRING "STATUS " BM-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-BATCH-OUTCOME
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-BATCH-OUTCOME " RUN " BM-RUN-DATE " "
               BM-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  DETAIL RECORDS" TO WS-RPT-LABEL.
           MOVE BM-DETAIL-COUNT TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  COUNT TOTAL" TO WS-RPT-LABEL.
           MOVE BM-TOTAL TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  MONEY DEBITS" TO WS-RPT-MONEY-LABEL.
           MOVE BM-MONEY-DEBITS TO WS-RPT-MONEY-VALUE.
           MOVE WS-RPT-MONEY-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  MONEY CREDITS" TO WS-RPT-MONEY-LABEL.
           MOVE BM-MONEY-CREDITS TO WS-RPT-MONEY-VALUE.
           MOVE WS-RPT-MONEY-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  MONEY NET" TO WS-RPT-MONEY-LABEL.
           MOVE BM-MONEY-NET TO WS-RPT-MONEY-VALUE.
           MOVE WS-RPT-MONEY-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

      ******************************************************************
      *    REVAUDIT is flat sequential, so the whole file is read for
      *    the batch's reversal - there is at most one, REVBATCH
      *    refuses a second.
      ******************************************************************
       2500-TRACE-REVERSALS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "REVERSALS" TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-SCAN
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF RVA-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND RVA-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                               PERFORM 2600-LIST-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-COUNT-REVERSALS = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  NONE" TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           END-IF.

       2600-LIST-REVERSAL.
           ADD 1 TO WS-COUNT-REVERSALS.
           MOVE SPACES TO REPORT-LINE.
           IF RVA-KIND-ADJUSTMENT
               STRING "  RECALLED " RVA-REVERSAL-DATE " "
                   RVA-REVERSAL-TIME " AFTER CLOSE - ADJUSTED IN "
                   RVA-PERIOD
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  REVERSED " RVA-REVERSAL-DATE " "
                   RVA-REVERSAL-TIME " OUT OF RUN " RVA-RUN-DATE " "
                   RVA-RUN-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM 9000-WRITE-LINE.
           MOVE "  COUNT TOTAL TAKEN BACK" TO WS-RPT-LABEL.
           MOVE RVA-TOTAL TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  MONEY NET TAKEN BACK" TO WS-RPT-MONEY-LABEL.
           MOVE RVA-MONEY-NET TO WS-RPT-MONEY-VALUE.
           MOVE WS-RPT-MONEY-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

      ******************************************************************
      *    Rejects are keyed by run date, and no run can have seen the
      *    batch before it was created, so the scan STARTs at the
      *    creation date.  Each reject's suspense item has the same
      *    key, so where it stands now is one keyed read away.  The
      *    rejects HISTARCH has rolled off to REJARCH follow, from a
      *    full pass of the sequential archive.
      ******************************************************************
       3000-TRACE-REJECTS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "REJECTED VALUES (RUN, SEQ, VALUE, REASON, SUSPENSE)"
               TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           IF WS-REJHIST-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO REJH-KEY
               MOVE WS-TRACE-CREATE-DATE TO REJH-RUN-DATE
               START REJECT-HISTORY-FILE KEY >= REJH-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ REJECT-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF REJH-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND REJH-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                               PERFORM 3100-LIST-REJECT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT REJECT-ARCHIVE-FILE.
           IF WS-REJARCH-STATUS = "00"
               PERFORM UNTIL END-OF-SCAN
                   READ REJECT-ARCHIVE-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF RJA-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND RJA-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                               PERFORM 3300-LIST-ARCHIVED-REJECT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REJECT-ARCHIVE-FILE.
           IF WS-COUNT-REJECTS = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  NONE" TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           END-IF.

       3100-LIST-REJECT.
           ADD 1 TO WS-COUNT-REJECTS.
           MOVE REJH-RUN-DATE TO WS-ITM-RUN-DATE.
           MOVE REJH-SEQ-NO TO WS-ITM-SEQ-NO.
           MOVE REJH-DATA TO WS-ITM-DATA.
           MOVE REJH-REASON-CODE TO WS-ITM-CODE.
           MOVE "NOT ON SUSPENSE FILE" TO WS-ITM-OUTCOME.
           IF WS-SUSPENSE-IS-OPEN
               MOVE REJH-KEY TO SUSP-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3200-SUSPENSE-OUTCOME
               END-READ
           END-IF.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       3200-SUSPENSE-OUTCOME.
           IF SUSP-STATUS-OPEN
               ADD 1 TO WS-COUNT-REJ-OPEN
               MOVE "OPEN IN SUSPENSE" TO WS-ITM-OUTCOME
           ELSE
               IF SUSP-STATUS-CORRECTED
                   ADD 1 TO WS-COUNT-REJ-CORRECTED
                   MOVE SPACES TO WS-ITM-OUTCOME
                   STRING "CORRECTED TO " SUSP-DATA
                       DELIMITED BY SIZE INTO WS-ITM-OUTCOME
               ELSE
                   IF SUSP-STATUS-WRITTEN-OFF
                       ADD 1 TO WS-COUNT-REJ-WRITTEN-OFF
                       MOVE "WRITTEN OFF" TO WS-ITM-OUTCOME
                   ELSE
                       MOVE SPACES TO WS-ITM-OUTCOME
                       STRING "SUSPENSE STATUS " SUSP-STATUS
                           DELIMITED BY SIZE INTO WS-ITM-OUTCOME
                   END-IF
               END-IF
           END-IF.

       3300-LIST-ARCHIVED-REJECT.
           ADD 1 TO WS-COUNT-REJECTS.
           ADD 1 TO WS-COUNT-REJ-ARCHIVED.
           MOVE RJA-RUN-DATE TO WS-ITM-RUN-DATE.
           MOVE RJA-SEQ-NO TO WS-ITM-SEQ-NO.
           MOVE RJA-DATA TO WS-ITM-DATA.
           MOVE RJA-REASON-CODE TO WS-ITM-CODE.
           MOVE "NOT ON SUSPENSE FILE" TO WS-ITM-OUTCOME.
           IF WS-SUSPENSE-IS-OPEN
               MOVE RJA-KEY TO SUSP-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3200-SUSPENSE-OUTCOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-ARCHIVED-OUTCOME.
           STRING "ARCHIVED - " WS-ITM-OUTCOME
               DELIMITED BY SIZE INTO WS-ARCHIVED-OUTCOME.
           MOVE WS-ARCHIVED-OUTCOME TO WS-ITM-OUTCOME.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       4000-TRACE-DIVERTS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DIVERTED DUPLICATES (RUN, SEQ, VALUE, PHASE, DECISION)"
               TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           IF WS-DIVMAST-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO DIV-KEY
               MOVE WS-TRACE-CREATE-DATE TO DIV-RUN-DATE
               START DIVERT-MASTER-FILE KEY >= DIV-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ DIVERT-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF DIV-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND DIV-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                               PERFORM 4100-LIST-DIVERT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-COUNT-DIVERTS = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  NONE" TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           END-IF.

       4100-LIST-DIVERT.
           ADD 1 TO WS-COUNT-DIVERTS.
           MOVE DIV-RUN-DATE TO WS-ITM-RUN-DATE.
           MOVE DIV-SEQ-NO TO WS-ITM-SEQ-NO.
           MOVE DIV-VALUE TO WS-ITM-DATA.
           MOVE DIV-PHASE TO WS-ITM-CODE.
           MOVE SPACES TO WS-ITM-OUTCOME.
           IF DIV-STATUS-OPEN
               STRING "OPEN - FIRST ACCEPTED " DIV-FIRST-ACCEPT-DATE
                   DELIMITED BY SIZE INTO WS-ITM-OUTCOME
           ELSE
               IF DIV-STATUS-CONFIRMED
                   MOVE "CONFIRMED DUPLICATE - DROPPED"
                       TO WS-ITM-OUTCOME
               ELSE
                   ADD 1 TO WS-COUNT-DIV-RELEASED
                   MOVE "RELEASED - BACK THROUGH RESUBMIT"
                       TO WS-ITM-OUTCOME
               END-IF
           END-IF.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       4500-TRACE-HIGH-VALUES.
           MOVE SPACES TO REPORT-LINE.
           MOVE "HIGH-VALUE HOLDS (RUN, SEQ, AMOUNT, D/C, DECISION)"
               TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           IF WS-HVMAST-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO HV-KEY
               MOVE WS-TRACE-CREATE-DATE TO HV-RUN-DATE
               START HIGH-VALUE-FILE KEY >= HV-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ HIGH-VALUE-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF HV-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND HV-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                               PERFORM 4600-LIST-HIGH-VALUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-COUNT-HIGH-VALUES = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  NONE" TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           END-IF.

       4600-LIST-HIGH-VALUE.
           ADD 1 TO WS-COUNT-HIGH-VALUES.
           MOVE HV-RUN-DATE TO WS-ITM-RUN-DATE.
           MOVE HV-SEQ-NO TO WS-ITM-SEQ-NO.
           MOVE HV-VALUE TO WS-ITM-DATA.
           MOVE HV-DC-IND TO WS-ITM-CODE.
           MOVE SPACES TO WS-ITM-OUTCOME.
           IF HV-STATUS-OPEN
               MOVE "OPEN - AWAITING SUPERVISOR" TO WS-ITM-OUTCOME
           ELSE
               IF HV-STATUS-APPROVED
                   ADD 1 TO WS-COUNT-HV-APPROVED
                   STRING "APPROVED BY " HV-ACTION-BY " "
                       HV-ACTION-DATE
                       DELIMITED BY SIZE INTO WS-ITM-OUTCOME
               ELSE
                   STRING "REJECTED TO SUSPENSE BY " HV-ACTION-BY
                       " " HV-ACTION-DATE
                       DELIMITED BY SIZE INTO WS-ITM-OUTCOME
               END-IF
           END-IF.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

      ******************************************************************
      *    RESUBMIT-FILE itself is emptied by every VALBATCH run, so a
      *    correction that has already gone through is found where it
      *    was made: a corrected suspense item (the rejects above, and
      *    any high value rejected on review) carries its corrected
      *    value; released diverts and approved high values are
      *    counted from their own sections.  Whatever of the batch is
      *    still sitting on RESUBMIT-FILE is listed as queued for the
      *    next run.
      ******************************************************************
       5000-TRACE-CORRECTIONS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CORRECTIONS BACK THROUGH RESUBMIT (RUN, SEQ, VALUE)"
               TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           IF WS-SUSPENSE-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SUSP-KEY
               MOVE WS-TRACE-CREATE-DATE TO SUSP-RUN-DATE
               START SUSPENSE-FILE KEY >= SUSP-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF SUSP-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND SUSP-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                                   AND SUSP-STATUS-CORRECTED
                               PERFORM 5100-LIST-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           OPEN INPUT RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-SCAN
                   READ RESUBMIT-FILE
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF RSB-SOURCE-ID = WS-TRACE-SOURCE-ID
                                   AND RSB-CREATE-DATE =
                                       WS-TRACE-CREATE-DATE
                               PERFORM 5200-LIST-QUEUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-FILE
           END-IF.
           MOVE "  SUSPENSE CORRECTIONS MADE" TO WS-RPT-LABEL.
           MOVE WS-COUNT-CORRECTIONS TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  DIVERTS RELEASED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-DIV-RELEASED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  HIGH VALUES APPROVED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-HV-APPROVED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  STILL QUEUED FOR NEXT RUN" TO WS-RPT-LABEL.
           MOVE WS-COUNT-QUEUED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       5100-LIST-CORRECTION.
           ADD 1 TO WS-COUNT-CORRECTIONS.
           MOVE SUSP-RUN-DATE TO WS-ITM-RUN-DATE.
           MOVE SUSP-SEQ-NO TO WS-ITM-SEQ-NO.
           MOVE SUSP-DATA TO WS-ITM-DATA.
           MOVE SUSP-REASON-CODE TO WS-ITM-CODE.
           MOVE "SUSPENSE ITEM CORRECTED AND RESUBMITTED"
               TO WS-ITM-OUTCOME.
           MOVE WS-ITEM-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       5200-LIST-QUEUED.
           ADD 1 TO WS-COUNT-QUEUED.
           MOVE SPACES TO REPORT-LINE.
           IF RSB-DUP-EXEMPT
               STRING "  QUEUED ON RESUBMIT " RSB-DATA
                   " (RELEASED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  QUEUED ON RESUBMIT " RSB-DATA
                   " (CORRECTED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM 9000-WRITE-LINE.

      ******************************************************************
      *    Every posting file LEDGPOST has recorded on PSTMAST since
      *    the batch ran is opened by name and its details matched on
      *    the batch identity they carry - corrections accepted in
      *    later runs go out on later files, so the search does not
      *    stop at the first one.  Only files that carried something
      *    of the batch are listed, with the ledger's confirmation
      *    state.
      ******************************************************************
       6000-TRACE-POSTINGS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "POSTING FILES CARRYING THE BATCH'S ACCEPTED VALUES"
               TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           IF WS-PSTMAST-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-POST-FROM-DATE TO PS-POST-DATE
               START POSTING-STATUS-FILE KEY >= PS-POST-DATE
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ POSTING-STATUS-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 6100-SCAN-POSTING-FILE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-COUNT-POST-FILES = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "  NONE" TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           END-IF.
           IF WS-COUNT-POST-MISSING > 0
               MOVE "  POSTING FILES NOT ON DISK" TO WS-RPT-LABEL
               MOVE WS-COUNT-POST-MISSING TO WS-RPT-VALUE
               MOVE WS-RPT-LINE TO REPORT-LINE
               PERFORM 9000-WRITE-LINE
           END-IF.

       6100-SCAN-POSTING-FILE.
           MOVE PS-POST-DATE TO WS-POST-NAME-DATE.
           MOVE 0 TO WS-FILE-VALUES WS-FILE-AMOUNTS.
           OPEN INPUT POSTING-FILE.
           IF WS-POST-STATUS NOT = "00"
               ADD 1 TO WS-COUNT-POST-MISSING
           ELSE
               MOVE "N" TO WS-POST-EOF-SWITCH
               PERFORM UNTIL END-OF-POSTING-FILE
                   READ POSTING-FILE
                       AT END
                           SET END-OF-POSTING-FILE TO TRUE
                       NOT AT END
                           PERFORM 6200-MATCH-POSTING-DETAIL
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
               IF WS-FILE-VALUES + WS-FILE-AMOUNTS > 0
                   PERFORM 6300-LIST-POSTING-FILE
               END-IF
           END-IF.

       6200-MATCH-POSTING-DETAIL.
           IF POST-REC-DETAIL
                   AND POST-DET-SOURCE-ID = WS-TRACE-SOURCE-ID
                   AND POST-DET-CREATE-DATE = WS-TRACE-CREATE-DATE
               ADD 1 TO WS-FILE-VALUES
           END-IF.
           IF POST-REC-AMOUNT
                   AND POST-AMT-SOURCE-ID = WS-TRACE-SOURCE-ID
                   AND POST-AMT-CREATE-DATE = WS-TRACE-CREATE-DATE
               ADD 1 TO WS-FILE-AMOUNTS
           END-IF.

       6300-LIST-POSTING-FILE.
           ADD 1 TO WS-COUNT-POST-FILES.
           ADD WS-FILE-VALUES WS-FILE-AMOUNTS TO WS-COUNT-POSTED.
           MOVE WS-POST-FILE-NAME TO WS-PSL-FILE-NAME.
           MOVE WS-FILE-VALUES TO WS-PSL-VALUES.
           MOVE WS-FILE-AMOUNTS TO WS-PSL-AMOUNTS.
           IF PS-STATUS-CONFIRMED
               MOVE "LEDGER CONFIRMED" TO WS-PSL-STATUS
           ELSE
               IF PS-STATUS-SHORT
                   MOVE "LEDGER POSTED SHORT" TO WS-PSL-STATUS
               ELSE
                   MOVE "NOT YET CONFIRMED" TO WS-PSL-STATUS
               END-IF
           END-IF.
           MOVE WS-POSTING-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       7000-WRITE-TRACE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TRACE SUMMARY" TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  VALUES REJECTED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REJECTS TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "    STILL OPEN IN SUSPENSE" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REJ-OPEN TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "    CORRECTED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REJ-CORRECTED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "    WRITTEN OFF" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REJ-WRITTEN-OFF TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "    ARCHIVED (REJARCH)" TO WS-RPT-LABEL.
           MOVE WS-COUNT-REJ-ARCHIVED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  VALUES DIVERTED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-DIVERTS TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  AMOUNTS HELD AS HIGH VALUE" TO WS-RPT-LABEL.
           MOVE WS-COUNT-HIGH-VALUES TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.
           MOVE "  VALUES SENT TO THE LEDGER" TO WS-RPT-LABEL.
           MOVE WS-COUNT-POSTED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           PERFORM 9000-WRITE-LINE.

       9000-WRITE-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.
