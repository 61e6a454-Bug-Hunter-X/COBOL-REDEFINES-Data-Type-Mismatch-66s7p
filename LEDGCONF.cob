      ******************************************************************
      *    PROGRAM-ID: LEDGCONF
      *    Ledger posting confirmation reconciliation.  LEDGPOST puts
      *    every POSTyyyymmdd file it builds on the posting-status
      *    master PSTMAST (PSTREC.CPY) as unconfirmed; the ledger
      *    answers each one with a return confirmation CONFyyyymmdd
      *    (LCNFREC.CPY) under the same posting date - the dynamic-
      *    assign pattern LEDGPOST uses for the posting file itself.
      *    For every posting date still unconfirmed this program looks
      *    for the confirmation and, when one is on disk, matches it
      *    against the trailer of the posting file we sent (re-read
      *    from POSTyyyymmdd; the copy of the trailer figures on
      *    PSTMAST stands in if the file has gone):
      *       - the hash the ledger computed must equal ours, or the
      *         file was altered between us and them;
      *       - accepted plus rejected must equal the count we sent,
      *         and the item rejects on the confirmation must number
      *         the rejected count;
      *       - the debit, credit and net posted, plus the item
      *         rejects' amounts, must give back what we sent (a
      *         rejected prior-period adjustment's figures are taken
      *         from its detail on the posting file we sent, since
      *         the reject itself carries none).
      *    A posting that passes all of that with nothing rejected is
      *    confirmed; anything else is short, with the reason on
      *    PSTMAST and the report.  Every item reject goes onto the
      *    ledger-reject worklist LEDGREJ (LRJREC.CPY) for an operator
      *    to work through LREJWORK.  A confirmation for the wrong
      *    posting date, or with no trailer, is not used and the
      *    posting stays unconfirmed.  Finally every posting still
      *    unconfirmed more than CONF-OVERDUE-DAYS days after it was
      *    sent (run-parameter master, read through PARMGET; three
      *    digits, default 2) is listed and an ALERT-FILE-style record
      *    appended to ALERTFILE, so a posting the ledger silently
      *    dropped pages someone the same week.  The report goes to
      *    CONFRPT.  The job ends with RETURN-CODE 8 when anything is
      *    overdue, 4 when a posting came back short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGCONF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-STATUS-FILE ASSIGN TO "PSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POST-DATE
               FILE STATUS IS WS-PSTMAST-STATUS.

           SELECT CONFIRMATION-FILE ASSIGN TO WS-CONF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT POSTING-FILE ASSIGN TO WS-POST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT LEDGER-REJECT-FILE ASSIGN TO "LEDGREJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRJ-KEY
               FILE STATUS IS WS-LEDGREJ-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CONFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-STATUS-FILE.
       COPY PSTREC.

       FD  CONFIRMATION-FILE
           RECORDING MODE IS F.
       COPY LCNFREC.

       FD  POSTING-FILE
           RECORDING MODE IS F.
       COPY POSTREC.

       FD  LEDGER-REJECT-FILE.
       COPY LRJREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       COPY ALERTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                    PIC 9(8).
       01  WS-RUN-TIME              PIC X(8).
       01  WS-CONF-FILE-NAME.
           05  FILLER               PIC X(4)  VALUE "CONF".
           05  WS-CONF-NAME-DATE    PIC X(8).
       01  WS-POST-FILE-NAME.
           05  FILLER               PIC X(4)  VALUE "POST".
           05  WS-POST-NAME-DATE    PIC X(8).
       01  WS-PSTMAST-STATUS        PIC X(2).
       01  WS-CONF-STATUS           PIC X(2).
       01  WS-POST-STATUS           PIC X(2).
       01  WS-LEDGREJ-STATUS        PIC X(2).
       01  WS-ALERT-STATUS          PIC X(2).
       01  WS-PST-EOF-SWITCH        PIC X(1).
           88  END-OF-POSTING-STATUS         VALUE "Y".
       01  WS-CONF-EOF-SWITCH       PIC X(1).
           88  END-OF-CONFIRMATION           VALUE "Y".
       01  WS-POST-EOF-SWITCH       PIC X(1).
           88  END-OF-POSTING-FILE           VALUE "Y".
       01  WS-CONF-HEADER-SWITCH    PIC X(1).
           88  WS-CONF-HEADER-MATCHES        VALUE "Y".
       01  WS-CONF-TRAILER-SWITCH   PIC X(1).
           88  WS-CONF-TRAILER-SEEN          VALUE "Y".
       01  WS-SENT-TRAILER-SWITCH   PIC X(1).
           88  WS-SENT-TRAILER-FOUND         VALUE "Y".
       01  WS-OVERDUE-DAYS          PIC 9(3)  VALUE 002.
       01  WS-OVERDUE-PARM          PIC X(3).
       01  WS-OVERDUE-PARM-NUM REDEFINES WS-OVERDUE-PARM
                                    PIC 9(3).
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC X(10).
       01  WS-PARM-FOUND-FLAG       PIC X(1).
       01  WS-POST-DATE-NUM         PIC 9(8).
       01  WS-TODAY-INT             PIC 9(8).
       01  WS-POST-INT              PIC 9(8).
       01  WS-AGE-DAYS              PIC S9(5).

      *    What we sent, from the posting file's own trailer.
       01  WS-SENT-COUNT            PIC 9(10).
       01  WS-SENT-HASH             PIC 9(12).
       01  WS-SENT-DEBITS           PIC 9(11)V99.
       01  WS-SENT-CREDITS          PIC 9(11)V99.
       01  WS-SENT-NET              PIC S9(11)V99.
       01  WS-SENT-DETAIL-SEQ       PIC 9(10).
      *    What the ledger sent back.
       01  WS-ITEM-REJECTS          PIC 9(10).
       01  WS-REJECTED-DEBITS       PIC 9(11)V99.
       01  WS-REJECTED-CREDITS      PIC 9(11)V99.
       01  WS-COUNT-ANSWERED        PIC 9(10).
       01  WS-NET-ANSWERED          PIC S9(11)V99.

       01  WS-COUNT-EXAMINED        PIC 9(10) VALUE 0.
       01  WS-COUNT-CONFIRMED       PIC 9(10) VALUE 0.
       01  WS-COUNT-SHORT           PIC 9(10) VALUE 0.
       01  WS-COUNT-AWAITING        PIC 9(10) VALUE 0.
       01  WS-COUNT-OVERDUE         PIC 9(10) VALUE 0.
       01  WS-COUNT-ITEMS-LOGGED    PIC 9(10) VALUE 0.

       01  WS-CONF-LINE.
           05  WS-CNF-POST-DATE     PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CNF-STATUS        PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CNF-NOTE          PIC X(40).

       01  WS-OVERDUE-LINE.
           05  WS-OVD-POST-DATE     PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-OVD-SENT-COUNT    PIC Z(9)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-OVD-AGE-DAYS      PIC ZZZZ9.
           05  FILLER               PIC X(6)  VALUE " DAYS ".
           05  WS-OVD-NOTE          PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CONF-OVERDUE-DAYS" TO WS-PARM-NAME.
           CALL "PARMGET" USING WS-PARM-NAME WS-RUN-DATE
               WS-PARM-VALUE WS-PARM-FOUND-FLAG.
           MOVE WS-PARM-VALUE TO WS-OVERDUE-PARM.
           IF WS-OVERDUE-PARM IS NUMERIC
               MOVE WS-OVERDUE-PARM-NUM TO WS-OVERDUE-DAYS
           END-IF.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER CONFIRMATION RECONCILIATION - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O POSTING-STATUS-FILE.
           IF WS-PSTMAST-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO POSTING STATUS MASTER ON FILE - NOTHING SENT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE POSTING-STATUS-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN I-O LEDGER-REJECT-FILE.
           IF WS-LEDGREJ-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-REJECT-FILE
               CLOSE LEDGER-REJECT-FILE
               OPEN I-O LEDGER-REJECT-FILE
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.

           MOVE "CONFIRMATIONS TAKEN IN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 0500-START-POSTING-STATUS.
           PERFORM UNTIL END-OF-POSTING-STATUS
               READ POSTING-STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-POSTING-STATUS TO TRUE
                   NOT AT END
                       IF PS-STATUS-UNCONFIRMED
                           PERFORM 1000-TAKE-IN-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTINGS UNCONFIRMED OVER " WS-OVERDUE-DAYS
               " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 0500-START-POSTING-STATUS.
           PERFORM UNTIL END-OF-POSTING-STATUS
               READ POSTING-STATUS-FILE NEXT RECORD
                   AT END
                       SET END-OF-POSTING-STATUS TO TRUE
                   NOT AT END
                       IF PS-STATUS-UNCONFIRMED
                           PERFORM 3000-CHECK-OVERDUE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 4000-WRITE-RECON-TOTALS.
           CLOSE POSTING-STATUS-FILE.
           CLOSE LEDGER-REJECT-FILE.
           CLOSE ALERT-FILE.
           CLOSE REPORT-FILE.
           IF WS-COUNT-OVERDUE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COUNT-SHORT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       0500-START-POSTING-STATUS.
           MOVE "N" TO WS-PST-EOF-SWITCH.
           MOVE LOW-VALUES TO PS-POST-DATE.
           START POSTING-STATUS-FILE KEY >= PS-POST-DATE
               INVALID KEY
                   SET END-OF-POSTING-STATUS TO TRUE
           END-START.

      ******************************************************************
      *    One unconfirmed posting date.  No confirmation on disk yet
      *    is the normal case for the day's own posting and leaves the
      *    record alone.  The header is the first thing checked: a
      *    confirmation answering some other date is not ours to
      *    use, and none of its item rejects are logged.
      ******************************************************************
       1000-TAKE-IN-CONFIRMATION.
           ADD 1 TO WS-COUNT-EXAMINED.
           MOVE PS-POST-DATE TO WS-CONF-NAME-DATE.
           MOVE PS-POST-DATE TO WS-POST-NAME-DATE.
           MOVE "N" TO WS-CONF-HEADER-SWITCH.
           MOVE "N" TO WS-CONF-TRAILER-SWITCH.
           MOVE 0 TO WS-ITEM-REJECTS.
           MOVE 0 TO WS-REJECTED-DEBITS.
           MOVE 0 TO WS-REJECTED-CREDITS.
           OPEN INPUT CONFIRMATION-FILE.
           IF WS-CONF-STATUS NOT = "00"
               ADD 1 TO WS-COUNT-AWAITING
               CLOSE CONFIRMATION-FILE
           ELSE
               MOVE "N" TO WS-CONF-EOF-SWITCH
               READ CONFIRMATION-FILE
                   AT END
                       SET END-OF-CONFIRMATION TO TRUE
               END-READ
               IF NOT END-OF-CONFIRMATION AND LCF-REC-HEADER
                       AND LCF-HDR-POST-DATE = PS-POST-DATE
                   SET WS-CONF-HEADER-MATCHES TO TRUE
                   PERFORM UNTIL END-OF-CONFIRMATION
                       READ CONFIRMATION-FILE
                           AT END
                               SET END-OF-CONFIRMATION TO TRUE
                           NOT AT END
                               PERFORM 1100-TAKE-ONE-CONF-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CONFIRMATION-FILE
               PERFORM 1500-SETTLE-POSTING
           END-IF.

       1100-TAKE-ONE-CONF-RECORD.
           IF LCF-REC-REJECT
               PERFORM 1200-LOG-ITEM-REJECT
           ELSE
               IF LCF-REC-TRAILER
                   SET WS-CONF-TRAILER-SEEN TO TRUE
                   MOVE LCF-TRL-ACCEPTED TO PS-LEDG-ACCEPTED
                   MOVE LCF-TRL-REJECTED TO PS-LEDG-REJECTED
                   MOVE LCF-TRL-HASH TO PS-LEDG-HASH
                   MOVE LCF-TRL-DEBITS TO PS-LEDG-DEBITS
                   MOVE LCF-TRL-CREDITS TO PS-LEDG-CREDITS
                   MOVE LCF-TRL-NET TO PS-LEDG-NET
               END-IF
           END-IF.

      ******************************************************************
      *    An item reject is counted, its amount (if it is one) added
      *    to the rejected debits or credits for the money check, and
      *    written to the worklist open.  A rejected adjustment's
      *    reversing debits and credits count as rejected money too.
      *    An item already on the worklist - a confirmation taken in
      *    again after a trailer turned up late - keeps whatever an
      *    operator has done to it.
      ******************************************************************
       1200-LOG-ITEM-REJECT.
           ADD 1 TO WS-ITEM-REJECTS.
           IF LCF-REJ-ITEM-TYPE = "A"
               MOVE LCF-REJ-DATA TO WS-AREA-1
               IF WS-AREA-2D IS NUMERIC
                   IF WS-AREA-2D < 0
                       SUBTRACT WS-AREA-2D FROM WS-REJECTED-CREDITS
                   ELSE
                       ADD WS-AREA-2D TO WS-REJECTED-DEBITS
                   END-IF
               END-IF
           END-IF.
           IF LCF-REJ-ITEM-TYPE = "P"
               PERFORM 1250-FIND-SENT-ADJUSTMENT
           END-IF.
           MOVE PS-POST-DATE TO LRJ-POST-DATE.
           MOVE LCF-REJ-DETAIL-SEQ TO LRJ-DETAIL-SEQ.
           MOVE LCF-REJ-ITEM-TYPE TO LRJ-ITEM-TYPE.
           MOVE LCF-REJ-DC-IND TO LRJ-DC-IND.
           MOVE LCF-REJ-DATA TO LRJ-DATA.
           MOVE LCF-REJ-REASON-CODE TO LRJ-REASON-CODE.
           MOVE LCF-REJ-REASON-TEXT TO LRJ-REASON-TEXT.
           SET LRJ-STATUS-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO LRJ-LOGGED-DATE.
           MOVE SPACES TO LRJ-ACTION-BY.
           MOVE SPACES TO LRJ-ACTION-DATE.
           MOVE SPACES TO LRJ-ACTION-NOTE.
           WRITE LEDGER-REJECT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-ITEMS-LOGGED
           END-WRITE.

      ******************************************************************
      *    The detail the ledger names is found by counting details
      *    from the top of the posting file we sent, the way the
      *    ledger numbers them.  With the file gone the figures
      *    cannot be known and the money check will say so.
      ******************************************************************
       1250-FIND-SENT-ADJUSTMENT.
           MOVE 0 TO WS-SENT-DETAIL-SEQ.
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
                           IF WS-SENT-DETAIL-SEQ = LCF-REJ-DETAIL-SEQ
                               SET END-OF-POSTING-FILE TO TRUE
                               IF POST-REC-ADJUSTMENT
                                   ADD POST-ADJ-DEBITS
                                       TO WS-REJECTED-DEBITS
                                   ADD POST-ADJ-CREDITS
                                       TO WS-REJECTED-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "LEDGCONF: " WS-POST-FILE-NAME
                   " not on disk - adjustment reject at "
                   LCF-REJ-DETAIL-SEQ " cannot be valued"
           END-IF.
           CLOSE POSTING-FILE.

      ******************************************************************
      *    Settle the posting against what we sent.  The checks run
      *    in order of how badly things went, and the first one that
      *    fails is the reason recorded.
      ******************************************************************
       1500-SETTLE-POSTING.
           MOVE PS-POST-DATE TO WS-CNF-POST-DATE.
           IF NOT WS-CONF-HEADER-MATCHES
               ADD 1 TO WS-COUNT-AWAITING
               MOVE "NOT USED" TO WS-CNF-STATUS
               MOVE "CONFIRMATION HEADER IS NOT FOR THIS DATE"
                   TO WS-CNF-NOTE
           ELSE
               IF NOT WS-CONF-TRAILER-SEEN
                   ADD 1 TO WS-COUNT-AWAITING
                   MOVE "NOT USED" TO WS-CNF-STATUS
                   MOVE "CONFIRMATION HAS NO TRAILER"
                       TO WS-CNF-NOTE
               ELSE
                   PERFORM 1600-READ-SENT-TRAILER
                   PERFORM 1700-MATCH-FIGURES
                   MOVE WS-RUN-DATE TO PS-CONFIRM-DATE
                   MOVE WS-RUN-TIME TO PS-CONFIRM-TIME
                   REWRITE POSTING-STATUS-RECORD
                   MOVE PS-NOTE TO WS-CNF-NOTE
                   IF PS-STATUS-CONFIRMED
                       ADD 1 TO WS-COUNT-CONFIRMED
                       MOVE "CONFIRMED" TO WS-CNF-STATUS
                   ELSE
                       ADD 1 TO WS-COUNT-SHORT
                       MOVE "** SHORT" TO WS-CNF-STATUS
                       DISPLAY "LEDGCONF: posting " PS-POST-DATE
                           " short - " PS-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CONF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1600-READ-SENT-TRAILER.
           MOVE PS-SENT-COUNT TO WS-SENT-COUNT.
           MOVE PS-SENT-HASH TO WS-SENT-HASH.
           MOVE PS-SENT-DEBITS TO WS-SENT-DEBITS.
           MOVE PS-SENT-CREDITS TO WS-SENT-CREDITS.
           MOVE PS-SENT-NET TO WS-SENT-NET.
           MOVE "N" TO WS-SENT-TRAILER-SWITCH.
           MOVE "N" TO WS-POST-EOF-SWITCH.
           OPEN INPUT POSTING-FILE.
           IF WS-POST-STATUS = "00"
               PERFORM UNTIL END-OF-POSTING-FILE
                   READ POSTING-FILE
                       AT END
                           SET END-OF-POSTING-FILE TO TRUE
                       NOT AT END
                           IF POST-REC-TRAILER
                               SET WS-SENT-TRAILER-FOUND TO TRUE
                               MOVE POST-TRL-COUNT TO WS-SENT-COUNT
                               MOVE POST-TRL-HASH TO WS-SENT-HASH
                               MOVE POST-TRL-DEBITS
                                   TO WS-SENT-DEBITS
                               MOVE POST-TRL-CREDITS
                                   TO WS-SENT-CREDITS
                               MOVE POST-TRL-NET TO WS-SENT-NET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE POSTING-FILE.
           IF NOT WS-SENT-TRAILER-FOUND
               DISPLAY "LEDGCONF: " WS-POST-FILE-NAME
                   " not on disk - matching against PSTMAST copy"
           END-IF.

       1700-MATCH-FIGURES.
           COMPUTE WS-COUNT-ANSWERED =
               PS-LEDG-ACCEPTED + PS-LEDG-REJECTED.
           COMPUTE WS-NET-ANSWERED = PS-LEDG-NET
               + WS-REJECTED-DEBITS - WS-REJECTED-CREDITS.
           SET PS-STATUS-SHORT TO TRUE.
           IF PS-LEDG-HASH NOT = WS-SENT-HASH
               MOVE "LEDGER HASH DIFFERS FROM HASH SENT" TO PS-NOTE
           ELSE
               IF WS-COUNT-ANSWERED NOT = WS-SENT-COUNT
                   MOVE "ACCEPTED PLUS REJECTED NOT = COUNT SENT"
                       TO PS-NOTE
               ELSE
                   IF WS-ITEM-REJECTS NOT = PS-LEDG-REJECTED
                       MOVE "ITEM REJECTS NOT = REJECTED COUNT"
                           TO PS-NOTE
                   ELSE
                       IF PS-LEDG-DEBITS + WS-REJECTED-DEBITS
                               NOT = WS-SENT-DEBITS
                           OR PS-LEDG-CREDITS + WS-REJECTED-CREDITS
                               NOT = WS-SENT-CREDITS
                           OR WS-NET-ANSWERED NOT = WS-SENT-NET
                           MOVE "MONEY POSTED DOES NOT RECONCILE"
                               TO PS-NOTE
                       ELSE
                           IF PS-LEDG-REJECTED > 0
                               MOVE "ITEMS REJECTED - SEE LEDGREJ"
                                   TO PS-NOTE
                           ELSE
                               SET PS-STATUS-CONFIRMED TO TRUE
                               MOVE "POSTED IN FULL" TO PS-NOTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Age is counted from the posting date to the run date.
      ******************************************************************
       3000-CHECK-OVERDUE.
           MOVE PS-POST-DATE TO WS-POST-DATE-NUM.
           IF PS-POST-DATE IS NUMERIC
               COMPUTE WS-POST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-POST-INT
               IF WS-AGE-DAYS > WS-OVERDUE-DAYS
                   ADD 1 TO WS-COUNT-OVERDUE
                   MOVE PS-POST-DATE TO WS-OVD-POST-DATE
                   MOVE PS-SENT-COUNT TO WS-OVD-SENT-COUNT
                   MOVE WS-AGE-DAYS TO WS-OVD-AGE-DAYS
                   MOVE PS-NOTE TO WS-OVD-NOTE
                   MOVE WS-OVERDUE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 3100-WRITE-OVERDUE-ALERT
               END-IF
           END-IF.

       3100-WRITE-OVERDUE-ALERT.
           MOVE WS-RUN-DATE TO ALERT-RUN-DATE.
           MOVE PS-SENT-COUNT TO ALERT-COUNT-READ.
           MOVE 0 TO ALERT-COUNT-REJECTED.
           MOVE 0 TO ALERT-REJECT-RATE-PCT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "Ledger posting " PS-POST-DATE " unconfirmed"
               DELIMITED BY SIZE INTO ALERT-MESSAGE.
           WRITE ALERT-RECORD.
           DISPLAY "LEDGCONF: posting " PS-POST-DATE
               " still unconfirmed after " WS-AGE-DAYS " days".

       4000-WRITE-RECON-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNCONFIRMED POSTINGS EXAMINED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-EXAMINED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONFIRMED IN FULL" TO WS-RPT-LABEL.
           MOVE WS-COUNT-CONFIRMED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONFIRMED SHORT" TO WS-RPT-LABEL.
           MOVE WS-COUNT-SHORT TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STILL AWAITING CONFIRMATION" TO WS-RPT-LABEL.
           MOVE WS-COUNT-AWAITING TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OVERDUE - ALERT RAISED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-OVERDUE TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEM REJECTS ADDED TO LEDGREJ" TO WS-RPT-LABEL.
           MOVE WS-COUNT-ITEMS-LOGGED TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
