      *    the extract by day even though a fresh run overwrites
      *    TRANSOUT.  A delivery report with the same control figures
      *    goes to LEDGRPT so both sides can quote the same numbers
      *    when they disagree.  Every posting file built is also
      *    recorded on the posting-status master PSTMAST (PSTREC.CPY)
      *    as unconfirmed, with the trailer figures sent, until
      *    LEDGCONF matches the ledger's return confirmation against
      *    it.  Each detail also carries the source id and creation
      *    date of the batch its value arrived in, taken from the
      *    accepted record, so BATTRACE can name the posting file a
      *    batch's values went out on.  Prior-period adjustments
      *    REVBATCH booked on ADJMAST (ADJREC.CPY) for batches recalled
      *    after their month was closed go out after the day's values
      *    as type P adjustment details, and are marked posted with
      *    the posting date; a rerun on the same date sends that
      *    date's adjustments again on the rebuilt file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGPOST.
           SELECT REPORT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-ADJMAST-STATUS.

           SELECT POSTING-STATUS-FILE ASSIGN TO "PSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POST-DATE
               FILE STATUS IS WS-PSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       FD  POSTING-STATUS-FILE.
       COPY PSTREC.

       FD  ADJUSTMENT-FILE.
       COPY ADJREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-TIME              PIC X(8).
       01  WS-PSTMAST-STATUS        PIC X(2).
       01  WS-ADJMAST-STATUS        PIC X(2).
       01  WS-ADJ-EOF-SWITCH        PIC X(1).
           88  END-OF-ADJUSTMENT-FILE        VALUE "Y".
       01  WS-POST-FILE-NAME.
           05  FILLER               PIC X(4)  VALUE "POST".
           05  WS-POST-NAME-DATE    PIC X(8).
       01  WS-DETAIL-COUNT          PIC 9(10) VALUE 0.
       01  WS-COUNT-VALUES          PIC 9(10) VALUE 0.
       01  WS-COUNT-AMOUNTS         PIC 9(10) VALUE 0.
       01  WS-COUNT-ADJUSTMENTS     PIC 9(10) VALUE 0.
       01  WS-HASH-TOTAL            PIC 9(12) VALUE 0.
       01  WS-HASH-CONTRIB          PIC S9(12) COMP-3 VALUE 0.
       01  WS-HASH-MODULUS          PIC 9(13)  COMP-3
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-POST-NAME-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
                           PERFORM 2000-POST-ONE-RECORD
                   END-READ
               END-PERFORM
               PERFORM 2500-POST-ADJUSTMENTS
               PERFORM 3000-WRITE-POSTING-TRAILER
               CLOSE POSTING-FILE
               PERFORM 3500-RECORD-POSTING-STATUS
               CLOSE ACCEPTED-FILE
               PERFORM 4000-WRITE-EXTRACT-TOTALS
           ELSE
               ADD 1 TO WS-COUNT-AMOUNTS
               MOVE "A" TO POST-REC-TYPE
               MOVE ACC-DATA TO POST-AMT-DATA
               MOVE ACC-SOURCE-ID TO POST-AMT-SOURCE-ID
               MOVE ACC-CREATE-DATE TO POST-AMT-CREATE-DATE
               MOVE "D" TO POST-AMT-DC-IND
               IF WS-AREA-2D IS NUMERIC
                   COMPUTE WS-HASH-CONTRIB = WS-AREA-2D * 100
               ADD 1 TO WS-COUNT-VALUES
               MOVE "D" TO POST-REC-TYPE
               MOVE ACC-DATA TO POST-DET-DATA
               MOVE ACC-SOURCE-ID TO POST-DET-SOURCE-ID
               MOVE ACC-CREATE-DATE TO POST-DET-CREATE-DATE
               IF WS-AREA-2 IS NUMERIC
                   MOVE WS-AREA-2 TO WS-HASH-CONTRIB
               END-IF
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
               WS-HASH-TOTAL + WS-HASH-CONTRIB, WS-HASH-MODULUS).

      ******************************************************************
      *    Every adjustment still pending goes on this posting file,
      *    and so does one already sent today, since a rerun has just
      *    overwritten the file that carried it.  No adjustment master
      *    means nothing has ever been recalled from a closed month.
      ******************************************************************
       2500-POST-ADJUSTMENTS.
           OPEN I-O ADJUSTMENT-FILE.
           IF WS-ADJMAST-STATUS = "00"
               MOVE "N" TO WS-ADJ-EOF-SWITCH
               MOVE LOW-VALUES TO ADJ-KEY
               START ADJUSTMENT-FILE KEY >= ADJ-KEY
                   INVALID KEY
                       SET END-OF-ADJUSTMENT-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-ADJUSTMENT-FILE
                   READ ADJUSTMENT-FILE NEXT RECORD
                       AT END
                           SET END-OF-ADJUSTMENT-FILE TO TRUE
                       NOT AT END
                           IF ADJ-STATUS-PENDING
                                   OR ADJ-POST-DATE = WS-RUN-DATE
                               PERFORM 2600-POST-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF.

      ******************************************************************
      *    The adjustment reverses the recalled batch: what it
      *    debited is credited and what it credited is debited, and
      *    its count total comes back off the hash.
      ******************************************************************
       2600-POST-ONE-ADJUSTMENT.
           MOVE SPACES TO POST-RECORD.
           MOVE "P" TO POST-REC-TYPE.
           MOVE ADJ-SOURCE-ID TO POST-ADJ-SOURCE-ID.
           MOVE ADJ-CREATE-DATE TO POST-ADJ-CREATE-DATE.
           MOVE ADJ-ORIG-PERIOD TO POST-ADJ-ORIG-PERIOD.
           MOVE ADJ-TOTAL TO POST-ADJ-TOTAL.
           MOVE ADJ-MONEY-CREDITS TO POST-ADJ-DEBITS.
           MOVE ADJ-MONEY-DEBITS TO POST-ADJ-CREDITS.
           WRITE POST-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-COUNT-ADJUSTMENTS.
           ADD ADJ-MONEY-CREDITS TO WS-MONEY-DEBITS.
           ADD ADJ-MONEY-DEBITS TO WS-MONEY-CREDITS.
           SUBTRACT ADJ-MONEY-NET FROM WS-MONEY-NET.
           COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
               WS-HASH-TOTAL
               + ((ADJ-MONEY-CREDITS - ADJ-MONEY-DEBITS) * 100)
               - ADJ-TOTAL, WS-HASH-MODULUS).
           SET ADJ-STATUS-POSTED TO TRUE.
           MOVE WS-RUN-DATE TO ADJ-POST-DATE.
           REWRITE ADJUSTMENT-RECORD.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRIOR-PERIOD ADJUSTMENT " ADJ-SOURCE-ID " "
               ADJ-CREATE-DATE " CLOSED PERIOD " ADJ-ORIG-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-WRITE-POSTING-TRAILER.
           MOVE SPACES TO POST-RECORD.
           MOVE "T" TO POST-REC-TYPE.
           MOVE WS-MONEY-NET TO POST-TRL-NET.
           WRITE POST-RECORD.

      ******************************************************************
      *    The posting date goes on PSTMAST as unconfirmed with the
      *    figures just sent.  A rerun on the same date rebuilt the
      *    file, so whatever the ledger said about the old one no
      *    longer applies - the record is rewritten back to U.
      ******************************************************************
       3500-RECORD-POSTING-STATUS.
           OPEN I-O POSTING-STATUS-FILE.
           IF WS-PSTMAST-STATUS NOT = "00"
               OPEN OUTPUT POSTING-STATUS-FILE
           END-IF.
           MOVE SPACES TO POSTING-STATUS-RECORD.
           MOVE WS-RUN-DATE TO PS-POST-DATE.
           SET PS-STATUS-UNCONFIRMED TO TRUE.
           MOVE WS-RUN-TIME TO PS-SENT-TIME.
           MOVE WS-DETAIL-COUNT TO PS-SENT-COUNT.
           MOVE WS-HASH-TOTAL TO PS-SENT-HASH.
           MOVE WS-MONEY-DEBITS TO PS-SENT-DEBITS.
           MOVE WS-MONEY-CREDITS TO PS-SENT-CREDITS.
           MOVE WS-MONEY-NET TO PS-SENT-NET.
           MOVE 0 TO PS-LEDG-ACCEPTED.
           MOVE 0 TO PS-LEDG-REJECTED.
           MOVE 0 TO PS-LEDG-HASH.
           MOVE 0 TO PS-LEDG-DEBITS.
           MOVE 0 TO PS-LEDG-CREDITS.
           MOVE 0 TO PS-LEDG-NET.
           MOVE "AWAITING LEDGER CONFIRMATION" TO PS-NOTE.
           WRITE POSTING-STATUS-RECORD
               INVALID KEY
                   REWRITE POSTING-STATUS-RECORD
           END-WRITE.
           CLOSE POSTING-STATUS-FILE.

       4000-WRITE-EXTRACT-TOTALS.
           MOVE "DETAILS POSTED" TO WS-RPT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-RPT-VALUE.
           MOVE WS-COUNT-AMOUNTS TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRIOR-PERIOD ADJUSTMENTS" TO WS-RPT-LABEL.
           MOVE WS-COUNT-ADJUSTMENTS TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONEY DEBIT TOTAL" TO WS-RPT-MONEY-LABEL.
           MOVE WS-MONEY-DEBITS TO WS-RPT-MONEY-VALUE.
           MOVE WS-RPT-MONEY-LINE TO REPORT-LINE.
