      *    so more than one correction session between VALBATCH runs
      *    doesn't lose earlier corrections.  A suspense record that is
      *    already CORRECTED is left alone rather than resubmitted a
      *    second time, and so is one a supervisor has written off
      *    through SUSPWOFF.  The correction date is stamped on the
      *    suspense record for the SRCSCORE time-to-correct figures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCORR.
       01  WS-READ-STATUS          PIC X(1) VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-RESUBMIT-STATUS      PIC X(2).
       01  WS-RUN-DATE             PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O SUSPENSE-FILE.
           OPEN EXTEND RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS NOT = "00"
               IF SUSP-STATUS-OPEN
                   PERFORM 2000-APPLY-CORRECTION
               ELSE
                   IF SUSP-STATUS-WRITTEN-OFF
                       DISPLAY "That record has been written off - "
                           "not applying a correction"
                   ELSE
                       DISPLAY "That record is already corrected - "
                           "not applying a second correction"
                   END-IF
               END-IF
           END-IF.


           MOVE WS-CORRECTED-VALUE TO SUSP-DATA.
           SET SUSP-STATUS-CORRECTED TO TRUE.
           MOVE WS-RUN-DATE TO SUSP-CLOSED-DATE.
           REWRITE SUSPENSE-RECORD.

           MOVE WS-CORRECTED-VALUE TO RSB-DATA.
           MOVE "N" TO RSB-RELEASE-FLAG.
           MOVE SUSP-SOURCE-ID TO RSB-SOURCE-ID.
           MOVE SUSP-CREATE-DATE TO RSB-CREATE-DATE.
           WRITE RESUBMIT-RECORD.
