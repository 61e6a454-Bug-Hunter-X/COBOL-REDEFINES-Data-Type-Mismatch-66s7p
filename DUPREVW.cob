           REWRITE DIVERT-RECORD.
           MOVE DIV-VALUE TO RSB-DATA.
           MOVE "Y" TO RSB-RELEASE-FLAG.
           IF DIV-CREATE-DATE = SPACES
               MOVE SPACES TO RSB-SOURCE-ID
           ELSE
               MOVE DIV-SOURCE-ID TO RSB-SOURCE-ID
           END-IF.
           MOVE DIV-CREATE-DATE TO RSB-CREATE-DATE.
           WRITE RESUBMIT-RECORD.
           ADD 1 TO WS-COUNT-RELEASED.
           MOVE "RELEASED TO RESUBMIT" TO WS-DSP-DISPOSITION.
