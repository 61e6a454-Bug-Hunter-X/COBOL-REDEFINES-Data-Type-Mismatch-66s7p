           MOVE WS-SEQ-NO TO REJ-SEQ-NO.
           MOVE WS-REASON-CODE TO REJ-REASON-CODE.
           MOVE WS-REASON-TEXT TO REJ-REASON-TEXT.
           MOVE SPACES TO REJ-SOURCE-ID.
           MOVE SPACES TO REJ-CREATE-DATE.
           WRITE REJECT-RECORD.

       4000-WRITE-CONTROL-REPORT.
