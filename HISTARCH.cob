           MOVE REJH-DATA TO RJA-DATA.
           MOVE REJH-REASON-CODE TO RJA-REASON-CODE.
           MOVE REJH-REASON-TEXT TO RJA-REASON-TEXT.
           MOVE REJH-SOURCE-ID TO RJA-SOURCE-ID.
           MOVE REJH-CREATE-DATE TO RJA-CREATE-DATE.
           WRITE REJECT-ARCH-RECORD.
           DELETE REJECT-HISTORY-FILE.
           ADD 1 TO WS-COUNT-ARCHIVED.
