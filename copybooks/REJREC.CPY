      *    that DISPLAY-ed "Error: Non-numeric data in WS-AREA-1" and
      *    dropped the record.  Shared by BUGSOLV, VALBATCH and any
      *    other program that needs to park a bad WS-AREA-1 value.
      *    REJ-SOURCE-ID and REJ-CREATE-DATE carry the identity of the
      *    batch the value arrived in (blank for a value with no batch
      *    behind it), so a reject can be traced back to its file.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-DATA            PIC X(10).
           05  REJ-SEQ-NO          PIC 9(6).
           05  REJ-REASON-CODE     PIC X(2).
           05  REJ-REASON-TEXT     PIC X(30).
           05  REJ-SOURCE-ID       PIC X(3).
           05  REJ-CREATE-DATE     PIC X(8).
