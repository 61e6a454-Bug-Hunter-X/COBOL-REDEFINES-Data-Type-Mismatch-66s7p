      ******************************************************************
      *    WOJREC.CPY
      *    One line of the dated write-off journal, WOJRNL plus the
      *    approval date (WOJRNL20261015 for an October 15th
      *    approval, the dynamic-assign pattern LEDGPOST uses for its
      *    posting files).  SUSPWOFF appends a line for every
      *    write-off a supervisor approves, so the auditors' yearly
      *    question - what did you write off, why, and who said so -
      *    is answered from the journals on disk: the suspense key
      *    and value, the reason category and justification, who
      *    proposed it and when, and who approved it and when.
      *    Declined proposals are not journalled; they stay on the
      *    write-off master WOMAST (WOREC.CPY).
      ******************************************************************
       01  WO-JOURNAL-RECORD.
           05  WOJ-SUSP-RUN-DATE       PIC X(8).
           05  WOJ-SUSP-RUN-TIME       PIC X(8).
           05  WOJ-SUSP-SEQ-NO         PIC 9(6).
           05  WOJ-SUSP-DATA           PIC X(10).
           05  WOJ-REASON-CATEGORY     PIC X(2).
           05  WOJ-JUSTIFICATION       PIC X(60).
           05  WOJ-PROPOSED-BY         PIC X(8).
           05  WOJ-PROPOSE-DATE        PIC X(8).
           05  WOJ-PROPOSE-TIME        PIC X(8).
           05  WOJ-APPROVED-BY         PIC X(8).
           05  WOJ-APPROVE-DATE        PIC X(8).
           05  WOJ-APPROVE-TIME        PIC X(8).
