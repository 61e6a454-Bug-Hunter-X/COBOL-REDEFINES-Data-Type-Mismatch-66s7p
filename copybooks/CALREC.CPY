      ******************************************************************
      *    CALREC.CPY
      *    One date on the processing-calendar master CALMAST, keyed
      *    by the date itself.  CAL-DAY-TYPE says whether the stream
      *    treats the date as a business day (a processing day, feeds
      *    expected) or a holiday (no processing, no feeds expected),
      *    with a description for the reports - "GOOD FRIDAY",
      *    "BANK HOLIDAY", "WEEKEND PROCESSING".  CAL-NON-SEND-SOURCE
      *    lists, for a business day, up to ten sources known not to
      *    send on that date (a sender's own holiday or a planned
      *    outage); CAL-NON-SEND-COUNT says how many slots are in use.
      *    A date with no record on the master follows the standing
      *    rule: Monday to Friday is a business day, Saturday and
      *    Sunday are not - so the master only needs the exceptions,
      *    a weekday holiday or a weekend the stream does process.
      *    MISSFEED, SUSPAGE and RUNRECON read the master through the
      *    shared CALGET and CALDAYS subroutines, which also apply the
      *    standing rule when the master is not on file at all.
      *    Records are maintained through CALMAINT, which stamps the
      *    operator, date and time onto CAL-UPDATED-BY/DATE/TIME and
      *    appends every change to the CALLOG audit file.
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC X(8).
           05  CAL-DAY-TYPE            PIC X(1).
               88  CAL-BUSINESS-DAY            VALUE "B".
               88  CAL-HOLIDAY                 VALUE "H".
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-NON-SEND-COUNT      PIC 9(2).
           05  CAL-NON-SEND-SOURCE OCCURS 10 TIMES
                                       PIC X(3).
           05  CAL-UPDATED-BY          PIC X(8).
           05  CAL-UPDATE-DATE         PIC X(8).
           05  CAL-UPDATE-TIME         PIC X(8).
