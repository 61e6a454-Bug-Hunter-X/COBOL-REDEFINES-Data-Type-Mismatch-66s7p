      ******************************************************************
      *    PROGRAM-ID: CALDAYS
      *    Shared business-day counter over the processing-calendar
      *    master CALMAST (CALREC.CPY), for the programs that age
      *    things in processing days rather than calendar days.
      *    LK-DAY-COUNT comes back as the number of business days
      *    after LK-FROM-DATE up to and including LK-TO-DATE - so an
      *    item logged on a Friday is one business day old on the
      *    following Monday, and zero days old on the Saturday and
      *    Sunday between.  Each date in the range is judged exactly
      *    as CALGET judges it: the calendar record when there is one,
      *    otherwise the standing Monday-to-Friday rule (also used for
      *    every date when the master is not on file).  A to-date on
      *    or before the from-date, or either date not a valid
      *    YYYYMMDD, counts zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDAYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-CALMAST-STATUS       PIC X(2).
       01  WS-CALMAST-OPEN-SWITCH  PIC X(1).
           88  WS-CALMAST-AVAILABLE         VALUE "Y".
       01  WS-FROM-WORK            PIC X(8).
       01  WS-FROM-WORK-NUM REDEFINES WS-FROM-WORK
                                   PIC 9(8).
       01  WS-TO-WORK              PIC X(8).
       01  WS-TO-WORK-NUM REDEFINES WS-TO-WORK
                                   PIC 9(8).
       01  WS-DAY-WORK-NUM         PIC 9(8).
       01  WS-FROM-INT             PIC 9(8).
       01  WS-TO-INT               PIC 9(8).
       01  WS-DAY-INT              PIC 9(8).
       01  WS-WEEKDAY              PIC 9(1).
           88  WS-WEEKEND-DAY               VALUE 5 6.

       LINKAGE SECTION.
       01  LK-FROM-DATE            PIC X(8).
       01  LK-TO-DATE              PIC X(8).
       01  LK-DAY-COUNT            PIC 9(5).

       PROCEDURE DIVISION USING LK-FROM-DATE LK-TO-DATE
               LK-DAY-COUNT.
       0000-MAIN.
           MOVE 0 TO LK-DAY-COUNT.
           MOVE LK-FROM-DATE TO WS-FROM-WORK.
           MOVE LK-TO-DATE TO WS-TO-WORK.
           IF WS-FROM-WORK IS NUMERIC AND WS-TO-WORK IS NUMERIC
                   AND WS-FROM-WORK-NUM >= 16010101
                   AND WS-TO-WORK-NUM > WS-FROM-WORK-NUM
               MOVE "N" TO WS-CALMAST-OPEN-SWITCH
               OPEN INPUT CALENDAR-FILE
               IF WS-CALMAST-STATUS = "00"
                   SET WS-CALMAST-AVAILABLE TO TRUE
               END-IF
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-WORK-NUM)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-WORK-NUM)
               PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DAY-INT >= WS-TO-INT
                   PERFORM 1000-JUDGE-NEXT-DAY
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           GOBACK.

      ******************************************************************
      *    Judges the day after WS-DAY-INT, so the from-date itself is
      *    never counted and the to-date always is.  (integer - 1)
      *    mod 7 runs 0 for Monday through 6 for Sunday.
      ******************************************************************
       1000-JUDGE-NEXT-DAY.
           COMPUTE WS-DAY-WORK-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1).
           MOVE WS-DAY-WORK-NUM TO CAL-DATE.
           IF WS-CALMAST-AVAILABLE
               READ CALENDAR-FILE
                   INVALID KEY
                       PERFORM 1100-APPLY-STANDING-RULE
                   NOT INVALID KEY
                       IF CAL-BUSINESS-DAY
                           ADD 1 TO LK-DAY-COUNT
                       END-IF
               END-READ
           ELSE
               PERFORM 1100-APPLY-STANDING-RULE
           END-IF.

       1100-APPLY-STANDING-RULE.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7).
           IF NOT WS-WEEKEND-DAY
               ADD 1 TO LK-DAY-COUNT
           END-IF.
