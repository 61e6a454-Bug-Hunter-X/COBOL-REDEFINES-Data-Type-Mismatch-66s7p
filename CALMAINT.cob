      ******************************************************************
      *    PROGRAM-ID: CALMAINT
      *    Operator maintenance for the processing-calendar master
      *    CALMAST (layout CALREC.CPY), in the PARMMNT prompt-and-
      *    apply style.  A session loops on an action code:
      *       A - add a date: business day (B) or holiday (H), a
      *           description, and for a business day the sources
      *           known not to send on it
      *       U - re-key the type, description and non-send sources
      *           on a date already on file (a holiday moved, or a
      *           sender's outage added to the day)
      *       L - list every date on file for one month
      *    Only the exceptions need keying: a date with no record
      *    follows the standing rule, Monday to Friday business days
      *    and weekends off, so a weekday bank holiday is keyed H and
      *    a Saturday the stream has to process is keyed B.  Every
      *    add and update asks for the operator's initials and stamps
      *    them, with the date and time, onto the record; the change
      *    - including the day type and non-send count it replaced,
      *    for an update - is also appended to the CALLOG audit file.
      *    A first-ever session creates the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CALMAST-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-MORE-ACTIONS         PIC X(1)  VALUE "Y".
           88  WS-DONE-MAINTAINING          VALUE "N".
       01  WS-ACTION-CODE          PIC X(1).
           88  WS-ACTION-ADD                VALUE "A".
           88  WS-ACTION-UPDATE             VALUE "U".
           88  WS-ACTION-LIST               VALUE "L".
       01  WS-DATE-ENTERED         PIC X(8).
       01  WS-DATE-ENTERED-NUM REDEFINES WS-DATE-ENTERED
                                   PIC 9(8).
       01  WS-TYPE-ENTERED         PIC X(1).
           88  WS-TYPE-VALID                VALUE "B" "H".
       01  WS-DESCRIPTION-ENTERED  PIC X(30).
       01  WS-COUNT-ENTERED        PIC X(2).
       01  WS-COUNT-ENTERED-NUM REDEFINES WS-COUNT-ENTERED
                                   PIC 9(2).
       01  WS-OPERATOR-ENTERED     PIC X(8).
       01  WS-OLD-TYPE             PIC X(1).
       01  WS-OLD-NON-SEND-COUNT   PIC 9(2).
       01  WS-ENTRY-OK-SWITCH      PIC X(1).
           88  WS-ENTRY-OK                  VALUE "Y".
       01  WS-READ-STATUS          PIC X(1)  VALUE "N".
           88  WS-RECORD-FOUND              VALUE "Y".
       01  WS-CAL-EOF-SWITCH       PIC X(1).
           88  END-OF-CALENDAR-FILE         VALUE "Y".
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-NON-SEND-SUB         PIC 9(2)  COMP.
       01  WS-NON-SEND-LIST        PIC X(40).
       01  WS-LIST-POINTER         PIC 9(3)  COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN I-O CALENDAR-FILE.
           IF WS-CALMAST-STATUS NOT = "00"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM UNTIL WS-DONE-MAINTAINING
               PERFORM 1000-APPLY-ONE-ACTION
               DISPLAY "Another maintenance action? (Y/N)"
               ACCEPT WS-MORE-ACTIONS
           END-PERFORM.

           CLOSE CALENDAR-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.

       1000-APPLY-ONE-ACTION.
           DISPLAY "Add, Update or List? (A/U/L)".
           ACCEPT WS-ACTION-CODE.

           IF WS-ACTION-ADD
               PERFORM 2000-ADD-DATE
           ELSE
               IF WS-ACTION-UPDATE
                   PERFORM 3000-UPDATE-DATE
               ELSE
                   IF WS-ACTION-LIST
                       PERFORM 4000-LIST-MONTH
                   ELSE
                       DISPLAY "Enter A, U or L"
                   END-IF
               END-IF
           END-IF.

       2000-ADD-DATE.
           DISPLAY "Calendar date (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           IF WS-DATE-ENTERED IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTERED-NUM)
                       NOT = 0
               DISPLAY "Not a valid YYYYMMDD date"
           ELSE
               MOVE SPACES TO CALENDAR-RECORD
               MOVE WS-DATE-ENTERED TO CAL-DATE
               PERFORM 5000-ACCEPT-DAY-DETAILS
               IF WS-ENTRY-OK
                   MOVE SPACES TO WS-OLD-TYPE
                   MOVE 0 TO WS-OLD-NON-SEND-COUNT
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           DISPLAY "That date is already on file"
                               " - use Update"
                       NOT INVALID KEY
                           PERFORM 6000-WRITE-AUDIT-LINE
                           DISPLAY "Calendar date added"
                   END-WRITE
               END-IF
           END-IF.

       3000-UPDATE-DATE.
           DISPLAY "Calendar date to update (YYYYMMDD):".
           ACCEPT WS-DATE-ENTERED.
           MOVE WS-DATE-ENTERED TO CAL-DATE.
           MOVE "N" TO WS-READ-STATUS.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "No calendar record for that date"
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
               MOVE CAL-DAY-TYPE TO WS-OLD-TYPE
               MOVE CAL-NON-SEND-COUNT TO WS-OLD-NON-SEND-COUNT
               PERFORM 7000-BUILD-NON-SEND-LIST
               DISPLAY "Current: " CAL-DAY-TYPE " " CAL-DESCRIPTION
               DISPLAY "Not sending: " WS-NON-SEND-LIST
               PERFORM 5000-ACCEPT-DAY-DETAILS
               IF WS-ENTRY-OK
                   REWRITE CALENDAR-RECORD
                   PERFORM 6000-WRITE-AUDIT-LINE
                   DISPLAY "Calendar date updated"
               END-IF
           END-IF.

       4000-LIST-MONTH.
           DISPLAY "Month to list (YYYYMM):".
           ACCEPT WS-DATE-ENTERED.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-CAL-EOF-SWITCH.
           MOVE WS-DATE-ENTERED (1:6) TO CAL-DATE.
           MOVE "00" TO CAL-DATE (7:2).
           START CALENDAR-FILE KEY >= CAL-DATE
               INVALID KEY
                   SET END-OF-CALENDAR-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CALENDAR-FILE
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       SET END-OF-CALENDAR-FILE TO TRUE
                   NOT AT END
                       IF CAL-DATE (1:6) NOT = WS-DATE-ENTERED (1:6)
                           SET END-OF-CALENDAR-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 7000-BUILD-NON-SEND-LIST
                           DISPLAY CAL-DATE " " CAL-DAY-TYPE " "
                               CAL-DESCRIPTION " BY " CAL-UPDATED-BY
                               " ON " CAL-UPDATE-DATE
                           IF CAL-NON-SEND-COUNT > 0
                               DISPLAY "         NOT SENDING: "
                                   WS-NON-SEND-LIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No calendar records on file for "
                   WS-DATE-ENTERED (1:6)
                   " - every weekday is a business day"
           END-IF.

      ******************************************************************
      *    Keys the day type, description and non-send sources into
      *    the record area and stamps the operator.  A holiday carries
      *    no non-send list - nobody is expected to send on it.
      ******************************************************************
       5000-ACCEPT-DAY-DETAILS.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "Business day or holiday? (B/H)".
           ACCEPT WS-TYPE-ENTERED.
           IF NOT WS-TYPE-VALID
               DISPLAY "Enter B or H - no change made"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           IF WS-ENTRY-OK
               DISPLAY "Description (up to 30 characters):"
               ACCEPT WS-DESCRIPTION-ENTERED
               MOVE 0 TO WS-COUNT-ENTERED-NUM
               IF WS-TYPE-ENTERED = "B"
                   DISPLAY "Number of sources not sending (00-10):"
                   ACCEPT WS-COUNT-ENTERED
                   IF WS-COUNT-ENTERED IS NOT NUMERIC
                           OR WS-COUNT-ENTERED-NUM > 10
                       DISPLAY "Enter two digits, 00 to 10"
                           " - no change made"
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK
               MOVE WS-TYPE-ENTERED TO CAL-DAY-TYPE
               MOVE WS-DESCRIPTION-ENTERED TO CAL-DESCRIPTION
               MOVE WS-COUNT-ENTERED-NUM TO CAL-NON-SEND-COUNT
               PERFORM VARYING WS-NON-SEND-SUB FROM 1 BY 1
                       UNTIL WS-NON-SEND-SUB > 10
                   MOVE SPACES TO CAL-NON-SEND-SOURCE (WS-NON-SEND-SUB)
               END-PERFORM
               PERFORM VARYING WS-NON-SEND-SUB FROM 1 BY 1
                       UNTIL WS-NON-SEND-SUB > CAL-NON-SEND-COUNT
                   DISPLAY "Source id not sending (3 characters):"
                   ACCEPT CAL-NON-SEND-SOURCE (WS-NON-SEND-SUB)
               END-PERFORM
               DISPLAY "Your initials (up to 8 characters):"
               ACCEPT WS-OPERATOR-ENTERED
               MOVE WS-OPERATOR-ENTERED TO CAL-UPDATED-BY
               MOVE WS-RUN-DATE TO CAL-UPDATE-DATE
               MOVE WS-RUN-TIME TO CAL-UPDATE-TIME
           END-IF.

       6000-WRITE-AUDIT-LINE.
           PERFORM 7000-BUILD-NON-SEND-LIST.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-RUN-DATE " " WS-RUN-TIME " "
               WS-OPERATOR-ENTERED " " CAL-DATE
               " OLD " WS-OLD-TYPE " " WS-OLD-NON-SEND-COUNT
               " NEW " CAL-DAY-TYPE " " CAL-NON-SEND-COUNT
               " " CAL-DESCRIPTION " " WS-NON-SEND-LIST
               DELIMITED BY SIZE INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

       7000-BUILD-NON-SEND-LIST.
           MOVE SPACES TO WS-NON-SEND-LIST.
           MOVE 1 TO WS-LIST-POINTER.
           PERFORM VARYING WS-NON-SEND-SUB FROM 1 BY 1
                   UNTIL WS-NON-SEND-SUB > CAL-NON-SEND-COUNT
                   OR WS-NON-SEND-SUB > 10
               STRING CAL-NON-SEND-SOURCE (WS-NON-SEND-SUB) " "
                   DELIMITED BY SIZE INTO WS-NON-SEND-LIST
                   WITH POINTER WS-LIST-POINTER
           END-PERFORM.
