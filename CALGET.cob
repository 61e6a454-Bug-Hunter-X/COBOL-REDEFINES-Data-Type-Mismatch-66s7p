      ******************************************************************
      *    PROGRAM-ID: CALGET
      *    Shared processing-calendar lookup, the PARMGET pattern for
      *    the calendar master CALMAST (CALREC.CPY).  LK-CAL-DATE is
      *    the date asked about and LK-SOURCE-ID, when not spaces, a
      *    source whose own sending schedule matters to the caller.
      *    LK-PROCESSING-FLAG comes back Y when the date is a business
      *    day and N when it is a holiday or a weekend the calendar
      *    does not override; LK-SOURCE-SENDS-FLAG comes back N when
      *    the source is on the date's non-send list, or when the
      *    date is not a processing day at all, and Y otherwise.
      *    LK-DAY-DESCRIPTION carries the calendar description, or
      *    "WEEKEND" / spaces for a date following the standing rule.
      *    A date with no record, or no master on file, follows the
      *    standing rule (Monday to Friday business days), so the
      *    stream behaves as before until the calendar is keyed; a
      *    date that is not a valid YYYYMMDD is treated as a business
      *    day rather than silently suppressing a check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALGET.

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
       01  WS-CAL-FOUND-SWITCH     PIC X(1).
           88  WS-CAL-RECORD-FOUND          VALUE "Y".
       01  WS-DATE-WORK            PIC X(8).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
                                   PIC 9(8).
       01  WS-WEEKDAY              PIC 9(1).
           88  WS-WEEKEND-DAY               VALUE 5 6.
       01  WS-NON-SEND-SUB         PIC 9(2)  COMP.

       LINKAGE SECTION.
       01  LK-CAL-DATE             PIC X(8).
       01  LK-SOURCE-ID            PIC X(3).
       01  LK-PROCESSING-FLAG      PIC X(1).
       01  LK-SOURCE-SENDS-FLAG    PIC X(1).
       01  LK-DAY-DESCRIPTION      PIC X(30).

       PROCEDURE DIVISION USING LK-CAL-DATE LK-SOURCE-ID
               LK-PROCESSING-FLAG LK-SOURCE-SENDS-FLAG
               LK-DAY-DESCRIPTION.
       0000-MAIN.
           MOVE "Y" TO LK-PROCESSING-FLAG.
           MOVE "Y" TO LK-SOURCE-SENDS-FLAG.
           MOVE SPACES TO LK-DAY-DESCRIPTION.
           MOVE "N" TO WS-CAL-FOUND-SWITCH.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALMAST-STATUS = "00"
               MOVE LK-CAL-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CAL-RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           CLOSE CALENDAR-FILE.

           IF WS-CAL-RECORD-FOUND
               PERFORM 1000-APPLY-CALENDAR-RECORD
           ELSE
               PERFORM 2000-APPLY-STANDING-RULE
           END-IF.
           IF LK-PROCESSING-FLAG = "N"
               MOVE "N" TO LK-SOURCE-SENDS-FLAG
           END-IF.
           GOBACK.

       1000-APPLY-CALENDAR-RECORD.
           MOVE CAL-DESCRIPTION TO LK-DAY-DESCRIPTION.
           IF CAL-HOLIDAY
               MOVE "N" TO LK-PROCESSING-FLAG
           ELSE
               IF LK-SOURCE-ID NOT = SPACES
                   PERFORM VARYING WS-NON-SEND-SUB FROM 1 BY 1
                           UNTIL WS-NON-SEND-SUB > CAL-NON-SEND-COUNT
                           OR WS-NON-SEND-SUB > 10
                       IF CAL-NON-SEND-SOURCE (WS-NON-SEND-SUB)
                               = LK-SOURCE-ID
                           MOVE "N" TO LK-SOURCE-SENDS-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      *    Day 1 of the integer-date scale (1 January 1601) was a
      *    Monday, so (integer - 1) mod 7 runs 0 for Monday through 6
      *    for Sunday.
      ******************************************************************
       2000-APPLY-STANDING-RULE.
           MOVE LK-CAL-DATE TO WS-DATE-WORK.
           IF WS-DATE-WORK IS NUMERIC
                   AND WS-DATE-WORK-NUM >= 16010101
               COMPUTE WS-WEEKDAY = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) - 1, 7)
               IF WS-WEEKEND-DAY
                   MOVE "N" TO LK-PROCESSING-FLAG
                   MOVE "WEEKEND" TO LK-DAY-DESCRIPTION
               END-IF
           END-IF.
