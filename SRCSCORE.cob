      ******************************************************************
      *    PROGRAM-ID: SRCSCORE
      *    Monthly source quality scorecard, the history account
      *    managers hand back to the owner of a dirty feed.  Built
      *    from the per-source daily statistics master SRCSTAT
      *    (SSTREC.CPY) that VALBATCH writes at the end of every run,
      *    the source registrations on SRCMAST (SRCREC.CPY) and the
      *    suspense master SUSPFILE (SUSPREC.CPY).  For every
      *    registered source it gives, for the month and - side by
      *    side, with a better/worse trend - for the month before:
      *       - days expected, sent and missed.  A day is expected
      *         when the source is active and registered as a daily
      *         feed (SRC-FEED-EXPECTED) and the shared CALGET lookup
      *         says it is a processing day the source sends on - the
      *         MISSFEED rule; a day is sent when any run that day
      *         read a detail from the source;
      *       - volume: details read, the average per day sent, and
      *         the days that fell below or above the registered
      *         SRC-EXPECTED-VOL-MIN/MAX range (when one is set);
      *       - reject rate and the reason-code mix of its rejects;
      *       - suspected duplicates diverted and amounts held as high
      *         value;
      *       - its suspense items raised in the month: how many were
      *         corrected and the average business days (through the
      *         shared CALDAYS subroutine) from the run that parked
      *         them to the correction, how many were written off and
      *         how many are still open.
      *    The month scored is the calendar month before the run date,
      *    so the job runs early in the new month; the SCORECARD-MONTH
      *    entry on the run-parameter master (YYYYMM, read through
      *    PARMGET) scores another month without a recompile.  The
      *    scorecard goes to SCORERPT.  The RSB and PKD pseudo-sources
      *    on SRCSTAT are not registered sources and are not scored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRC-ID
               FILE STATUS IS WS-SRCMAST-STATUS.

           SELECT SOURCE-STATS-FILE ASSIGN TO "SRCSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS WS-SRCSTAT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER-FILE.
       COPY SRCREC.

       FD  SOURCE-STATS-FILE.
       COPY SSTREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       COPY RPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).
       01  WS-SRCMAST-STATUS        PIC X(2).
       01  WS-SRCSTAT-STATUS        PIC X(2).
       01  WS-SUSPENSE-STATUS       PIC X(2).
       01  WS-SRCSTAT-OPEN-SWITCH   PIC X(1)  VALUE "N".
           88  WS-SRCSTAT-IS-OPEN            VALUE "Y".
       01  WS-SUSPENSE-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  WS-SUSPENSE-IS-OPEN           VALUE "Y".
       01  WS-SRC-EOF-SWITCH        PIC X(1)  VALUE "N".
           88  END-OF-SOURCE-MASTER          VALUE "Y".
       01  WS-EOF-SWITCH            PIC X(1).
           88  END-OF-SCAN                   VALUE "Y".
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC X(10).
       01  WS-PARM-FOUND-FLAG       PIC X(1).
       01  WS-MONTH-PARM.
           05  WS-MPARM-YYYY        PIC X(4).
           05  WS-MPARM-MM          PIC X(2).
       01  WS-MONTH-PARM-NUM REDEFINES WS-MONTH-PARM.
           05  WS-MPARM-YYYY-NUM    PIC 9(4).
           05  WS-MPARM-MM-NUM      PIC 9(2).
       01  WS-CAL-PROCESSING-FLAG   PIC X(1).
       01  WS-CAL-SENDS-FLAG        PIC X(1).
           88  WS-SOURCE-SENDS-THAT-DAY      VALUE "Y".
       01  WS-CAL-DESCRIPTION       PIC X(30).
       01  WS-CORRECT-DAYS          PIC 9(5).
       01  WS-COUNT-SOURCES         PIC 9(10) VALUE 0.
       01  WS-COUNT-WITH-MISSES     PIC 9(10) VALUE 0.

      *    The two months scored: 1 is the month on the scorecard, 2
      *    the month before it, for the trend.
       01  WS-PER-SUB               PIC 9(1)  COMP.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD OCCURS 2 TIMES.
               10  WS-PER-YYYY      PIC 9(4).
               10  WS-PER-MM        PIC 9(2).
               10  WS-PER-DAYS      PIC 9(2).
               10  WS-PER-FIRST     PIC X(8).
               10  WS-PER-LAST      PIC X(8).
       01  WS-WORK-DATE.
           05  WS-WD-YYYY           PIC 9(4).
           05  WS-WD-MM             PIC 9(2).
           05  WS-WD-DD             PIC 9(2).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                    PIC 9(8).
       01  WS-FIRST-INT             PIC 9(8).
       01  WS-NEXT-INT              PIC 9(8).
       01  WS-DAY-SUB               PIC 9(2)  COMP.

      *    One day's figures for the source, summed over that day's
      *    runs.
       01  WS-DAY-READ              PIC 9(10).
       01  WS-DAY-EXPECTED-SWITCH   PIC X(1).
           88  WS-DAY-IS-EXPECTED            VALUE "Y".

      *    The source's figures for each of the two months.
       01  WS-SCORE-TABLE.
           05  WS-SCORE OCCURS 2 TIMES.
               10  WS-SC-DAYS-EXPECTED  PIC 9(5).
               10  WS-SC-DAYS-SENT      PIC 9(5).
               10  WS-SC-DAYS-MISSED    PIC 9(5).
               10  WS-SC-DAYS-BELOW     PIC 9(5).
               10  WS-SC-DAYS-ABOVE     PIC 9(5).
               10  WS-SC-READ           PIC 9(10).
               10  WS-SC-REJECTED       PIC 9(10).
               10  WS-SC-DUPS           PIC 9(10).
               10  WS-SC-HIGH-VALUE     PIC 9(10).
               10  WS-SC-AVG-VOLUME     PIC 9(10).
               10  WS-SC-REJECT-RATE    PIC 999V99.
               10  WS-SC-SUSP-RAISED    PIC 9(10).
               10  WS-SC-SUSP-CORRECTED PIC 9(10).
               10  WS-SC-SUSP-WRITTEN-OFF PIC 9(10).
               10  WS-SC-SUSP-OPEN      PIC 9(10).
               10  WS-SC-CORRECT-DAYS   PIC 9(10).
               10  WS-SC-CORRECT-TIMED  PIC 9(10).
               10  WS-SC-AVG-CORRECT    PIC 9(5)V99.
               10  WS-SC-REASON-MAX     PIC 9(2)  COMP.
               10  WS-SC-REASON-ENTRY OCCURS 6 TIMES.
                   15  WS-SC-RSN-CODE   PIC X(2).
                   15  WS-SC-RSN-COUNT  PIC 9(10).
       01  WS-REASON-SUB            PIC 9(2)  COMP.
       01  WS-STAT-REASON-SUB       PIC 9(2)  COMP.
       01  WS-WANTED-REASON         PIC X(2).
       01  WS-REASON-COUNT          PIC 9(10).
      *    Reason codes seen in either month, for the mix lines.
       01  WS-MIX-MAX               PIC 9(2)  COMP.
       01  WS-MIX-SUB               PIC 9(2)  COMP.
       01  WS-MIX-TABLE.
           05  WS-MIX-CODE          PIC X(2)  OCCURS 12 TIMES.

      *    One scorecard line: this month, the month before, and
      *    whether the figure moved the right way.  WS-TREND-RULE says
      *    which way that is - L when lower is better, H when higher
      *    is, space when the figure is not judged.
       01  WS-THIS-VALUE            PIC 9(10)V99.
       01  WS-PRIOR-VALUE           PIC 9(10)V99.
       01  WS-TREND-RULE            PIC X(1).
           88  WS-LOWER-IS-BETTER            VALUE "L".
           88  WS-HIGHER-IS-BETTER           VALUE "H".
       01  WS-SCORE-LINE.
           05  WS-SCL-LABEL         PIC X(32).
           05  WS-SCL-THIS          PIC Z(9)9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-SCL-PRIOR         PIC Z(9)9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-SCL-TREND         PIC X(6).
       01  WS-RATE-LINE.
           05  WS-RTL-LABEL         PIC X(32).
           05  WS-RTL-THIS          PIC Z(6)9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-RTL-PRIOR         PIC Z(6)9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-RTL-TREND         PIC X(6).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(32) VALUE SPACES.
           05  WS-COL-THIS          PIC X(10).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-COL-PRIOR         PIC X(10).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE "TREND".
       01  WS-RANGE-MIN-DISPLAY     PIC Z(9)9.
       01  WS-RANGE-MAX-DISPLAY     PIC Z(9)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-SET-MONTHS.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE QUALITY SCORECARD - MONTH "
               WS-PER-FIRST(1) (1:6) " - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TREND AGAINST THE PRIOR MONTH "
               WS-PER-FIRST(2) (1:6)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PER-FIRST(1) (1:6) TO WS-COL-THIS.
           MOVE WS-PER-FIRST(2) (1:6) TO WS-COL-PRIOR.

           OPEN INPUT SOURCE-STATS-FILE.
           IF WS-SRCSTAT-STATUS = "00"
               SET WS-SRCSTAT-IS-OPEN TO TRUE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "NO SOURCE STATISTICS MASTER ON FILE - NO RUNS SEEN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               SET WS-SUSPENSE-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT SOURCE-MASTER-FILE.
           IF WS-SRCMAST-STATUS = "00"
               PERFORM UNTIL END-OF-SOURCE-MASTER
                   READ SOURCE-MASTER-FILE
                       AT END
                           SET END-OF-SOURCE-MASTER TO TRUE
                       NOT AT END
                           PERFORM 1000-SCORE-ONE-SOURCE
                   END-READ
               END-PERFORM
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "NO SOURCE MASTER ON FILE - NO SOURCES TO SCORE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE SOURCE-MASTER-FILE.

           PERFORM 5000-WRITE-TOTALS.
           IF WS-SRCSTAT-IS-OPEN
               CLOSE SOURCE-STATS-FILE
           END-IF.
           IF WS-SUSPENSE-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
      *    The month scored is the one before the run date unless
      *    SCORECARD-MONTH names another; the trend month is the one
      *    before that.  Each month's length comes from the day
      *    numbers of its first day and the next month's first day.
      ******************************************************************
       0100-SET-MONTHS.
           IF WS-RUN-MM = 1
               COMPUTE WS-PER-YYYY(1) = WS-RUN-YYYY - 1
               MOVE 12 TO WS-PER-MM(1)
           ELSE
               MOVE WS-RUN-YYYY TO WS-PER-YYYY(1)
               COMPUTE WS-PER-MM(1) = WS-RUN-MM - 1
           END-IF.
           MOVE "SCORECARD-MONTH" TO WS-PARM-NAME.
           CALL "PARMGET" USING WS-PARM-NAME WS-RUN-DATE
               WS-PARM-VALUE WS-PARM-FOUND-FLAG.
           MOVE WS-PARM-VALUE TO WS-MONTH-PARM.
           IF WS-MONTH-PARM IS NUMERIC
               IF WS-MPARM-MM-NUM >= 1 AND WS-MPARM-MM-NUM <= 12
                       AND WS-MPARM-YYYY-NUM >= 1601
                   MOVE WS-MPARM-YYYY-NUM TO WS-PER-YYYY(1)
                   MOVE WS-MPARM-MM-NUM TO WS-PER-MM(1)
               END-IF
           END-IF.
           IF WS-PER-MM(1) = 1
               COMPUTE WS-PER-YYYY(2) = WS-PER-YYYY(1) - 1
               MOVE 12 TO WS-PER-MM(2)
           ELSE
               MOVE WS-PER-YYYY(1) TO WS-PER-YYYY(2)
               COMPUTE WS-PER-MM(2) = WS-PER-MM(1) - 1
           END-IF.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 2
               PERFORM 0150-SET-MONTH-LENGTH
           END-PERFORM.

       0150-SET-MONTH-LENGTH.
           MOVE WS-PER-YYYY(WS-PER-SUB) TO WS-WD-YYYY.
           MOVE WS-PER-MM(WS-PER-SUB) TO WS-WD-MM.
           MOVE 1 TO WS-WD-DD.
           MOVE WS-WORK-DATE TO WS-PER-FIRST(WS-PER-SUB).
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
           IF WS-WD-MM = 12
               ADD 1 TO WS-WD-YYYY
               MOVE 1 TO WS-WD-MM
           ELSE
               ADD 1 TO WS-WD-MM
           END-IF.
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
           COMPUTE WS-PER-DAYS(WS-PER-SUB) = WS-NEXT-INT - WS-FIRST-INT.
           MOVE WS-PER-YYYY(WS-PER-SUB) TO WS-WD-YYYY.
           MOVE WS-PER-MM(WS-PER-SUB) TO WS-WD-MM.
           MOVE WS-PER-DAYS(WS-PER-SUB) TO WS-WD-DD.
           MOVE WS-WORK-DATE TO WS-PER-LAST(WS-PER-SUB).

       1000-SCORE-ONE-SOURCE.
           ADD 1 TO WS-COUNT-SOURCES.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 2
               PERFORM 2000-SCORE-SOURCE-MONTH
           END-PERFORM.
           IF WS-SC-DAYS-MISSED(1) > 0
               ADD 1 TO WS-COUNT-WITH-MISSES
           END-IF.
           PERFORM 4000-WRITE-SOURCE-SCORECARD.

      ******************************************************************
      *    One source, one month: day by day through the calendar,
      *    then its suspense items raised in the month.
      ******************************************************************
       2000-SCORE-SOURCE-MONTH.
           MOVE 0 TO WS-SC-DAYS-EXPECTED(WS-PER-SUB)
               WS-SC-DAYS-SENT(WS-PER-SUB)
               WS-SC-DAYS-MISSED(WS-PER-SUB)
               WS-SC-DAYS-BELOW(WS-PER-SUB)
               WS-SC-DAYS-ABOVE(WS-PER-SUB)
               WS-SC-READ(WS-PER-SUB)
               WS-SC-REJECTED(WS-PER-SUB)
               WS-SC-DUPS(WS-PER-SUB)
               WS-SC-HIGH-VALUE(WS-PER-SUB)
               WS-SC-AVG-VOLUME(WS-PER-SUB)
               WS-SC-REJECT-RATE(WS-PER-SUB)
               WS-SC-SUSP-RAISED(WS-PER-SUB)
               WS-SC-SUSP-CORRECTED(WS-PER-SUB)
               WS-SC-SUSP-WRITTEN-OFF(WS-PER-SUB)
               WS-SC-SUSP-OPEN(WS-PER-SUB)
               WS-SC-CORRECT-DAYS(WS-PER-SUB)
               WS-SC-CORRECT-TIMED(WS-PER-SUB)
               WS-SC-AVG-CORRECT(WS-PER-SUB)
               WS-SC-REASON-MAX(WS-PER-SUB).
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               MOVE SPACES TO WS-SC-RSN-CODE(WS-PER-SUB WS-REASON-SUB)
               MOVE 0 TO WS-SC-RSN-COUNT(WS-PER-SUB WS-REASON-SUB)
           END-PERFORM.

           MOVE WS-PER-YYYY(WS-PER-SUB) TO WS-WD-YYYY.
           MOVE WS-PER-MM(WS-PER-SUB) TO WS-WD-MM.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PER-DAYS(WS-PER-SUB)
               MOVE WS-DAY-SUB TO WS-WD-DD
               PERFORM 2100-SCORE-ONE-DAY
           END-PERFORM.

           IF WS-SC-DAYS-SENT(WS-PER-SUB) > 0
               COMPUTE WS-SC-AVG-VOLUME(WS-PER-SUB) ROUNDED =
                   WS-SC-READ(WS-PER-SUB) / WS-SC-DAYS-SENT(WS-PER-SUB)
           END-IF.
           IF WS-SC-READ(WS-PER-SUB) > 0
               COMPUTE WS-SC-REJECT-RATE(WS-PER-SUB) ROUNDED =
                   (WS-SC-REJECTED(WS-PER-SUB)
                       / WS-SC-READ(WS-PER-SUB)) * 100
           END-IF.
           IF WS-SUSPENSE-IS-OPEN
               PERFORM 3000-SCORE-SUSPENSE
           END-IF.
           IF WS-SC-CORRECT-TIMED(WS-PER-SUB) > 0
               COMPUTE WS-SC-AVG-CORRECT(WS-PER-SUB) ROUNDED =
                   WS-SC-CORRECT-DAYS(WS-PER-SUB)
                       / WS-SC-CORRECT-TIMED(WS-PER-SUB)
           END-IF.

      ******************************************************************
      *    A day is expected on the MISSFEED rule; it is sent when any
      *    of that day's runs read a detail from the source.  Volume
      *    is judged against the registered range on days sent only -
      *    a day missed is already counted as missed.
      ******************************************************************
       2100-SCORE-ONE-DAY.
           MOVE "N" TO WS-DAY-EXPECTED-SWITCH.
           IF SRC-STATUS-ACTIVE AND SRC-FEED-EXPECTED
               CALL "CALGET" USING WS-WORK-DATE SRC-ID
                   WS-CAL-PROCESSING-FLAG WS-CAL-SENDS-FLAG
                   WS-CAL-DESCRIPTION
               IF WS-SOURCE-SENDS-THAT-DAY
                   SET WS-DAY-IS-EXPECTED TO TRUE
                   ADD 1 TO WS-SC-DAYS-EXPECTED(WS-PER-SUB)
               END-IF
           END-IF.
           MOVE 0 TO WS-DAY-READ.
           IF WS-SRCSTAT-IS-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SST-KEY
               MOVE SRC-ID TO SST-SOURCE-ID
               MOVE WS-WORK-DATE TO SST-RUN-DATE
               START SOURCE-STATS-FILE KEY >= SST-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ SOURCE-STATS-FILE NEXT RECORD
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF SST-SOURCE-ID NOT = SRC-ID
                                   OR SST-RUN-DATE NOT = WS-WORK-DATE
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               PERFORM 2200-ADD-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-DAY-READ > 0
               ADD 1 TO WS-SC-DAYS-SENT(WS-PER-SUB)
               IF SRC-EXPECTED-VOL-MAX > 0
                   IF WS-DAY-READ < SRC-EXPECTED-VOL-MIN
                       ADD 1 TO WS-SC-DAYS-BELOW(WS-PER-SUB)
                   END-IF
                   IF WS-DAY-READ > SRC-EXPECTED-VOL-MAX
                       ADD 1 TO WS-SC-DAYS-ABOVE(WS-PER-SUB)
                   END-IF
               END-IF
           ELSE
               IF WS-DAY-IS-EXPECTED
                   ADD 1 TO WS-SC-DAYS-MISSED(WS-PER-SUB)
               END-IF
           END-IF.

       2200-ADD-ONE-RUN.
           ADD SST-COUNT-READ TO WS-DAY-READ.
           ADD SST-COUNT-READ TO WS-SC-READ(WS-PER-SUB).
           ADD SST-COUNT-REJECTED TO WS-SC-REJECTED(WS-PER-SUB).
           ADD SST-COUNT-DUPS TO WS-SC-DUPS(WS-PER-SUB).
           ADD SST-COUNT-HIGH-VALUE TO WS-SC-HIGH-VALUE(WS-PER-SUB).
           PERFORM VARYING WS-STAT-REASON-SUB FROM 1 BY 1
                   UNTIL WS-STAT-REASON-SUB > 6
               IF SST-REASON-COUNT(WS-STAT-REASON-SUB) > 0
                   MOVE SST-REASON-CODE(WS-STAT-REASON-SUB)
                       TO WS-WANTED-REASON
                   PERFORM 2300-FIND-OR-ADD-REASON
                   ADD SST-REASON-COUNT(WS-STAT-REASON-SUB)
                       TO WS-SC-RSN-COUNT(WS-PER-SUB WS-REASON-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      *    The VALBATCH reason-table rule: a code is added the first
      *    time it is seen and a seventh distinct code shares the
      *    last slot.
      ******************************************************************
       2300-FIND-OR-ADD-REASON.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-SC-REASON-MAX(WS-PER-SUB)
                   OR WS-SC-RSN-CODE(WS-PER-SUB WS-REASON-SUB)
                       = WS-WANTED-REASON
               CONTINUE
           END-PERFORM.
           IF WS-REASON-SUB > WS-SC-REASON-MAX(WS-PER-SUB)
               IF WS-SC-REASON-MAX(WS-PER-SUB) < 6
                   ADD 1 TO WS-SC-REASON-MAX(WS-PER-SUB)
                   MOVE WS-SC-REASON-MAX(WS-PER-SUB) TO WS-REASON-SUB
                   MOVE WS-WANTED-REASON
                       TO WS-SC-RSN-CODE(WS-PER-SUB WS-REASON-SUB)
               ELSE
                   MOVE 6 TO WS-REASON-SUB
               END-IF
           END-IF.

      ******************************************************************
      *    Suspense items are keyed by the run that parked them, so
      *    the month's items are one START and a read to the month's
      *    last day.  Time-to-correct is counted in business days
      *    from that run to the day the item was corrected.
      ******************************************************************
       3000-SCORE-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO SUSP-KEY.
           MOVE WS-PER-FIRST(WS-PER-SUB) TO SUSP-RUN-DATE.
           START SUSPENSE-FILE KEY >= SUSP-KEY
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF SUSP-RUN-DATE > WS-PER-LAST(WS-PER-SUB)
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF SUSP-SOURCE-ID = SRC-ID
                               PERFORM 3100-SCORE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-SCORE-ONE-ITEM.
           ADD 1 TO WS-SC-SUSP-RAISED(WS-PER-SUB).
           IF SUSP-STATUS-CORRECTED
               ADD 1 TO WS-SC-SUSP-CORRECTED(WS-PER-SUB)
               IF SUSP-CLOSED-DATE NOT = SPACES
                   CALL "CALDAYS" USING SUSP-RUN-DATE SUSP-CLOSED-DATE
                       WS-CORRECT-DAYS
                   ADD WS-CORRECT-DAYS
                       TO WS-SC-CORRECT-DAYS(WS-PER-SUB)
                   ADD 1 TO WS-SC-CORRECT-TIMED(WS-PER-SUB)
               END-IF
           ELSE
               IF SUSP-STATUS-WRITTEN-OFF
                   ADD 1 TO WS-SC-SUSP-WRITTEN-OFF(WS-PER-SUB)
               ELSE
                   ADD 1 TO WS-SC-SUSP-OPEN(WS-PER-SUB)
               END-IF
           END-IF.

      ******************************************************************
      *    The source's scorecard: each figure for the month and the
      *    month before, with the trend.
      ******************************************************************
       4000-WRITE-SOURCE-SCORECARD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF SRC-STATUS-ACTIVE
               STRING "SOURCE " SRC-ID " - " SRC-DESCRIPTION
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "SOURCE " SRC-ID " - " SRC-DESCRIPTION
                   " (SUSPENDED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CONTACT " SRC-CONTACT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "  DAYS EXPECTED" TO WS-SCL-LABEL.
           MOVE WS-SC-DAYS-EXPECTED(1) TO WS-THIS-VALUE.
           MOVE WS-SC-DAYS-EXPECTED(2) TO WS-PRIOR-VALUE.
           MOVE SPACE TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "  DAYS SENT" TO WS-SCL-LABEL.
           MOVE WS-SC-DAYS-SENT(1) TO WS-THIS-VALUE.
           MOVE WS-SC-DAYS-SENT(2) TO WS-PRIOR-VALUE.
           MOVE SPACE TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "  DAYS MISSED" TO WS-SCL-LABEL.
           MOVE WS-SC-DAYS-MISSED(1) TO WS-THIS-VALUE.
           MOVE WS-SC-DAYS-MISSED(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.

           MOVE "  DETAILS RECEIVED" TO WS-SCL-LABEL.
           MOVE WS-SC-READ(1) TO WS-THIS-VALUE.
           MOVE WS-SC-READ(2) TO WS-PRIOR-VALUE.
           MOVE SPACE TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "  AVERAGE DETAILS PER DAY SENT" TO WS-SCL-LABEL.
           MOVE WS-SC-AVG-VOLUME(1) TO WS-THIS-VALUE.
           MOVE WS-SC-AVG-VOLUME(2) TO WS-PRIOR-VALUE.
           MOVE SPACE TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           IF SRC-EXPECTED-VOL-MAX > 0
               MOVE SRC-EXPECTED-VOL-MIN TO WS-RANGE-MIN-DISPLAY
               MOVE SRC-EXPECTED-VOL-MAX TO WS-RANGE-MAX-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  EXPECTED RANGE PER DAY "
                   WS-RANGE-MIN-DISPLAY " TO " WS-RANGE-MAX-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  DAYS BELOW EXPECTED RANGE" TO WS-SCL-LABEL
               MOVE WS-SC-DAYS-BELOW(1) TO WS-THIS-VALUE
               MOVE WS-SC-DAYS-BELOW(2) TO WS-PRIOR-VALUE
               MOVE "L" TO WS-TREND-RULE
               PERFORM 4800-WRITE-SCORE-LINE
               MOVE "  DAYS ABOVE EXPECTED RANGE" TO WS-SCL-LABEL
               MOVE WS-SC-DAYS-ABOVE(1) TO WS-THIS-VALUE
               MOVE WS-SC-DAYS-ABOVE(2) TO WS-PRIOR-VALUE
               MOVE "L" TO WS-TREND-RULE
               PERFORM 4800-WRITE-SCORE-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "  NO EXPECTED VOLUME RANGE REGISTERED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE "  DETAILS REJECTED" TO WS-SCL-LABEL.
           MOVE WS-SC-REJECTED(1) TO WS-THIS-VALUE.
           MOVE WS-SC-REJECTED(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "  REJECT RATE PCT" TO WS-RTL-LABEL.
           MOVE WS-SC-REJECT-RATE(1) TO WS-THIS-VALUE.
           MOVE WS-SC-REJECT-RATE(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4900-WRITE-RATE-LINE.
           PERFORM 4100-WRITE-REASON-MIX.

           MOVE "  SUSPECTED DUPLICATES DIVERTED" TO WS-SCL-LABEL.
           MOVE WS-SC-DUPS(1) TO WS-THIS-VALUE.
           MOVE WS-SC-DUPS(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "  AMOUNTS HELD AS HIGH VALUE" TO WS-SCL-LABEL.
           MOVE WS-SC-HIGH-VALUE(1) TO WS-THIS-VALUE.
           MOVE WS-SC-HIGH-VALUE(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.

           MOVE "  SUSPENSE ITEMS RAISED" TO WS-SCL-LABEL.
           MOVE WS-SC-SUSP-RAISED(1) TO WS-THIS-VALUE.
           MOVE WS-SC-SUSP-RAISED(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "    CORRECTED" TO WS-SCL-LABEL.
           MOVE WS-SC-SUSP-CORRECTED(1) TO WS-THIS-VALUE.
           MOVE WS-SC-SUSP-CORRECTED(2) TO WS-PRIOR-VALUE.
           MOVE SPACE TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "    AVG BUSINESS DAYS TO CORRECT" TO WS-RTL-LABEL.
           MOVE WS-SC-AVG-CORRECT(1) TO WS-THIS-VALUE.
           MOVE WS-SC-AVG-CORRECT(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4900-WRITE-RATE-LINE.
           MOVE "    WRITTEN OFF" TO WS-SCL-LABEL.
           MOVE WS-SC-SUSP-WRITTEN-OFF(1) TO WS-THIS-VALUE.
           MOVE WS-SC-SUSP-WRITTEN-OFF(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.
           MOVE "    STILL OPEN" TO WS-SCL-LABEL.
           MOVE WS-SC-SUSP-OPEN(1) TO WS-THIS-VALUE.
           MOVE WS-SC-SUSP-OPEN(2) TO WS-PRIOR-VALUE.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.

      ******************************************************************
      *    The reason mix covers every code the source was rejected
      *    with in either month, so a code that has gone away shows
      *    as an improvement rather than just disappearing.
      ******************************************************************
       4100-WRITE-REASON-MIX.
           MOVE 0 TO WS-MIX-MAX.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 2
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB
                           > WS-SC-REASON-MAX(WS-PER-SUB)
                   MOVE WS-SC-RSN-CODE(WS-PER-SUB WS-REASON-SUB)
                       TO WS-WANTED-REASON
                   PERFORM 4150-ADD-MIX-CODE
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                   UNTIL WS-MIX-SUB > WS-MIX-MAX
               PERFORM 4200-WRITE-ONE-REASON
           END-PERFORM.

       4150-ADD-MIX-CODE.
           PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                   UNTIL WS-MIX-SUB > WS-MIX-MAX
                   OR WS-MIX-CODE(WS-MIX-SUB) = WS-WANTED-REASON
               CONTINUE
           END-PERFORM.
           IF WS-MIX-SUB > WS-MIX-MAX AND WS-MIX-MAX < 12
               ADD 1 TO WS-MIX-MAX
               MOVE WS-WANTED-REASON TO WS-MIX-CODE(WS-MIX-MAX)
           END-IF.

       4200-WRITE-ONE-REASON.
           MOVE WS-MIX-CODE(WS-MIX-SUB) TO WS-WANTED-REASON.
           MOVE 1 TO WS-PER-SUB.
           PERFORM 4250-COUNT-FOR-REASON.
           MOVE WS-REASON-COUNT TO WS-THIS-VALUE.
           MOVE 2 TO WS-PER-SUB.
           PERFORM 4250-COUNT-FOR-REASON.
           MOVE WS-REASON-COUNT TO WS-PRIOR-VALUE.
           MOVE SPACES TO WS-SCL-LABEL.
           STRING "    REJECTS WITH REASON " WS-WANTED-REASON
               DELIMITED BY SIZE INTO WS-SCL-LABEL.
           MOVE "L" TO WS-TREND-RULE.
           PERFORM 4800-WRITE-SCORE-LINE.

       4250-COUNT-FOR-REASON.
           MOVE 0 TO WS-REASON-COUNT.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-SC-REASON-MAX(WS-PER-SUB)
               IF WS-SC-RSN-CODE(WS-PER-SUB WS-REASON-SUB)
                       = WS-WANTED-REASON
                   MOVE WS-SC-RSN-COUNT(WS-PER-SUB WS-REASON-SUB)
                       TO WS-REASON-COUNT
               END-IF
           END-PERFORM.

       4800-WRITE-SCORE-LINE.
           MOVE WS-THIS-VALUE TO WS-SCL-THIS.
           MOVE WS-PRIOR-VALUE TO WS-SCL-PRIOR.
           PERFORM 4950-SET-TREND.
           MOVE WS-SCORE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4900-WRITE-RATE-LINE.
           MOVE WS-THIS-VALUE TO WS-RTL-THIS.
           MOVE WS-PRIOR-VALUE TO WS-RTL-PRIOR.
           PERFORM 4950-SET-TREND.
           MOVE WS-SCL-TREND TO WS-RTL-TREND.
           MOVE WS-RATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4950-SET-TREND.
           MOVE SPACES TO WS-SCL-TREND.
           IF WS-LOWER-IS-BETTER OR WS-HIGHER-IS-BETTER
               IF WS-THIS-VALUE = WS-PRIOR-VALUE
                   MOVE "SAME" TO WS-SCL-TREND
               ELSE
                   IF (WS-LOWER-IS-BETTER
                           AND WS-THIS-VALUE < WS-PRIOR-VALUE)
                       OR (WS-HIGHER-IS-BETTER
                           AND WS-THIS-VALUE > WS-PRIOR-VALUE)
                       MOVE "BETTER" TO WS-SCL-TREND
                   ELSE
                       MOVE "WORSE" TO WS-SCL-TREND
                   END-IF
               END-IF
           END-IF.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOURCES SCORED" TO WS-RPT-LABEL.
           MOVE WS-COUNT-SOURCES TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOURCES THAT MISSED A DAY" TO WS-RPT-LABEL.
           MOVE WS-COUNT-WITH-MISSES TO WS-RPT-VALUE.
           MOVE WS-RPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
