      * inquiry rewrites it to SNAPOUT, which the JCL promotes. The
      * first inquiry of a night has no trend and says so.
      *
      * The window is measured against the processing calendar
      * (CALREC.CPY): when the morning the window closes on is not
      * a processing day, the output is not wanted until the next
      * one, so a finish past the window end but before that day's
      * window end is reported without the wake-someone signal.
      *
      * RETURN-CODE: 0 healthy (or everything already finished),
      * 4 a stream is stalled or the projection lands outside the
      * window, 8 a bad stream-count card.
      *     rather than read as a trend baseline, and a stream with
      *     no checkpoint identity reports NOT STARTED instead of
      *     STALLED.
      *   - Window projection in processing days: a window closing
      *     on a holiday or skipped night runs on to the next
      *     processing day's window end, and the board says when
      *     the night itself is not a processing day or falls in a
      *     year not on the calendar.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPOUT-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       01  SNAPOUT-RECORD              PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).
       01  WS-NIGHT-DATE               PIC 9(08).
       01  WS-NIGHT-DAY-NO             PIC S9(09) COMP.
       01  WS-NOW-HHMM                 PIC 9(04).
      *    The morning the window closes on, and the days it was
      *    carried past non-processing mornings (at most a week).
       01  WS-WINDOW-END-DAY-NO        PIC S9(07) COMP.
       01  WS-WINDOW-MORNING-DATE      PIC 9(08).
       01  WS-WINDOW-EXTEND-DAYS       PIC 9(02) COMP.
       01  WS-WINDOW-EXTEND-MAX        PIC 9(02) COMP VALUE 7.
      *    A snapshot older than this many minutes is last night's
      *    final board, not a trend baseline for tonight - inquiry
      *    gaps within one window never approach it, the gap
               88  SNAPOUT-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".
           05  CALENDAR-FILE-STATUS    PIC X(02).
               88  CALENDAR-FILE-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SNAP-SW          PIC X(01) VALUE "N".
               88  EOF-SNAP                    VALUE "Y".
           05  WS-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
               88  EOF-CALENDAR                VALUE "Y".

      *----------------------------------------------------------------
      * The processing calendar (CALREC.CPY), held whole: each
      * year's standing week and the day entries that vary it.
      * Single days are tested against it (8520); a day in a year
      * with no calendar entry is a processing day, as every day was
      * before the calendar existed.
      *----------------------------------------------------------------
       01  WS-CAL-YEAR-TABLE.
           05  WS-CAL-YEAR-ENTRY OCCURS 20 TIMES.
               10  WS-CY-YEAR          PIC 9(04).
               10  WS-CY-PATTERN       PIC X(07).
       01  WS-CAL-YEAR-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  WS-CAL-YEAR-MAX             PIC 9(02) COMP VALUE 20.
       01  WS-CY-INDEX                 PIC 9(02) COMP.
       01  WS-CAL-DAY-TABLE.
           05  WS-CAL-DAY-ENTRY OCCURS 300 TIMES.
               10  WS-CD-DATE          PIC 9(08).
               10  WS-CD-TYPE          PIC X(01).
       01  WS-CAL-DAY-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-CAL-DAY-MAX              PIC 9(03) COMP VALUE 300.
       01  WS-CD-INDEX                 PIC 9(03) COMP.
       01  WS-BD-DAY-NO                PIC S9(07) COMP.
       01  WS-BD-DATE                  PIC 9(08).
       01  WS-BD-DATE-PARTS REDEFINES WS-BD-DATE.
           05  WS-BD-YEAR              PIC 9(04).
           05  WS-BD-MONTH-DAY         PIC 9(04).
       01  WS-BD-WEEKDAY               PIC 9(01) COMP.
       01  WS-BD-PATTERN               PIC X(07).
       01  WS-BD-PROCESSING-SW         PIC X(01).
           88  BD-PROCESSING-DAY               VALUE "Y".
      *    Set when a day tested fell in a year not on the calendar,
      *    so it was taken as a processing day.
       01  WS-BD-NO-YEAR-SW            PIC X(01).
           88  BD-YEAR-MISSING                 VALUE "Y".

      *----------------------------------------------------------------
      * STATRPT print lines.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT STAT-CARD-ERROR
               PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT
               PERFORM 2000-LOAD-SNAPSHOT THRU 2000-EXIT
               PERFORM 3000-INQUIRE-STREAMS THRU 3000-EXIT
               PERFORM 5000-PRINT-BOARD THRU 5000-EXIT
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 1700-LOAD-CALENDAR - the processing calendar: year entries
      * to the week table, day entries to the day table (both in the
      * file's date order). No calendar at all leaves both empty and
      * every day counts as a processing day.
      *----------------------------------------------------------------
       1700-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-OK
               SET EOF-CALENDAR TO TRUE
           END-IF.
           PERFORM 1710-READ-ONE-CALENDAR THRU 1710-EXIT
               UNTIL EOF-CALENDAR.
           IF CALENDAR-FILE-STATUS NOT = "35"
               CLOSE CALENDAR-FILE
           END-IF.
       1700-EXIT.
               EXIT.

       1710-READ-ONE-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET EOF-CALENDAR TO TRUE
           END-READ.
           IF NOT CALENDAR-FILE-OK
               SET EOF-CALENDAR TO TRUE
               GO TO 1710-EXIT
           END-IF.
           IF CAL-DATE IS NOT NUMERIC
               GO TO 1710-EXIT
           END-IF.
           IF CAL-YEAR-ENTRY
               IF WS-CAL-YEAR-COUNT < WS-CAL-YEAR-MAX
                   ADD 1 TO WS-CAL-YEAR-COUNT
                   MOVE CAL-YEAR TO WS-CY-YEAR(WS-CAL-YEAR-COUNT)
                   MOVE CAL-WEEK-PATTERN
                       TO WS-CY-PATTERN(WS-CAL-YEAR-COUNT)
               ELSE
                   DISPLAY "CALENDAR YEAR TABLE FULL - " CAL-YEAR
                       " NOT LOADED"
               END-IF
               GO TO 1710-EXIT
           END-IF.
           IF WS-CAL-DAY-COUNT < WS-CAL-DAY-MAX
               ADD 1 TO WS-CAL-DAY-COUNT
               MOVE CAL-DATE TO WS-CD-DATE(WS-CAL-DAY-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CD-TYPE(WS-CAL-DAY-COUNT)
           ELSE
               DISPLAY "CALENDAR DAY TABLE FULL - " CAL-DATE
                   " NOT LOADED"
           END-IF.
       1710-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-SNAPSHOT - what the previous inquiry saw. No file
      * (or none readable) simply means no trend yet.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
      *    A night run on a holiday or skipped night is an
      *    authorized rerun or a mistake - either way the operator
      *    should know before reading the board.
           COMPUTE WS-BD-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE).
           MOVE "N" TO WS-BD-NO-YEAR-SW.
           PERFORM 8520-TEST-PROCESSING-DAY THRU 8520-EXIT.
           IF BD-YEAR-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NIGHT " WS-NIGHT-DATE
                   " - YEAR NOT ON CALENDAR, ALL DAYS COUNT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
           IF NOT BD-PROCESSING-DAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NIGHT " WS-NIGHT-DATE
                   " IS NOT A PROCESSING DAY ON THE CALENDAR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
           PERFORM 5100-PRINT-ONE-STREAM THRU 5100-EXIT
               VARYING WS-STREAM-INDEX FROM 1 BY 1
               UNTIL WS-STREAM-INDEX > WS-STREAM-COUNT.
           IF WS-WINDOW-END-MINUTES < WS-NOW-MINUTES
               ADD 1440 TO WS-WINDOW-END-MINUTES
           END-IF.
      *    A window closing on a non-processing morning is carried
      *    to the next processing day's window end - nobody needs
      *    the output on a holiday.
           MOVE ZERO TO WS-WINDOW-EXTEND-DAYS.
           IF WS-PROJ-CLOCK-MINS > WS-WINDOW-END-MINUTES
               COMPUTE WS-WINDOW-END-DAY-NO =
                   WS-WINDOW-END-MINUTES / 1440
               MOVE WS-WINDOW-END-DAY-NO TO WS-BD-DAY-NO
               PERFORM 8520-TEST-PROCESSING-DAY THRU 8520-EXIT
               MOVE WS-BD-DATE TO WS-WINDOW-MORNING-DATE
               PERFORM 5310-EXTEND-WINDOW THRU 5310-EXIT
                   UNTIL BD-PROCESSING-DAY
                   OR WS-WINDOW-EXTEND-DAYS >= WS-WINDOW-EXTEND-MAX
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PROJ-CLOCK-MINS > WS-WINDOW-END-MINUTES
               SET NIGHT-OUTSIDE-WINDOW TO TRUE
                   WS-PROJ-HH ":" WS-PROJ-MM
                   " - OUTSIDE THE WINDOW"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               GO TO 5300-EXIT
           END-IF.
           IF WS-WINDOW-EXTEND-DAYS > ZERO
               STRING "NIGHT PROJECTED TO FINISH AT "
                   WS-PROJ-HH ":" WS-PROJ-MM
                   " - PAST THE WINDOW, NO PROCESSING ON "
                   WS-WINDOW-MORNING-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "NIGHT PROJECTED TO FINISH AT "
                   WS-PROJ-HH ":" WS-PROJ-MM
       5300-EXIT.
               EXIT.

       5310-EXTEND-WINDOW.
           ADD 1 TO WS-WINDOW-EXTEND-DAYS.
           ADD 1440 TO WS-WINDOW-END-MINUTES.
           ADD 1 TO WS-BD-DAY-NO.
           PERFORM 8520-TEST-PROCESSING-DAY THRU 8520-EXIT.
       5310-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-SNAPSHOT - what this inquiry saw, for the next
      * one's trend. Streams already finished are written too, so a
       8100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8520-TEST-PROCESSING-DAY - is serial day WS-BD-DAY-NO (left
      * in WS-BD-DATE as a date) a processing day? The year's week
      * decides - serial day 1, 1601-01-01, was a Monday, so (day -
      * 1) modulo 7 is the weekday, Monday 0 - and then a day entry
      * overrides it: P makes the day one, H or S takes it away.
      *----------------------------------------------------------------
       8520-TEST-PROCESSING-DAY.
           COMPUTE WS-BD-DATE = FUNCTION DATE-OF-INTEGER(WS-BD-DAY-NO).
           SET BD-PROCESSING-DAY TO TRUE.
           MOVE SPACES TO WS-BD-PATTERN.
           PERFORM 8530-MATCH-CALENDAR-YEAR THRU 8530-EXIT
               VARYING WS-CY-INDEX FROM 1 BY 1
               UNTIL WS-CY-INDEX > WS-CAL-YEAR-COUNT.
           IF WS-BD-PATTERN = SPACES
               SET BD-YEAR-MISSING TO TRUE
               GO TO 8520-EXIT
           END-IF.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY-NO - 1, 7).
           IF WS-BD-PATTERN(WS-BD-WEEKDAY + 1:1) NOT = "P"
               MOVE "N" TO WS-BD-PROCESSING-SW
           END-IF.
           PERFORM 8540-MATCH-CALENDAR-DAY THRU 8540-EXIT
               VARYING WS-CD-INDEX FROM 1 BY 1
               UNTIL WS-CD-INDEX > WS-CAL-DAY-COUNT.
       8520-EXIT.
               EXIT.

       8530-MATCH-CALENDAR-YEAR.
           IF WS-CY-YEAR(WS-CY-INDEX) = WS-BD-YEAR
               MOVE WS-CY-PATTERN(WS-CY-INDEX) TO WS-BD-PATTERN
               MOVE WS-CAL-YEAR-COUNT TO WS-CY-INDEX
           END-IF.
       8530-EXIT.
               EXIT.

      *    The day table is in date order: the scan stops at the
      *    first entry past the day being tested.
       8540-MATCH-CALENDAR-DAY.
           IF WS-CD-DATE(WS-CD-INDEX) > WS-BD-DATE
               MOVE WS-CAL-DAY-COUNT TO WS-CD-INDEX
               GO TO 8540-EXIT
           END-IF.
           IF WS-CD-DATE(WS-CD-INDEX) = WS-BD-DATE
               IF WS-CD-TYPE(WS-CD-INDEX) = "P"
                   SET BD-PROCESSING-DAY TO TRUE
               ELSE
                   MOVE "N" TO WS-BD-PROCESSING-SW
               END-IF
               MOVE WS-CAL-DAY-COUNT TO WS-CD-INDEX
           END-IF.
       8540-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8800-TIMESTAMP-TO-MINUTES - WS-WORK-TIMESTAMP (YYYYMMDD
      * HHMMSS) to absolute minutes in WS-ABS-MINUTES, so intervals
