       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarMaint.

      *----------------------------------------------------------------
      * Processing calendar maintenance for PROD.CASRCIPH.CALENDAR
      * (CALREC.CPY): the standing processing week of each year and
      * the holidays, skipped nights and extra processing days that
      * vary it. Key-file coverage, acknowledgement aging, the night
      * status projection and the data-quality months count business
      * days off this file, and the cipher run refuses a batch night
      * dated on a day the calendar says is not a processing day.
      *
      * Functions, one per SYSIN card (CALMCARD.CPY), applied in
      * order:
      *   Y  set up a year with its standing week, or replace the
      *      week of a year already on file
      *   H  a public holiday on the card's date
      *   S  a skipped night on the card's date
      *   P  an extra processing day on the card's date
      *   D  remove the day entry for the card's date
      *   V  no file change - validate and print only
      *
      * Every run - whatever the cards asked for - ends with the
      * validation pass over the whole calendar:
      *   - a week pattern not made of seven P/N bytes, or with no
      *     processing day in it
      *   - a day entry with an impossible date, an unknown type, or
      *     no year entry to vary
      *   - two entries for one date
      * Any of these sets RETURN-CODE 8 so the step that copies
      * CALOUT over the production calendar is held. A holiday or
      * skipped night on a day the week already excludes, an extra
      * processing day the week already includes, no year entry for
      * the current year, or (from November) none for the next year
      * set 4.
      *
      * The maintained file is written to CALOUT in date order (a
      * year's entry ahead of its days); the input CALENDAR is never
      * rewritten in place.
      *
      * Modification History
      *   - Initial version: year, day and delete functions, the
      *     calendar validation pass and the per-year summary.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT CALOUT-FILE ASSIGN TO "CALOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALOUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY CALMCARD.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  CALOUT-FILE
           RECORDING MODE IS F.
       01  CALOUT-RECORD               PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The calendar is small (a year entry and a dozen or so
      * exceptions per year), so it is held and worked on as a
      * table: loaded, updated by the function cards, sorted by
      * date, validated, and written back out.
      *----------------------------------------------------------------
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-ENTRY OCCURS 300 TIMES.
               10  WS-CT-DATE          PIC 9(08).
               10  WS-CT-DATE-PARTS REDEFINES WS-CT-DATE.
                   15  WS-CT-YEAR      PIC 9(04).
                   15  WS-CT-MONTH-DAY PIC 9(04).
               10  WS-CT-TYPE          PIC X(01).
                   88  CT-YEAR-ENTRY          VALUE "Y".
                   88  CT-PROCESSING-DAY      VALUE "P".
                   88  CT-HOLIDAY             VALUE "H".
                   88  CT-SKIPPED-NIGHT       VALUE "S".
               10  WS-CT-PATTERN       PIC X(07).
               10  WS-CT-DESCRIPTION   PIC X(30).
       01  WS-CALENDAR-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-CALENDAR-MAX             PIC 9(03) COMP VALUE 300.

       01  WS-CT-INDEX                 PIC 9(03) COMP.
       01  WS-CT-INDEX-2               PIC 9(03) COMP.
       01  WS-CT-HIT-INDEX             PIC 9(03) COMP.
       01  WS-SEARCH-DATE              PIC 9(08).
       01  WS-SORT-SWAP-ENTRY.
           05  WS-SW-DATE              PIC 9(08).
           05  WS-SW-TYPE              PIC X(01).
           05  WS-SW-PATTERN           PIC X(07).
           05  WS-SW-DESCRIPTION       PIC X(30).
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".

      *----------------------------------------------------------------
      * The year the validation pass is in. Entries are in date
      * order, so a year's entry (YYYY0000) is met before its days
      * and its week is in hand when each day is checked; the
      * counts feed the summary line printed when the year ends.
      *----------------------------------------------------------------
       01  WS-VY-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-VY-PATTERN               PIC X(07).
       01  WS-VY-ON-FILE-SW            PIC X(01) VALUE "N".
           88  VY-YEAR-ON-FILE                 VALUE "Y".
      *    Display usage, not COMP - these numbers are edited
      *    straight into the summary line by STRING.
       01  WS-VY-PATTERN-DAYS          PIC 9(03).
       01  WS-VY-HOLIDAYS              PIC 9(03).
       01  WS-VY-SKIPPED               PIC 9(03).
       01  WS-VY-REMOVED               PIC 9(03).
       01  WS-VY-ADDED                 PIC 9(03).
       01  WS-VY-PROCESSING-DAYS       PIC 9(03).

      *    Week arithmetic. Serial day 1 (1601-01-01) was a Monday,
      *    so (serial day - 1) modulo 7 is the weekday, Monday 0;
      *    plus one it is the weekday's byte in the week pattern.
       01  WS-DAY-NO                   PIC S9(07) COMP.
       01  WS-DAY-NO-END               PIC S9(07) COMP.
       01  WS-WEEKDAY                  PIC 9(01) COMP.
       01  WS-PATTERN-CHAR             PIC X(01).
       01  WS-PATTERN-INDEX            PIC 9(01) COMP.
       01  WS-PATTERN-P-COUNT          PIC 9(01) COMP.
       01  WS-PATTERN-BAD-SW           PIC X(01).
           88  PATTERN-IS-BAD                  VALUE "Y".
       01  WS-YEAR-FOUND-SW            PIC X(01).
           88  YEAR-IS-ON-FILE                 VALUE "Y".
       01  WS-CHECK-YEAR               PIC 9(04).

      *    Display usage, not COMP - this number is edited straight
      *    into finding lines by STRING.
       01  WS-CARD-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-EDIT-DATE                PIC 9(08).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(04).
           05  WS-ED-MONTH             PIC 9(02).
           05  WS-ED-DAY               PIC 9(02).
       01  WS-DATE-VALID-SW            PIC X(01).
           88  EDIT-DATE-VALID                 VALUE "Y".

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  CALENDAR-FILE-STATUS    PIC X(02).
               88  CALENDAR-FILE-OK            VALUE "00".
           05  CALOUT-FILE-STATUS      PIC X(02).
               88  CALOUT-FILE-OK              VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-CARD-SW          PIC X(01) VALUE "N".
               88  EOF-CARD                    VALUE "Y".
           05  WS-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
               88  EOF-CALENDAR                VALUE "Y".

      *----------------------------------------------------------------
      * CALRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE-1.
           05  FILLER                  PIC X(38)
               VALUE "PROCESSING CALENDAR MAINTENANCE -     ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-CALENDAR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-TYPE              PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-PATTERN           PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CALENDAR-TABLE THRU 2000-EXIT.
           PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT.
           PERFORM 4000-SORT-CALENDAR-TABLE THRU 4000-EXIT.
           PERFORM 5000-VALIDATE-CALENDAR THRU 5000-EXIT.
           PERFORM 6000-CHECK-YEARS-AHEAD THRU 6000-EXIT.
           PERFORM 7000-WRITE-CALENDAR-FILE THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CARD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           MOVE WS-HDG-LINE-1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-CALENDAR-TABLE - bring the whole calendar into the
      * working table. A missing or empty CALENDAR is a legitimate
      * starting point for a calendar being built from cards.
      *----------------------------------------------------------------
       2000-LOAD-CALENDAR-TABLE.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-OK
               SET EOF-CALENDAR TO TRUE
           END-IF.
           PERFORM 2100-READ-CALENDAR-FILE THRU 2100-EXIT
               UNTIL EOF-CALENDAR.
           IF CALENDAR-FILE-STATUS NOT = "35"
               CLOSE CALENDAR-FILE
           END-IF.
       2000-EXIT.
               EXIT.

       2100-READ-CALENDAR-FILE.
           READ CALENDAR-FILE
               AT END
                   SET EOF-CALENDAR TO TRUE
           END-READ.
           IF CALENDAR-FILE-OK
               IF WS-CALENDAR-COUNT >= WS-CALENDAR-MAX
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   MOVE "CALENDAR EXCEEDS TABLE - REST NOT LOADED"
                       TO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   SET EOF-CALENDAR TO TRUE
               ELSE
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE CAL-DATE TO WS-CT-DATE(WS-CALENDAR-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CT-TYPE(WS-CALENDAR-COUNT)
                   MOVE CAL-WEEK-PATTERN
                       TO WS-CT-PATTERN(WS-CALENDAR-COUNT)
                   MOVE CAL-DESCRIPTION
                       TO WS-CT-DESCRIPTION(WS-CALENDAR-COUNT)
               END-IF
           END-IF.
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-PROCESS-CARDS - apply each SYSIN function card in order.
      * A run with no cards at all (or only a V card) is a pure
      * validation run.
      *----------------------------------------------------------------
       3000-PROCESS-CARDS.
           PERFORM 3100-READ-CARD THRU 3100-EXIT.
           PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
               UNTIL EOF-CARD.
       3000-EXIT.
               EXIT.

       3100-READ-CARD.
           READ CARD-FILE
               AT END
                   SET EOF-CARD TO TRUE
           END-READ.
           IF NOT CARD-FILE-OK
               SET EOF-CARD TO TRUE
           END-IF.
       3100-EXIT.
               EXIT.

       3200-APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           EVALUATE TRUE
               WHEN CM-FUNC-YEAR
                   PERFORM 3300-APPLY-YEAR THRU 3300-EXIT
               WHEN CM-FUNC-HOLIDAY
                   PERFORM 3400-APPLY-DAY THRU 3400-EXIT
               WHEN CM-FUNC-SKIP
                   PERFORM 3400-APPLY-DAY THRU 3400-EXIT
               WHEN CM-FUNC-PROCESSING
                   PERFORM 3400-APPLY-DAY THRU 3400-EXIT
               WHEN CM-FUNC-DELETE
                   PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
               WHEN CM-FUNC-VALIDATE
                   CONTINUE
               WHEN OTHER
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "CARD " WS-CARD-COUNT
                       " UNKNOWN FUNCTION CODE " CM-FUNCTION
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-EVALUATE.
           PERFORM 3100-READ-CARD THRU 3100-EXIT.
       3200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3300-APPLY-YEAR - set up the year, or replace its standing
      * week. The pattern's content is left to the validation pass,
      * which sees carded and pre-existing years alike.
      *----------------------------------------------------------------
       3300-APPLY-YEAR.
           IF CM-YEAR IS NOT NUMERIC
                   OR CM-YEAR < 1900 OR CM-YEAR > 2999
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "YEAR CARD " WS-CARD-COUNT
                   " REJECTED - YEAR MUST BE 1900-2999"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-SEARCH-DATE = CM-YEAR * 10000.
           PERFORM 3350-FIND-ENTRY THRU 3350-EXIT.
           IF WS-CT-HIT-INDEX = ZERO
               PERFORM 3380-ADD-ENTRY THRU 3380-EXIT
               IF WS-CT-HIT-INDEX = ZERO
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-CT-TYPE(WS-CT-HIT-INDEX).
           MOVE CM-WEEK-PATTERN TO WS-CT-PATTERN(WS-CT-HIT-INDEX).
           MOVE CM-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CT-HIT-INDEX).
       3300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3400-APPLY-DAY - add the holiday, skipped night or extra
      * processing day, retyping the entry when the date already has
      * one. Whether the year is on file, and whether the entry
      * changes anything against the year's week, is the validation
      * pass's business.
      *----------------------------------------------------------------
       3400-APPLY-DAY.
           MOVE CM-DATE TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           IF NOT EDIT-DATE-VALID
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "DAY CARD " WS-CARD-COUNT
                   " REJECTED - INVALID DATE " CM-DATE
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE CM-DATE TO WS-SEARCH-DATE.
           PERFORM 3350-FIND-ENTRY THRU 3350-EXIT.
           IF WS-CT-HIT-INDEX = ZERO
               PERFORM 3380-ADD-ENTRY THRU 3380-EXIT
               IF WS-CT-HIT-INDEX = ZERO
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           MOVE CM-FUNCTION TO WS-CT-TYPE(WS-CT-HIT-INDEX).
           MOVE SPACES TO WS-CT-PATTERN(WS-CT-HIT-INDEX).
           MOVE CM-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CT-HIT-INDEX).
       3400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3500-APPLY-DELETE - take the entry for the card's date off
      * the calendar, closing the table up behind it. Removing a
      * year entry (YYYY0000) leaves its days without a week, which
      * the validation pass will refuse until they go too.
      *----------------------------------------------------------------
       3500-APPLY-DELETE.
           MOVE CM-DATE TO WS-SEARCH-DATE.
           PERFORM 3350-FIND-ENTRY THRU 3350-EXIT.
           IF WS-CT-HIT-INDEX = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "DELETE CARD " WS-CARD-COUNT
                   " NO CALENDAR ENTRY FOR " CM-DATE
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-CLOSE-UP-ONE-ENTRY THRU 3510-EXIT
               VARYING WS-CT-INDEX FROM WS-CT-HIT-INDEX BY 1
               UNTIL WS-CT-INDEX >= WS-CALENDAR-COUNT.
           SUBTRACT 1 FROM WS-CALENDAR-COUNT.
       3500-EXIT.
               EXIT.

       3510-CLOSE-UP-ONE-ENTRY.
           COMPUTE WS-CT-INDEX-2 = WS-CT-INDEX + 1.
           MOVE WS-CALENDAR-ENTRY(WS-CT-INDEX-2)
               TO WS-CALENDAR-ENTRY(WS-CT-INDEX).
       3510-EXIT.
               EXIT.

       3350-FIND-ENTRY.
           MOVE ZERO TO WS-CT-HIT-INDEX.
           PERFORM 3360-MATCH-ONE-ENTRY THRU 3360-EXIT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > WS-CALENDAR-COUNT.
       3350-EXIT.
               EXIT.

       3360-MATCH-ONE-ENTRY.
           IF WS-CT-DATE(WS-CT-INDEX) = WS-SEARCH-DATE
               MOVE WS-CT-INDEX TO WS-CT-HIT-INDEX
               MOVE WS-CALENDAR-COUNT TO WS-CT-INDEX
           END-IF.
       3360-EXIT.
               EXIT.

       3380-ADD-ENTRY.
           IF WS-CALENDAR-COUNT >= WS-CALENDAR-MAX
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "CARD " WS-CARD-COUNT
                   " REJECTED - CALENDAR TABLE IS FULL"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3380-EXIT
           END-IF.
           ADD 1 TO WS-CALENDAR-COUNT.
           MOVE WS-CALENDAR-COUNT TO WS-CT-HIT-INDEX.
           MOVE WS-SEARCH-DATE TO WS-CT-DATE(WS-CT-HIT-INDEX).
       3380-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-SORT-CALENDAR-TABLE - order the table by date so each
      * year's entry leads its days, the duplicate check compares
      * neighbours, and the file writes out in the order the
      * business-day programs read it. A bubble pass is plenty.
      *----------------------------------------------------------------
       4000-SORT-CALENDAR-TABLE.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
               UNTIL TABLE-IS-SORTED.
       4000-EXIT.
               EXIT.

       4100-SORT-ONE-PASS.
           SET TABLE-IS-SORTED TO TRUE.
           PERFORM 4200-SORT-ONE-PAIR THRU 4200-EXIT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX >= WS-CALENDAR-COUNT.
       4100-EXIT.
               EXIT.

       4200-SORT-ONE-PAIR.
           COMPUTE WS-CT-INDEX-2 = WS-CT-INDEX + 1.
           IF WS-CT-DATE(WS-CT-INDEX) > WS-CT-DATE(WS-CT-INDEX-2)
               MOVE WS-CALENDAR-ENTRY(WS-CT-INDEX)
                   TO WS-SORT-SWAP-ENTRY
               MOVE WS-CALENDAR-ENTRY(WS-CT-INDEX-2)
                   TO WS-CALENDAR-ENTRY(WS-CT-INDEX)
               MOVE WS-SORT-SWAP-ENTRY
                   TO WS-CALENDAR-ENTRY(WS-CT-INDEX-2)
               MOVE "N" TO WS-SORTED-SW
           END-IF.
       4200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-VALIDATE-CALENDAR - every entry printed and checked,
      * duplicates flagged against the sorted neighbour, each day
      * checked against its year's week, and a summary of each
      * year's processing days once its last entry has been seen.
      *----------------------------------------------------------------
       5000-VALIDATE-CALENDAR.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "PROCESSING CALENDAR INTEGRITY CHECK" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-CALENDAR-COUNT = ZERO
               MOVE "PROCESSING CALENDAR IS EMPTY" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CHECK-ONE-ENTRY THRU 5100-EXIT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > WS-CALENDAR-COUNT.
           PERFORM 5400-PRINT-YEAR-SUMMARY THRU 5400-EXIT.
           IF WS-ERROR-COUNT = ZERO
               MOVE "NO CALENDAR ERRORS FOUND" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       5000-EXIT.
               EXIT.

       5100-CHECK-ONE-ENTRY.
           IF WS-CT-YEAR(WS-CT-INDEX) NOT = WS-VY-YEAR
               PERFORM 5400-PRINT-YEAR-SUMMARY THRU 5400-EXIT
               MOVE WS-CT-YEAR(WS-CT-INDEX) TO WS-VY-YEAR
               MOVE SPACES TO WS-VY-PATTERN
               MOVE "N" TO WS-VY-ON-FILE-SW
               MOVE ZERO TO WS-VY-HOLIDAYS
               MOVE ZERO TO WS-VY-SKIPPED
               MOVE ZERO TO WS-VY-REMOVED
               MOVE ZERO TO WS-VY-ADDED
           END-IF.
           PERFORM 5150-PRINT-ENTRY THRU 5150-EXIT.
           IF WS-CT-INDEX < WS-CALENDAR-COUNT
               COMPUTE WS-CT-INDEX-2 = WS-CT-INDEX + 1
               IF WS-CT-DATE(WS-CT-INDEX) =
                       WS-CT-DATE(WS-CT-INDEX-2)
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "TWO CALENDAR ENTRIES FOR "
                       WS-CT-DATE(WS-CT-INDEX)
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
           END-IF.
           IF CT-YEAR-ENTRY(WS-CT-INDEX)
               PERFORM 5200-CHECK-YEAR-ENTRY THRU 5200-EXIT
           ELSE
               PERFORM 5300-CHECK-DAY-ENTRY THRU 5300-EXIT
           END-IF.
       5100-EXIT.
               EXIT.

       5150-PRINT-ENTRY.
           MOVE WS-CT-PATTERN(WS-CT-INDEX) TO WS-CL-PATTERN.
           MOVE WS-CT-DESCRIPTION(WS-CT-INDEX) TO WS-CL-DESCRIPTION.
           EVALUATE TRUE
               WHEN CT-YEAR-ENTRY(WS-CT-INDEX)
                   MOVE WS-CT-YEAR(WS-CT-INDEX) TO WS-CL-DATE
                   MOVE "YEAR - WEEK" TO WS-CL-TYPE
               WHEN CT-HOLIDAY(WS-CT-INDEX)
                   MOVE WS-CT-DATE(WS-CT-INDEX) TO WS-CL-DATE
                   MOVE "HOLIDAY" TO WS-CL-TYPE
               WHEN CT-SKIPPED-NIGHT(WS-CT-INDEX)
                   MOVE WS-CT-DATE(WS-CT-INDEX) TO WS-CL-DATE
                   MOVE "SKIPPED NIGHT" TO WS-CL-TYPE
               WHEN CT-PROCESSING-DAY(WS-CT-INDEX)
                   MOVE WS-CT-DATE(WS-CT-INDEX) TO WS-CL-DATE
                   MOVE "EXTRA PROC DAY" TO WS-CL-TYPE
               WHEN OTHER
                   MOVE WS-CT-DATE(WS-CT-INDEX) TO WS-CL-DATE
                   MOVE "????" TO WS-CL-TYPE
           END-EVALUATE.
           MOVE WS-CALENDAR-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5150-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5200-CHECK-YEAR-ENTRY - the standing week: seven bytes, each
      * P or N, at least one P. A year whose week fails is not taken
      * as on file, so its days are refused with it.
      *----------------------------------------------------------------
       5200-CHECK-YEAR-ENTRY.
           IF WS-CT-MONTH-DAY(WS-CT-INDEX) NOT = ZERO
                   OR WS-CT-YEAR(WS-CT-INDEX) < 1900
                   OR WS-CT-YEAR(WS-CT-INDEX) > 2999
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "YEAR ENTRY " WS-CT-DATE(WS-CT-INDEX)
                   " MUST BE DATED YYYY0000, YEAR 1900-2999"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE "N" TO WS-PATTERN-BAD-SW.
           MOVE ZERO TO WS-PATTERN-P-COUNT.
           PERFORM 5210-CHECK-ONE-PATTERN-BYTE THRU 5210-EXIT
               VARYING WS-PATTERN-INDEX FROM 1 BY 1
               UNTIL WS-PATTERN-INDEX > 7.
           IF PATTERN-IS-BAD
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "WEEK PATTERN FOR " WS-CT-YEAR(WS-CT-INDEX)
                   " MUST BE SEVEN BYTES OF P OR N"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF WS-PATTERN-P-COUNT = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "WEEK PATTERN FOR " WS-CT-YEAR(WS-CT-INDEX)
                   " HAS NO PROCESSING DAY IN IT"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-CT-PATTERN(WS-CT-INDEX) TO WS-VY-PATTERN.
           SET VY-YEAR-ON-FILE TO TRUE.
       5200-EXIT.
               EXIT.

       5210-CHECK-ONE-PATTERN-BYTE.
           MOVE WS-CT-PATTERN(WS-CT-INDEX)(WS-PATTERN-INDEX:1)
               TO WS-PATTERN-CHAR.
           EVALUATE WS-PATTERN-CHAR
               WHEN "P"
                   ADD 1 TO WS-PATTERN-P-COUNT
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   SET PATTERN-IS-BAD TO TRUE
           END-EVALUATE.
       5210-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5300-CHECK-DAY-ENTRY - a real date, a known type, a year
      * on file to vary, and an entry that changes something: a
      * holiday on a day the week already excludes is harmless but
      * usually means the week or the date was keyed wrong.
      *----------------------------------------------------------------
       5300-CHECK-DAY-ENTRY.
           MOVE WS-CT-DATE(WS-CT-INDEX) TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           IF NOT EDIT-DATE-VALID
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "INVALID CALENDAR DATE "
                   WS-CT-DATE(WS-CT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF NOT CT-HOLIDAY(WS-CT-INDEX)
                   AND NOT CT-SKIPPED-NIGHT(WS-CT-INDEX)
                   AND NOT CT-PROCESSING-DAY(WS-CT-INDEX)
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "DAY TYPE MUST BE H, S OR P ON "
                   WS-CT-DATE(WS-CT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF NOT VY-YEAR-ON-FILE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "NO VALID YEAR ENTRY FOR DAY "
                   WS-CT-DATE(WS-CT-INDEX)
                   " - SET THE YEAR UP FIRST"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5300-EXIT
           END-IF.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE).
           PERFORM 8700-PATTERN-CHAR-FOR-DAY THRU 8700-EXIT.
           IF CT-PROCESSING-DAY(WS-CT-INDEX)
               IF WS-PATTERN-CHAR = "P"
                   MOVE "WARNING  " TO WS-FL-SEVERITY
                   STRING WS-CT-DATE(WS-CT-INDEX)
                       " IS ALREADY A PROCESSING DAY BY THE WEEK"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ELSE
                   ADD 1 TO WS-VY-ADDED
               END-IF
               GO TO 5300-EXIT
           END-IF.
           IF CT-HOLIDAY(WS-CT-INDEX)
               ADD 1 TO WS-VY-HOLIDAYS
           ELSE
               ADD 1 TO WS-VY-SKIPPED
           END-IF.
           IF WS-PATTERN-CHAR = "N"
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-CT-DATE(WS-CT-INDEX)
                   " IS ALREADY A NON-PROCESSING DAY BY THE WEEK"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           ELSE
               ADD 1 TO WS-VY-REMOVED
           END-IF.
       5300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5400-PRINT-YEAR-SUMMARY - the year just finished: the days
      * its week makes processing days, less the holidays and
      * skipped nights that fall on them, plus the extra days.
      *----------------------------------------------------------------
       5400-PRINT-YEAR-SUMMARY.
           IF WS-VY-YEAR = ZERO OR NOT VY-YEAR-ON-FILE
               GO TO 5400-EXIT
           END-IF.
           MOVE ZERO TO WS-VY-PATTERN-DAYS.
           COMPUTE WS-EDIT-DATE = WS-VY-YEAR * 10000 + 0101.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE).
           COMPUTE WS-EDIT-DATE = WS-VY-YEAR * 10000 + 1231.
           COMPUTE WS-DAY-NO-END =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE).
           PERFORM 5410-COUNT-ONE-DAY THRU 5410-EXIT
               UNTIL WS-DAY-NO > WS-DAY-NO-END.
           COMPUTE WS-VY-PROCESSING-DAYS =
               WS-VY-PATTERN-DAYS - WS-VY-REMOVED + WS-VY-ADDED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  YEAR " WS-VY-YEAR " - "
               WS-VY-PROCESSING-DAYS " PROCESSING DAYS, "
               WS-VY-HOLIDAYS " HOLIDAYS, "
               WS-VY-SKIPPED " SKIPPED NIGHTS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5400-EXIT.
               EXIT.

       5410-COUNT-ONE-DAY.
           PERFORM 8700-PATTERN-CHAR-FOR-DAY THRU 8700-EXIT.
           IF WS-PATTERN-CHAR = "P"
               ADD 1 TO WS-VY-PATTERN-DAYS
           END-IF.
           ADD 1 TO WS-DAY-NO.
       5410-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-CHECK-YEARS-AHEAD - the business-day programs count a
      * year that is not on file in calendar days, so a missing
      * current year is already wrong and a missing next year will
      * be by January; the year-end run is when it is set up.
      *----------------------------------------------------------------
       6000-CHECK-YEARS-AHEAD.
           MOVE WS-TODAY-YEAR TO WS-CHECK-YEAR.
           PERFORM 6100-FIND-YEAR THRU 6100-EXIT.
           IF NOT YEAR-IS-ON-FILE
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NO CALENDAR FOR " WS-CHECK-YEAR
                   " - ITS DAYS COUNT AS PROCESSING DAYS"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-TODAY-MONTH < 11
               GO TO 6000-EXIT
           END-IF.
           COMPUTE WS-CHECK-YEAR = WS-TODAY-YEAR + 1.
           PERFORM 6100-FIND-YEAR THRU 6100-EXIT.
           IF NOT YEAR-IS-ON-FILE
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NO CALENDAR YET FOR " WS-CHECK-YEAR
                   " - SET IT UP BEFORE THE YEAR END"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       6000-EXIT.
               EXIT.

       6100-FIND-YEAR.
           MOVE "N" TO WS-YEAR-FOUND-SW.
           COMPUTE WS-SEARCH-DATE = WS-CHECK-YEAR * 10000.
           PERFORM 3350-FIND-ENTRY THRU 3350-EXIT.
           IF WS-CT-HIT-INDEX > ZERO
               IF CT-YEAR-ENTRY(WS-CT-HIT-INDEX)
                   SET YEAR-IS-ON-FILE TO TRUE
               END-IF
           END-IF.
       6100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-CALENDAR-FILE - write the maintained table to
      * CALOUT in date order. CALOUT is written on every run so a
      * validate-only run still leaves a clean sorted copy behind;
      * the JCL decides whether it replaces the production calendar.
      *----------------------------------------------------------------
       7000-WRITE-CALENDAR-FILE.
           OPEN OUTPUT CALOUT-FILE.
           PERFORM 7100-WRITE-ONE-ENTRY THRU 7100-EXIT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > WS-CALENDAR-COUNT.
           CLOSE CALOUT-FILE.
       7000-EXIT.
               EXIT.

       7100-WRITE-ONE-ENTRY.
           MOVE SPACES TO CALENDAR-RECORD.
           MOVE WS-CT-DATE(WS-CT-INDEX) TO CAL-DATE.
           MOVE WS-CT-TYPE(WS-CT-INDEX) TO CAL-DAY-TYPE.
           MOVE WS-CT-PATTERN(WS-CT-INDEX) TO CAL-WEEK-PATTERN.
           MOVE WS-CT-DESCRIPTION(WS-CT-INDEX) TO CAL-DESCRIPTION.
           MOVE CALENDAR-RECORD TO CALOUT-RECORD.
           WRITE CALOUT-RECORD.
       7100-EXIT.
               EXIT.

       8100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       8100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-FINDING - one severity-tagged finding line, counted
      * toward the return code here so no caller can forget to.
      *----------------------------------------------------------------
       8200-WRITE-FINDING.
           MOVE WS-FINDING-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-FL-SEVERITY = "ERROR    "
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-FL-SEVERITY = "WARNING  "
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           MOVE SPACES TO WS-FL-TEXT.
       8200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8700-PATTERN-CHAR-FOR-DAY - the byte of WS-VY-PATTERN for
      * serial day WS-DAY-NO's weekday, into WS-PATTERN-CHAR.
      *----------------------------------------------------------------
       8700-PATTERN-CHAR-FOR-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NO - 1, 7).
           COMPUTE WS-PATTERN-INDEX = WS-WEEKDAY + 1.
           MOVE WS-VY-PATTERN(WS-PATTERN-INDEX:1) TO WS-PATTERN-CHAR.
       8700-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8800-EDIT-DATE - WS-EDIT-DATE must be a date that exists: the
      * ranges first, then a round trip through the serial day
      * number, which only an existing date survives (a 31st of a
      * 30-day month fails it).
      *----------------------------------------------------------------
       8800-EDIT-DATE.
           MOVE "Y" TO WS-DATE-VALID-SW.
           IF WS-EDIT-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID-SW
               GO TO 8800-EXIT
           END-IF.
           IF WS-ED-YEAR < 1900 OR WS-ED-YEAR > 2999
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
           IF WS-ED-DAY < 1 OR WS-ED-DAY > 31
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
           IF NOT EDIT-DATE-VALID
               GO TO 8800-EXIT
           END-IF.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE).
           IF FUNCTION DATE-OF-INTEGER(WS-DAY-NO) NOT = WS-EDIT-DATE
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
       8800-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - close out and grade the run for the
      * scheduler: 8 when any integrity error was found (hold the
      * copy-to-production step), 4 for warnings only, 0 clean.
      *----------------------------------------------------------------
       9999-TERMINATE.
           CLOSE CARD-FILE.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
       9999-EXIT.
               EXIT.
