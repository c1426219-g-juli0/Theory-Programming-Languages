      *   - the same rate for the two prior months, with a one-word
      *     trend verdict;
      *   - the month's rejects broken down by REJ-REASON;
      *   - a flag when a partner's rate crosses its agreed quality
      *     threshold off the partner master, or the card's house
      *     threshold for a partner without one (RC 4, so the
      *     morning review job surfaces it).
      *
      * Each month in scope is measured in processing days off the
      * processing calendar (CALREC.CPY), printed at the head of the
      * report; a report month with too few processing days behind
      * it yet carries no trend verdict.
      *
      * RETURN-CODE: 0 everyone under threshold, 4 a partner over
      * threshold, 8 no usable reject history.
      * Modification History
      *   - Initial version: per-partner rates, reasons, three-month
      *     trend and threshold flag.
      *   - A partner whose master entry (PARTNER DD, PTNRREC.CPY)
      *     carries an agreed quality threshold is flagged against
      *     that threshold; the card's (or the standing 10 per
      *     thousand) is now the house threshold for everyone else.
      *   - Processing days per month in scope off the processing
      *     calendar (CALENDAR DD); the trend verdict is withheld
      *     until the report month has enough of them.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMITLOG-FILE-STATUS.

           SELECT PARTNER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY XMITREC.

       FD  PARTNER-FILE
           RECORDING MODE IS F.
           COPY PTNRREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).
      *----------------------------------------------------------------
       01  WS-MONTH-TABLE.
           05  WS-SCOPE-MONTH          PIC 9(06) OCCURS 3 TIMES.
      *        Processing days in each month, through today for a
      *        month still running.
           05  WS-SCOPE-PROC-DAYS      PIC 9(02) OCCURS 3 TIMES.
       01  WS-WORK-MONTH               PIC 9(06).
       01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
           05  WS-WM-YEAR              PIC 9(04).
       01  WS-REC-MONTH                PIC 9(06).
       01  WS-MONTH-SLOT               PIC 9(01).
       01  WS-SLOT-INDEX               PIC 9(01).
       01  WS-MONTH-FIRST-DATE         PIC 9(08).
       01  WS-MONTH-CAP-SW             PIC X(01) VALUE "N".
           88  REPORT-MONTH-TO-DATE            VALUE "Y".
       01  WS-MONTH-NO-YEAR-SW         PIC X(01) VALUE "N".
           88  MONTH-DAYS-NOT-ON-CALENDAR      VALUE "Y".
       01  WS-TODAY-DAY-NO             PIC S9(07) COMP.
      *    A report month with fewer processing days behind it than
      *    this has too little traffic for a trend verdict.
       01  WS-VERDICT-MIN-DAYS         PIC 9(02) VALUE 5.

       01  WS-THRESHOLD-PER-M          PIC 9(03) VALUE 10.
      *    The threshold the partner being printed is held to - its
      *    agreed threshold off the master, else WS-THRESHOLD-PER-M.
       01  WS-PARTNER-THRESHOLD        PIC 9(03).

      *----------------------------------------------------------------
      * Agreed quality thresholds off the partner master - only
      * partners that have one (non-zero) are kept.
      *----------------------------------------------------------------
       01  WS-AGREED-THRESHOLD-TABLE.
           05  WS-AGREED-ENTRY OCCURS 50 TIMES.
               10  WS-AT-PARTNER-ID    PIC X(08).
               10  WS-AT-THRESHOLD     PIC 9(03).
       01  WS-AGREED-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-AGREED-MAX               PIC 9(02) COMP VALUE 50.
       01  WS-AT-INDEX                 PIC 9(02) COMP.
       01  WS-RATE-PER-M               PIC 9(05).
       01  WS-RATE-PRIOR               PIC 9(05).
       01  WS-FLAGGED-COUNT            PIC 9(02) COMP VALUE ZERO.
               88  REJHIST-FILE-OK             VALUE "00".
           05  XMITLOG-FILE-STATUS     PIC X(02).
               88  XMITLOG-FILE-OK             VALUE "00".
           05  PARTNER-FILE-STATUS     PIC X(02).
               88  PARTNER-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".
           05  CALENDAR-FILE-STATUS    PIC X(02).
               88  CALENDAR-FILE-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-HIST-SW          PIC X(01) VALUE "N".
               88  EOF-HIST                    VALUE "Y".
           05  WS-EOF-XMIT-SW          PIC X(01) VALUE "N".
               88  EOF-XMIT                    VALUE "Y".
           05  WS-EOF-PARTNER-SW       PIC X(01) VALUE "N".
               88  EOF-PARTNER                 VALUE "Y".
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
               88  EOF-CALENDAR                VALUE "Y".

      *----------------------------------------------------------------
      * The processing calendar (CALREC.CPY), held whole: each
      * year's standing week and the day entries that vary it.
      * Business days are counted off it (8500); a day in a year
      * with no calendar entry counts, as every day did before the
      * calendar existed.
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
       01  WS-BD-FROM-DAY-NO           PIC S9(07) COMP.
       01  WS-BD-TO-DAY-NO             PIC S9(07) COMP.
       01  WS-BD-DAY-NO                PIC S9(07) COMP.
       01  WS-BD-COUNT                 PIC S9(05) COMP.
       01  WS-BD-DATE                  PIC 9(08).
       01  WS-BD-DATE-PARTS REDEFINES WS-BD-DATE.
           05  WS-BD-YEAR              PIC 9(04).
           05  WS-BD-MONTH-DAY         PIC 9(04).
       01  WS-BD-WEEKDAY               PIC 9(01) COMP.
       01  WS-BD-PATTERN               PIC X(07).
       01  WS-BD-PROCESSING-SW         PIC X(01).
           88  BD-PROCESSING-DAY               VALUE "Y".
      *    Set when a day counted fell in a year not on the calendar,
      *    so the count is (at least partly) in calendar days.
       01  WS-BD-NO-YEAR-SW            PIC X(01).
           88  BD-YEAR-MISSING                 VALUE "Y".

      *----------------------------------------------------------------
      * TRNDRPT print lines.
           05  WS-RE-REASON            PIC X(30).
           05  WS-RE-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  WS-PROC-DAYS-LINE.
           05  FILLER                  PIC X(15)
               VALUE "PROCESSING DAYS".
           05  WS-PROC-DAYS-MONTH OCCURS 3 TIMES.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-PD-MONTH         PIC 9(06).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-PD-DAYS          PIC Z9.
           05  WS-PD-NOTE              PIC X(32) VALUE SPACES.
       01  WS-TREND-LINE.
           05  FILLER                  PIC X(09) VALUE "  TREND: ".
           05  WS-TL-TEXT              PIC X(71).

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-AGREED-THRESHOLDS THRU 1500-EXIT.
           PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT.
           PERFORM 1800-COUNT-PROCESSING-DAYS THRU 1800-EXIT.
           PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
           PERFORM 3000-SCAN-XMIT-LOG THRU 3000-EXIT.
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
       1100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-AGREED-THRESHOLDS - each partner's agreed quality
      * threshold off the partner master. No master, or a partner
      * with a zero threshold on it, means the house threshold.
      *----------------------------------------------------------------
       1500-LOAD-AGREED-THRESHOLDS.
           OPEN INPUT PARTNER-FILE.
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
           END-IF.
           PERFORM 1600-READ-ONE-PARTNER THRU 1600-EXIT
               UNTIL EOF-PARTNER.
           IF PARTNER-FILE-STATUS NOT = "35"
               CLOSE PARTNER-FILE
           END-IF.
       1500-EXIT.
               EXIT.

       1600-READ-ONE-PARTNER.
           READ PARTNER-FILE
               AT END
                   SET EOF-PARTNER TO TRUE
           END-READ.
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
               GO TO 1600-EXIT
           END-IF.
           IF PTR-QUALITY-THRESHOLD IS NOT NUMERIC
                   OR PTR-QUALITY-THRESHOLD = ZERO
               GO TO 1600-EXIT
           END-IF.
           IF WS-AGREED-COUNT >= WS-AGREED-MAX
               SET EOF-PARTNER TO TRUE
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-AGREED-COUNT.
           MOVE PTR-PARTNER-ID TO WS-AT-PARTNER-ID(WS-AGREED-COUNT).
           MOVE PTR-QUALITY-THRESHOLD
               TO WS-AT-THRESHOLD(WS-AGREED-COUNT).
       1600-EXIT.
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
      * 1800-COUNT-PROCESSING-DAYS - each month in scope in
      * processing days, printed under the heading. The month still
      * running is counted through today only.
      *----------------------------------------------------------------
       1800-COUNT-PROCESSING-DAYS.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM 1810-COUNT-ONE-MONTH THRU 1810-EXIT
               VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX > 3.
           EVALUATE TRUE
               WHEN MONTH-DAYS-NOT-ON-CALENDAR
                   MOVE "  (NO CALENDAR - ALL DAYS COUNT)"
                       TO WS-PD-NOTE
               WHEN REPORT-MONTH-TO-DATE
                   MOVE "  (REPORT MONTH TO DATE)" TO WS-PD-NOTE
           END-EVALUATE.
           MOVE WS-PROC-DAYS-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1800-EXIT.
               EXIT.

       1810-COUNT-ONE-MONTH.
           MOVE WS-SCOPE-MONTH(WS-SLOT-INDEX) TO WS-WORK-MONTH.
           MOVE WS-SCOPE-MONTH(WS-SLOT-INDEX)
               TO WS-PD-MONTH(WS-SLOT-INDEX).
           MOVE WS-WORK-MONTH TO WS-MONTH-FIRST-DATE(1:6).
           MOVE "01" TO WS-MONTH-FIRST-DATE(7:2).
           COMPUTE WS-BD-FROM-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE) - 1.
           IF WS-WM-MONTH = 12
               MOVE 1 TO WS-WM-MONTH
               ADD 1 TO WS-WM-YEAR
           ELSE
               ADD 1 TO WS-WM-MONTH
           END-IF.
           MOVE WS-WORK-MONTH TO WS-MONTH-FIRST-DATE(1:6).
           COMPUTE WS-BD-TO-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE) - 1.
           IF WS-BD-TO-DAY-NO > WS-TODAY-DAY-NO
               MOVE WS-TODAY-DAY-NO TO WS-BD-TO-DAY-NO
               IF WS-SLOT-INDEX = 1
                   SET REPORT-MONTH-TO-DATE TO TRUE
               END-IF
           END-IF.
           PERFORM 8500-COUNT-BUSINESS-DAYS THRU 8500-EXIT.
           IF BD-YEAR-MISSING
               SET MONTH-DAYS-NOT-ON-CALENDAR TO TRUE
           END-IF.
           MOVE WS-BD-COUNT TO WS-SCOPE-PROC-DAYS(WS-SLOT-INDEX).
           MOVE WS-BD-COUNT TO WS-PD-DAYS(WS-SLOT-INDEX).
       1810-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-HISTORY - one pass over the cumulative history:
      * rejects into their month slots, reasons tallied for the
           END-IF.
           MOVE WS-PARTNER-HDG TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-THRESHOLD-PER-M TO WS-PARTNER-THRESHOLD.
           PERFORM 5150-MATCH-AGREED-THRESHOLD THRU 5150-EXIT
               VARYING WS-AT-INDEX FROM 1 BY 1
               UNTIL WS-AT-INDEX > WS-AGREED-COUNT.
           PERFORM 5200-PRINT-ONE-MONTH THRU 5200-EXIT
               VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX > 3.
       5100-EXIT.
               EXIT.

       5150-MATCH-AGREED-THRESHOLD.
           IF WS-AT-PARTNER-ID(WS-AT-INDEX) = WS-PT-ID(WS-PT-INDEX)
               MOVE WS-AT-THRESHOLD(WS-AT-INDEX)
                   TO WS-PARTNER-THRESHOLD
               MOVE WS-AGREED-COUNT TO WS-AT-INDEX
           END-IF.
       5150-EXIT.
               EXIT.

       5200-PRINT-ONE-MONTH.
           MOVE WS-SCOPE-MONTH(WS-SLOT-INDEX) TO WS-ML-MONTH.
           MOVE WS-PT-SENT(WS-PT-INDEX, WS-SLOT-INDEX)
               MOVE " (NO SENDS LOGGED)" TO WS-ML-FLAG
           ELSE
               IF WS-SLOT-INDEX = 1
                       AND WS-RATE-PER-M >= WS-PARTNER-THRESHOLD
                   MOVE " ** OVER QUALITY THRESHOLD **"
                       TO WS-ML-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
      *----------------------------------------------------------------
      * 5300-PRINT-TREND - this month's rate against last month's.
      * Months without sends carry no verdict - a rate nobody can
      * compute is not a trend - and neither does a report month
      * with only a few processing days behind it.
      *----------------------------------------------------------------
       5300-PRINT-TREND.
           EVALUATE TRUE
               WHEN WS-PT-SENT(WS-PT-INDEX, 1) = ZERO
                       OR WS-PT-SENT(WS-PT-INDEX, 2) = ZERO
                   MOVE "NOT ENOUGH DATA FOR A VERDICT" TO WS-TL-TEXT
               WHEN WS-SCOPE-PROC-DAYS(1) < WS-VERDICT-MIN-DAYS
                   MOVE "TOO FEW PROCESSING DAYS YET FOR A VERDICT"
                       TO WS-TL-TEXT
               WHEN OTHER
                   PERFORM 5310-JUDGE-TREND THRU 5310-EXIT
           END-EVALUATE.
           MOVE WS-TREND-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5300-EXIT.
               EXIT.

       5310-JUDGE-TREND.
           MOVE 2 TO WS-MONTH-SLOT.
           PERFORM 7300-COMPUTE-RATE THRU 7300-EXIT.
           MOVE WS-RATE-PER-M TO WS-RATE-PRIOR.
           MOVE 1 TO WS-MONTH-SLOT.
           PERFORM 7300-COMPUTE-RATE THRU 7300-EXIT.
           EVALUATE TRUE
               WHEN WS-RATE-PER-M > WS-RATE-PRIOR
                   MOVE "WORSE THAN LAST MONTH" TO WS-TL-TEXT
               WHEN WS-RATE-PER-M < WS-RATE-PRIOR
                   MOVE "BETTER THAN LAST MONTH" TO WS-TL-TEXT
               WHEN OTHER
                   MOVE "STEADY" TO WS-TL-TEXT
           END-EVALUATE.
       5310-EXIT.
               EXIT.

       5400-PRINT-REASONS.
           IF WS-PT-REASON-USED(WS-PT-INDEX) = ZERO
               GO TO 5400-EXIT
       8100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8500-COUNT-BUSINESS-DAYS - the processing days after serial
      * day WS-BD-FROM-DAY-NO up to and including WS-BD-TO-DAY-NO,
      * into WS-BD-COUNT (zero when TO is not after FROM).
      *----------------------------------------------------------------
       8500-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BD-COUNT.
           MOVE "N" TO WS-BD-NO-YEAR-SW.
           MOVE WS-BD-FROM-DAY-NO TO WS-BD-DAY-NO.
           PERFORM 8510-COUNT-ONE-DAY THRU 8510-EXIT
               UNTIL WS-BD-DAY-NO >= WS-BD-TO-DAY-NO.
       8500-EXIT.
               EXIT.

       8510-COUNT-ONE-DAY.
           ADD 1 TO WS-BD-DAY-NO.
           PERFORM 8520-TEST-PROCESSING-DAY THRU 8520-EXIT.
           IF BD-PROCESSING-DAY
               ADD 1 TO WS-BD-COUNT
           END-IF.
       8510-EXIT.
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
      * 9999-TERMINATE - 4 flags the relationship managers' review,
      * 8 means there was no history to report from at all.
