      * Functions, one per SYSIN card (KEYMCARD.CPY), applied in
      * order:
      *   A  add a new shift period (effective date, expiration date,
      *      shift value), or with key type K a new Vigenere keyword
      *      period (the keyword in place of the shift)
      *   E  expire the period covering the card's effective date by
      *      cutting its expiration date back to the card's date
      *   V  no file change - validate and print the schedule only
      *   C  compromise: the partner's window covering the card's
      *      effective date (the compromise date) is cut off the day
      *      before it and marked compromised, and from then on the
      *      validation pass requires a replacement window opening
      *      on the compromise date under a different shift - a run
      *      carrying a C card without the replacement's A card ends
      *      RC 8 and no change is requested
      *
      * Every run - whatever the cards asked for - ends with the
      * window-integrity validation pass and a forward coverage
      *   - a gap between one record's expiration and the next
      *     record's effective date
      *   - how many days of coverage remain from today
      *   - a keyword period whose keyword is too short, is not all
      *     upper-case letters, is one letter repeated, or was that
      *     partner's keyword within the past year
      * Shift and keyword periods are separate rotations, checked
      * and scheduled each on its own. The schedule never prints a
      * keyword, only its length.
      * Any error finding sets RETURN-CODE 8 and no change is
      * requested; coverage running out inside a week of processing
      * days (off the processing calendar, CALREC.CPY) sets 4.
      *
      * The run never changes the production key file itself. When
      * the cards change the file and validation finds no error,
      * every window added or altered goes to the pending-change
      * file (PENDCHG, PENDREC.CPY) under one change id, with its
      * before and after image and the requesting user, and one
      * KEY-REQUEST line per window goes to AUDITLOG. The change
      * reaches KEYFILE only when the approval run (ChangeApprove),
      * submitted under another user's id, applies it. The input
      * KEYFILE is never rewritten in place.
      *
      * Modification History
      *   - Initial version: add/expire functions, window-integrity
      *     KEYOUT in key order, so only the organization changed -
      *     plus a duplicate-key finding for the one shape of bad
      *     window the indexed write itself refuses.
      *   - Compromise function (C card): the window covering the
      *     compromise date is cut off the day before and keeps its
      *     record with the compromised status, and validation
      *     requires a replacement window opening on the compromise
      *     date with a different shift. The schedule flags a
      *     compromised window still in view.
      *   - Vigenere keyword periods (key type K) kept on the file
      *     beside the shift periods, as their own rotation with the
      *     same add/expire/compromise functions and window checks.
      *     A keyword must be upper-case letters only, at least six
      *     long, not one letter repeated, and not a keyword the
      *     partner had within the past year; a compromised
      *     keyword's replacement must carry a different keyword.
      *   - Coverage remaining is also counted in processing days off
      *     the processing calendar (CALENDAR DD, CALREC.CPY), and the
      *     run-out warning fires under a week of processing days
      *     rather than seven calendar days, so a holiday weekend no
      *     longer hides a window running out. Days in a year the
      *     calendar does not hold keep the calendar-day rule. A gap
      *     is still an error whatever day it falls on - an
      *     authorized rerun can be dated on any day.
      *   - Dual control: the run no longer writes KEYOUT for the job
      *     to promote. A validated change goes to the pending-change
      *     file (PENDREC.CPY) stamped with the requesting user, the
      *     production file's record count and hash total, and each
      *     window's before and after image, and is logged to
      *     AUDITLOG as a KEY-REQUEST; ChangeApprove applies it on a
      *     second user's approval. A run with no user id to stamp on
      *     the request requests nothing.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  KEY-FILE.
           COPY KEYREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PENDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------------
      * The whole key file is small (one record per shift period), so
      * it is held and worked on as a table: loaded, updated by the
      * function cards, sorted by effective date and validated. The
      * changes are not written back here - they are queued on
      * PENDCHG and ChangeApprove applies them once approved.
      * Partner and key type together name the rotation a window
      * belongs to.
      *----------------------------------------------------------------
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 200 TIMES.
               10  WS-KT-ROTATION.
                   15  WS-KT-PARTNER-ID
                                       PIC X(08).
                   15  WS-KT-KEY-TYPE  PIC X(01).
                       88  KT-KEYWORD-WINDOW   VALUE "K".
               10  WS-KT-EFF-DATE      PIC 9(08).
               10  WS-KT-SHIFT-VALUE   PIC 9(02).
               10  WS-KT-EXP-DATE      PIC 9(08).
               10  WS-KT-STATUS        PIC X(01).
                   88  KT-COMPROMISED          VALUE "C".
               10  WS-KT-KEYWORD       PIC X(20).
       01  WS-KEY-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-KEY-MAX                  PIC 9(03) COMP VALUE 200.

       01  WS-KT-INDEX-2               PIC 9(03) COMP.
       01  WS-SORT-SWAP-ENTRY.
           05  WS-SW-PARTNER-ID        PIC X(08).
           05  WS-SW-KEY-TYPE          PIC X(01).
           05  WS-SW-EFF-DATE          PIC 9(08).
           05  WS-SW-SHIFT-VALUE       PIC 9(02).
           05  WS-SW-EXP-DATE          PIC 9(08).
           05  WS-SW-STATUS            PIC X(01).
           05  WS-SW-KEYWORD           PIC X(20).
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".

           88  KEY-FILE-CHANGED                VALUE "Y".
       01  WS-EXPIRE-HIT-SW            PIC X(01).
           88  EXPIRE-TARGET-FOUND             VALUE "Y".
      *    The window a compromise card lands on (zero = none covers
      *    the compromise date for that partner).
       01  WS-COMPROMISE-INDEX         PIC 9(03) COMP VALUE ZERO.
      *    The card's key type with blank read as S, so it compares
      *    straight against the table's.
       01  WS-CARD-KEY-TYPE            PIC X(01).

      *----------------------------------------------------------------
      * The table as loaded, before any card touched it, so the
      * change request can carry each window's before image; and the
      * record count and hash total of the production file it came
      * from, which the approval run checks the file still matches
      * before it applies the change.
      *----------------------------------------------------------------
       01  WS-ORIG-KEY-TABLE.
           05  WS-ORIG-KEY-ENTRY OCCURS 200 TIMES.
               10  WS-OK-ROTATION.
                   15  WS-OK-PARTNER-ID
                                       PIC X(08).
                   15  WS-OK-KEY-TYPE  PIC X(01).
               10  WS-OK-EFF-DATE      PIC 9(08).
               10  WS-OK-SHIFT-VALUE   PIC 9(02).
               10  WS-OK-EXP-DATE      PIC 9(08).
               10  WS-OK-STATUS        PIC X(01).
               10  WS-OK-KEYWORD       PIC X(20).
       01  WS-ORIG-KEY-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-OK-INDEX                 PIC 9(03) COMP.
       01  WS-OK-HIT-INDEX             PIC 9(03) COMP.
       01  WS-BASE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-BASE-HASH                PIC 9(15) VALUE ZERO.
       01  WS-HASH-IMAGE               PIC X(60).
       01  WS-HASH-POS                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      * The change request: its id (K plus the request's date and
      * time), the requesting user, and the window being written.
      * A window is staged in WS-IMAGE-ENTRY (the table's layout) to
      * be built into a KEYREC image.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-CHANGE-ID.
           05  WS-CHG-FILE-CODE        PIC X(01) VALUE "K".
           05  WS-CHG-STAMP            PIC 9(14).
      *    Display usage, not COMP - these numbers are edited
      *    straight into the request lines by STRING.
       01  WS-ITEM-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ITEM-NO                  PIC 9(03) VALUE ZERO.
       01  WS-ITEM-ACTION              PIC X(01).
       01  WS-IMAGE-ENTRY.
           05  WS-IE-PARTNER-ID        PIC X(08).
           05  WS-IE-KEY-TYPE          PIC X(01).
           05  WS-IE-EFF-DATE          PIC 9(08).
           05  WS-IE-SHIFT-VALUE       PIC 9(02).
           05  WS-IE-EXP-DATE          PIC 9(08).
           05  WS-IE-STATUS            PIC X(01).
           05  WS-IE-KEYWORD           PIC X(20).
       01  WS-BEFORE-IMAGE             PIC X(60).
       01  WS-AFTER-IMAGE              PIC X(60).
       01  WS-BEFORE-SUMMARY           PIC X(20).
       01  WS-AFTER-SUMMARY            PIC X(20).
      *    A window as the request report and the audit log show it
      *    (8400): its dates, C when compromised, and its shift - KW
      *    for a keyword window, whose keyword is never shown.
       01  WS-SUMMARY-IMAGE            PIC X(60).
       01  WS-SUMMARY-TEXT             PIC X(20).
       01  WS-WINDOW-SUMMARY.
           05  WS-WSUM-EFF-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-WSUM-EXP-DATE        PIC 9(08).
           05  WS-WSUM-STATUS          PIC X(01).
           05  WS-WSUM-SHIFT           PIC X(02).

      *----------------------------------------------------------------
      * Keyword quality check (8700): the caller loads the keyword,
      * its partner and the window's effective date, plus the table
      * entry being checked (zero for a card not yet on the table)
      * so a window is not taken as a reuse of itself. A fault comes
      * back as text for the caller's finding; the keyword itself is
      * never printed.
      *----------------------------------------------------------------
       01  WS-KWC-KEYWORD              PIC X(20).
       01  WS-KWC-PARTNER-ID           PIC X(08).
       01  WS-KWC-EFF-DATE             PIC 9(08).
       01  WS-KWC-SELF-INDEX           PIC 9(03) COMP.
       01  WS-KWC-FAULT                PIC X(40).
       01  WS-KWC-LENGTH               PIC 9(02) COMP.
       01  WS-KWC-DIFFERENT            PIC 9(02) COMP.
       01  WS-KWC-POS                  PIC 9(02) COMP.
       01  WS-KWC-INDEX                PIC 9(03) COMP.
       01  WS-KWC-BAD-CHAR-SW          PIC X(01).
           88  KWC-BAD-CHAR                    VALUE "Y".
       01  WS-KWC-MIN-LENGTH           PIC 9(02) COMP VALUE 6.
       01  WS-KWC-REUSE-DAYS           PIC 9(03) COMP VALUE 365.
       01  WS-KWC-REUSE-DAY-NO         PIC S9(07) COMP.

      *----------------------------------------------------------------
      * Date edit/arithmetic work areas. Windows are compared in
       01  WS-DAY-NO-A                 PIC S9(07) COMP.
       01  WS-DAY-NO-B                 PIC S9(07) COMP.
       01  WS-COVER-DAYS               PIC S9(05) COMP.
      *    Coverage is also measured in processing days (8500) when
      *    it runs out within this many calendar days - far enough
      *    out to see past any holiday run, near enough that the
      *    count stays cheap. The warning fires under a processing
      *    week left (fewer than 6); a stretch with no year on the
      *    calendar keeps the old under-8-calendar-days rule.
       01  WS-COVER-HORIZON            PIC S9(05) COMP VALUE 31.
       01  WS-COVER-BUS-LIMIT          PIC S9(05) COMP VALUE 6.
       01  WS-COVER-BUS-EDIT           PIC Z9.
       01  WS-WINDOW-DAYS              PIC S9(05) COMP.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-DAY-NO             PIC S9(07) COMP.

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
      * Partner break processing for the schedule: windows are sorted
      * partner-first, so coverage accumulates per partner and is
      * emitted whenever the partner id changes.
      *----------------------------------------------------------------
       01  WS-CUR-ROTATION.
           05  WS-CUR-PARTNER          PIC X(08) VALUE SPACES.
           05  WS-CUR-KEY-TYPE         PIC X(01) VALUE SPACES.
      *    SHIFT or KEYWORD, for the coverage findings.
       01  WS-CUR-ROTATION-NAME        PIC X(07).
       01  WS-PARTNER-OPEN-SW          PIC X(01) VALUE "N".
           88  PARTNER-GROUP-OPEN              VALUE "Y".

           05  KEY-FILE-STATUS         PIC X(02).
               88  KEY-FILE-OK                 VALUE "00".
               88  KEY-FILE-EOF                VALUE "10".
           05  PENDING-FILE-STATUS     PIC X(02).
               88  PENDING-FILE-OK             VALUE "00".
           05  AUDIT-FILE-STATUS       PIC X(02).
               88  AUDIT-FILE-OK               VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".
           05  CALENDAR-FILE-STATUS    PIC X(02).
               88  CALENDAR-FILE-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-CARD-SW          PIC X(01) VALUE "N".
               88  EOF-CARD                    VALUE "Y".
           05  WS-EOF-KEY-SW           PIC X(01) VALUE "N".
               88  EOF-KEY                     VALUE "Y".
           05  WS-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
               88  EOF-CALENDAR                VALUE "Y".

      *----------------------------------------------------------------
      * KEYRPT print lines.
           05  WS-SL-EFF-DATE          PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-SL-EXP-DATE          PIC 9(08).
      *        "  SHIFT " with the shift, or "  KWLEN " with the
      *        keyword's length.
           05  WS-SL-LABEL             PIC X(08) VALUE "  SHIFT ".
           05  WS-SL-SHIFT             PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE " : ".
           05  WS-CL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE " DAYS".
      *        " (nn PROCESSING DAYS)" when coverage runs out inside
      *        the business-day horizon, else blank.
           05  WS-CL-BUS-TEXT          PIC X(34) VALUE SPACES.
       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-ACTION            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IL-TYPE              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-BEFORE            PIC X(20).
           05  FILLER                  PIC X(03) VALUE " > ".
           05  WS-IL-AFTER             PIC X(20).
           05  FILLER                  PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT.
           PERFORM 2000-LOAD-KEY-TABLE THRU 2000-EXIT.
           PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT.
           PERFORM 4000-SORT-KEY-TABLE THRU 4000-EXIT.
           PERFORM 5000-VALIDATE-WINDOWS THRU 5000-EXIT.
           PERFORM 6000-PRINT-SCHEDULE THRU 6000-EXIT.
           PERFORM 7000-REQUEST-CHANGES THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-TODAY-DATE TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           PERFORM 8900-DATE-TO-DAY-NO THRU 8900-EXIT.
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
      * 2000-LOAD-KEY-TABLE - bring the whole key file into the
      * working table. A missing or empty KEYFILE is a legitimate
           IF KEY-FILE-STATUS NOT = "35"
               CLOSE KEY-FILE
           END-IF.
           MOVE WS-KEY-TABLE TO WS-ORIG-KEY-TABLE.
           MOVE WS-KEY-COUNT TO WS-ORIG-KEY-COUNT.
       2000-EXIT.
               EXIT.

                   ADD 1 TO WS-KEY-COUNT
                   MOVE KEY-PARTNER-ID
                       TO WS-KT-PARTNER-ID(WS-KEY-COUNT)
                   MOVE KEY-RECORD-TYPE
                       TO WS-KT-KEY-TYPE(WS-KEY-COUNT)
                   MOVE KEY-EFF-DATE
                       TO WS-KT-EFF-DATE(WS-KEY-COUNT)
                   MOVE KEY-SHIFT-VALUE
                       TO WS-KT-SHIFT-VALUE(WS-KEY-COUNT)
                   MOVE KEY-EXP-DATE
                       TO WS-KT-EXP-DATE(WS-KEY-COUNT)
                   MOVE KEY-WINDOW-STATUS
                       TO WS-KT-STATUS(WS-KEY-COUNT)
                   MOVE KEY-KEYWORD
                       TO WS-KT-KEYWORD(WS-KEY-COUNT)
                   ADD 1 TO WS-BASE-COUNT
                   MOVE KEY-RECORD TO WS-HASH-IMAGE
                   PERFORM 8600-HASH-IMAGE THRU 8600-EXIT
               END-IF
           END-IF.
       2100-EXIT.

       3200-APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF KM-TYPE-KEYWORD
               MOVE "K" TO WS-CARD-KEY-TYPE
           ELSE
               MOVE "S" TO WS-CARD-KEY-TYPE
           END-IF.
           IF NOT KM-TYPE-SHIFT AND NOT KM-TYPE-KEYWORD
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "CARD " WS-CARD-COUNT
                   " UNKNOWN KEY TYPE " KM-KEY-TYPE
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               PERFORM 3100-READ-CARD THRU 3100-EXIT
               GO TO 3200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN KM-FUNC-ADD
                   PERFORM 3300-APPLY-ADD THRU 3300-EXIT
               WHEN KM-FUNC-EXPIRE
                   PERFORM 3400-APPLY-EXPIRE THRU 3400-EXIT
               WHEN KM-FUNC-COMPROMISE
                   PERFORM 3500-APPLY-COMPROMISE THRU 3500-EXIT
               WHEN KM-FUNC-VALIDATE
                   CONTINUE
               WHEN OTHER
               EXIT.

      *----------------------------------------------------------------
      * 3300-APPLY-ADD - append a new shift or keyword period from
      * the card. Both dates must edit as real calendar dates and the
      * window must not be inverted, and a keyword must pass the
      * quality check; ordering against the existing records is left
      * to the sort and the validation pass.
      *----------------------------------------------------------------
       3300-APPLY-ADD.
           MOVE KM-EFF-DATE TO WS-EDIT-DATE.
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF KM-TYPE-KEYWORD
               MOVE KM-KEYWORD TO WS-KWC-KEYWORD
               MOVE KM-PARTNER-ID TO WS-KWC-PARTNER-ID
               MOVE KM-EFF-DATE TO WS-KWC-EFF-DATE
               MOVE ZERO TO WS-KWC-SELF-INDEX
               PERFORM 8700-CHECK-KEYWORD THRU 8700-EXIT
               IF WS-KWC-FAULT NOT = SPACES
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "ADD CARD " WS-CARD-COUNT
                       " REJECTED - " WS-KWC-FAULT
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF WS-KEY-COUNT >= WS-KEY-MAX
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "ADD CARD " WS-CARD-COUNT
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE KM-PARTNER-ID TO WS-KT-PARTNER-ID(WS-KEY-COUNT).
           MOVE WS-CARD-KEY-TYPE TO WS-KT-KEY-TYPE(WS-KEY-COUNT).
           MOVE KM-EFF-DATE TO WS-KT-EFF-DATE(WS-KEY-COUNT).
           MOVE KM-EXP-DATE TO WS-KT-EXP-DATE(WS-KEY-COUNT).
           MOVE SPACE TO WS-KT-STATUS(WS-KEY-COUNT).
           IF KM-TYPE-KEYWORD
               MOVE ZERO TO WS-KT-SHIFT-VALUE(WS-KEY-COUNT)
               MOVE KM-KEYWORD TO WS-KT-KEYWORD(WS-KEY-COUNT)
           ELSE
               MOVE KM-SHIFT-VALUE TO WS-KT-SHIFT-VALUE(WS-KEY-COUNT)
               MOVE SPACES TO WS-KT-KEYWORD(WS-KEY-COUNT)
           END-IF.
           SET KEY-FILE-CHANGED TO TRUE.
       3300-EXIT.
               EXIT.
           PERFORM VARYING WS-KT-INDEX FROM 1 BY 1
                   UNTIL WS-KT-INDEX > WS-KEY-COUNT
               IF KM-PARTNER-ID = WS-KT-PARTNER-ID(WS-KT-INDEX)
                       AND WS-CARD-KEY-TYPE =
                           WS-KT-KEY-TYPE(WS-KT-INDEX)
                       AND KM-EFF-DATE >= WS-KT-EFF-DATE(WS-KT-INDEX)
                       AND KM-EFF-DATE <= WS-KT-EXP-DATE(WS-KT-INDEX)
                   IF KM-EXP-DATE < WS-KT-EFF-DATE(WS-KT-INDEX)
               EXIT.

      *----------------------------------------------------------------
      * 3500-APPLY-COMPROMISE - withdraw the partner's window that
      * covers the compromise date (the card's effective date): its
      * expiration is cut back to the day before and it is marked
      * compromised. The record stays on the file, so the impact run
      * can still see the exposed shift and its dates. The window
      * must have opened before the compromise date - one that has
      * not yet opened exposed no traffic and is expired and
      * replaced the ordinary way. Whether a replacement exists is
      * the validation pass's business, so the A card may come
      * before or after this one.
      *----------------------------------------------------------------
       3500-APPLY-COMPROMISE.
           MOVE KM-EFF-DATE TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           IF NOT EDIT-DATE-VALID
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "COMPROMISE CARD " WS-CARD-COUNT
                   " DATE " KM-EFF-DATE " IS NOT VALID"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE ZERO TO WS-COMPROMISE-INDEX.
           PERFORM 3510-FIND-COMPROMISED-WINDOW THRU 3510-EXIT
               VARYING WS-KT-INDEX FROM 1 BY 1
               UNTIL WS-KT-INDEX > WS-KEY-COUNT.
           IF WS-COMPROMISE-INDEX = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "COMPROMISE CARD " WS-CARD-COUNT
                   " NO WINDOW COVERS " KM-EFF-DATE
                   " FOR PARTNER " KM-PARTNER-ID
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF KM-EFF-DATE = WS-KT-EFF-DATE(WS-COMPROMISE-INDEX)
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "COMPROMISE CARD " WS-CARD-COUNT
                   " WINDOW OPENS ON " KM-EFF-DATE
                   " - EXPIRE AND REPLACE IT"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 8900-DATE-TO-DAY-NO THRU 8900-EXIT.
           COMPUTE WS-EDIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NO-A - 1).
           MOVE WS-EDIT-DATE TO WS-KT-EXP-DATE(WS-COMPROMISE-INDEX).
           MOVE "C" TO WS-KT-STATUS(WS-COMPROMISE-INDEX).
           SET KEY-FILE-CHANGED TO TRUE.
           MOVE "NOTICE   " TO WS-FL-SEVERITY.
           STRING "WINDOW " WS-KT-EFF-DATE(WS-COMPROMISE-INDEX)
               " FOR " KM-PARTNER-ID " COMPROMISED - CUT OFF AT "
               WS-EDIT-DATE
               DELIMITED BY SIZE INTO WS-FL-TEXT.
           PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
       3500-EXIT.
               EXIT.

      *    A window already marked compromised has been cut off
      *    once; a second card inside what is left of it cuts it
      *    again, which is how an earlier compromise date is
      *    corrected.
       3510-FIND-COMPROMISED-WINDOW.
           IF KM-PARTNER-ID = WS-KT-PARTNER-ID(WS-KT-INDEX)
                   AND WS-CARD-KEY-TYPE = WS-KT-KEY-TYPE(WS-KT-INDEX)
                   AND KM-EFF-DATE >= WS-KT-EFF-DATE(WS-KT-INDEX)
                   AND KM-EFF-DATE <= WS-KT-EXP-DATE(WS-KT-INDEX)
               MOVE WS-KT-INDEX TO WS-COMPROMISE-INDEX
           END-IF.
       3510-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-SORT-KEY-TABLE - order the table by partner id, key type
      * and then effective date, so the validation pass compares each
      * window against the next one of the same rotation and the
      * schedule prints each rotation together in calendar order.
      * The table is small; a bubble pass is plenty.
      *----------------------------------------------------------------
       4000-SORT-KEY-TABLE.
           PERFORM VARYING WS-KT-INDEX FROM 1 BY 1
                   UNTIL WS-KT-INDEX >= WS-KEY-COUNT
               COMPUTE WS-KT-INDEX-2 = WS-KT-INDEX + 1
               IF WS-KT-ROTATION(WS-KT-INDEX) >
                       WS-KT-ROTATION(WS-KT-INDEX-2)
                   OR (WS-KT-ROTATION(WS-KT-INDEX) =
                           WS-KT-ROTATION(WS-KT-INDEX-2)
                       AND WS-KT-EFF-DATE(WS-KT-INDEX) >
                           WS-KT-EFF-DATE(WS-KT-INDEX-2))
                   MOVE WS-KEY-ENTRY(WS-KT-INDEX)
      *   - overlap: the next window opens before this one closes
      *   - gap: a full day or more between this window's close and
      *     the next window's open
      *   - a compromised window with no replacement: the partner's
      *     next window must open the day after the cut-off, under
      *     a different shift (keyword, for a keyword window)
      *   - a keyword window whose keyword fails the quality check
      * Each window is compared only with others of its own rotation
      * (partner and key type).
      *----------------------------------------------------------------
       5000-VALIDATE-WINDOWS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 5100-CHECK-ONE-WINDOW THRU 5100-EXIT
               VARYING WS-KT-INDEX FROM 1 BY 1
               UNTIL WS-KT-INDEX > WS-KEY-COUNT.
           PERFORM 5200-CHECK-REPLACEMENT THRU 5200-EXIT
               VARYING WS-KT-INDEX FROM 1 BY 1
               UNTIL WS-KT-INDEX > WS-KEY-COUNT.
           PERFORM 5300-CHECK-KEYWORD-WINDOW THRU 5300-EXIT
               VARYING WS-KT-INDEX FROM 1 BY 1
               UNTIL WS-KT-INDEX > WS-KEY-COUNT.
           IF WS-ERROR-COUNT = ZERO
               MOVE "NO WINDOW ERRORS FOUND" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-KT-INDEX-2 = WS-KT-INDEX + 1.
           IF WS-KT-ROTATION(WS-KT-INDEX-2) NOT =
                   WS-KT-ROTATION(WS-KT-INDEX)
               GO TO 5100-EXIT
           END-IF.
           IF WS-KT-EFF-DATE(WS-KT-INDEX-2) <=
       5100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5200-CHECK-REPLACEMENT - a compromised window is only safely
      * withdrawn once the partner's next window takes over the day
      * after the cut-off under a shift that is not the exposed one.
      * Anything short of that is an error, so the run that cut the
      * window off cannot request the change until the replacement
      * is on it.
      *----------------------------------------------------------------
       5200-CHECK-REPLACEMENT.
           IF NOT KT-COMPROMISED(WS-KT-INDEX)
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-KT-INDEX-2 = WS-KT-INDEX + 1.
           IF WS-KT-INDEX >= WS-KEY-COUNT
                   OR WS-KT-ROTATION(WS-KT-INDEX-2) NOT =
                       WS-KT-ROTATION(WS-KT-INDEX)
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "COMPROMISED WINDOW " WS-KT-EFF-DATE(WS-KT-INDEX)
                   " FOR " WS-KT-PARTNER-ID(WS-KT-INDEX)
                   " HAS NO REPLACEMENT WINDOW"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-KT-EXP-DATE(WS-KT-INDEX) TO WS-EDIT-DATE.
           PERFORM 8900-DATE-TO-DAY-NO THRU 8900-EXIT.
           COMPUTE WS-EDIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NO-A + 1).
           IF WS-KT-EFF-DATE(WS-KT-INDEX-2) NOT = WS-EDIT-DATE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "REPLACEMENT FOR COMPROMISED WINDOW "
                   WS-KT-EFF-DATE(WS-KT-INDEX)
                   " MUST OPEN " WS-EDIT-DATE
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF KT-KEYWORD-WINDOW(WS-KT-INDEX)
               IF WS-KT-KEYWORD(WS-KT-INDEX-2) =
                       WS-KT-KEYWORD(WS-KT-INDEX)
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "REPLACEMENT WINDOW " WS-EDIT-DATE
                       " REUSES THE COMPROMISED KEYWORD FOR "
                       WS-KT-PARTNER-ID(WS-KT-INDEX)
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
               GO TO 5200-EXIT
           END-IF.
           IF WS-KT-SHIFT-VALUE(WS-KT-INDEX-2) =
                   WS-KT-SHIFT-VALUE(WS-KT-INDEX)
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "REPLACEMENT WINDOW " WS-EDIT-DATE
                   " REUSES THE COMPROMISED SHIFT FOR "
                   WS-KT-PARTNER-ID(WS-KT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       5200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5300-CHECK-KEYWORD-WINDOW - every keyword window on the file
      * passes the same quality check an ADD card does, so a keyword
      * loaded before the check existed, or one that an earlier
      * window of the year now clashes with, is caught before any
      * change is requested.
      *----------------------------------------------------------------
       5300-CHECK-KEYWORD-WINDOW.
           IF NOT KT-KEYWORD-WINDOW(WS-KT-INDEX)
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-KT-KEYWORD(WS-KT-INDEX) TO WS-KWC-KEYWORD.
           MOVE WS-KT-PARTNER-ID(WS-KT-INDEX) TO WS-KWC-PARTNER-ID.
           MOVE WS-KT-EFF-DATE(WS-KT-INDEX) TO WS-KWC-EFF-DATE.
           MOVE WS-KT-INDEX TO WS-KWC-SELF-INDEX.
           PERFORM 8700-CHECK-KEYWORD THRU 8700-EXIT.
           IF WS-KWC-FAULT NOT = SPACES
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "KEYWORD WINDOW " WS-KT-EFF-DATE(WS-KT-INDEX)
                   " FOR " WS-KT-PARTNER-ID(WS-KT-INDEX) " - "
                   WS-KWC-FAULT
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       5300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-SCHEDULE - forward schedule from today, one group
      * per rotation (windows are sorted partner-first, then shift
      * before keyword): every window still open or yet to open, its
      * shift (or its keyword's length - never the keyword), its
      * length in days, and a per-rotation line saying how many days
      * of unbroken coverage remain from today. A day with no
      * coverage is an error for the house default key, whose
      * traffic would silently fall back to the control card, and a
      * warning for a named partner,
      * whose routed traffic is rejected record by record instead.
      *----------------------------------------------------------------
       6000-PRINT-SCHEDULE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "FORWARD SCHEDULE" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-CAL-YEAR-COUNT = ZERO
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE "NO PROCESSING CALENDAR - COVERAGE IN CALENDAR DAYS"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           MOVE "N" TO WS-PARTNER-OPEN-SW.
           MOVE ZERO TO WS-COVER-DAYS.
           PERFORM 6100-PRINT-ONE-WINDOW THRU 6100-EXIT
      *----------------------------------------------------------------
       6100-PRINT-ONE-WINDOW.
           IF NOT PARTNER-GROUP-OPEN
                   OR WS-KT-ROTATION(WS-KT-INDEX) NOT =
                       WS-CUR-ROTATION
               IF PARTNER-GROUP-OPEN
                   PERFORM 6200-EMIT-COVERAGE THRU 6200-EXIT
               END-IF
               MOVE WS-KT-ROTATION(WS-KT-INDEX) TO WS-CUR-ROTATION
               SET PARTNER-GROUP-OPEN TO TRUE
               MOVE ZERO TO WS-COVER-DAYS
               IF WS-CUR-PARTNER = SPACES
                   MOVE WS-CUR-PARTNER TO WS-PH-ID
                   MOVE WS-PARTNER-HDG TO WS-REPORT-LINE
               END-IF
               IF WS-CUR-KEY-TYPE = "K"
                   MOVE "- KEYWORD ROTATION" TO WS-REPORT-LINE(27:18)
               END-IF
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
           IF WS-KT-EXP-DATE(WS-KT-INDEX) < WS-TODAY-DATE
           PERFORM 8900-DATE-TO-DAY-NO THRU 8900-EXIT.
           MOVE WS-KT-EFF-DATE(WS-KT-INDEX) TO WS-SL-EFF-DATE.
           MOVE WS-KT-EXP-DATE(WS-KT-INDEX) TO WS-SL-EXP-DATE.
           IF KT-KEYWORD-WINDOW(WS-KT-INDEX)
               MOVE "  KWLEN " TO WS-SL-LABEL
               MOVE WS-KT-KEYWORD(WS-KT-INDEX) TO WS-KWC-KEYWORD
               PERFORM 8710-MEASURE-KEYWORD THRU 8710-EXIT
               MOVE WS-KWC-LENGTH TO WS-SL-SHIFT
           ELSE
               MOVE "  SHIFT " TO WS-SL-LABEL
               MOVE WS-KT-SHIFT-VALUE(WS-KT-INDEX) TO WS-SL-SHIFT
           END-IF.
           COMPUTE WS-WINDOW-DAYS = WS-DAY-NO-B - WS-DAY-NO-A + 1.
           MOVE WS-WINDOW-DAYS TO WS-SL-DAYS.
           MOVE SPACES TO WS-SL-FLAG.
                       WS-DAY-NO-B - WS-TODAY-DAY-NO + 1
               END-IF
           END-IF.
           IF KT-COMPROMISED(WS-KT-INDEX)
               MOVE " <== COMPROMISED" TO WS-SL-FLAG
           END-IF.
           MOVE WS-SCHED-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       6100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6200-EMIT-COVERAGE - close out WS-CUR-ROTATION's group: the
      * days of unbroken coverage remaining from today, an error
      * (house key) or warning (named partner) when there are none,
      * and a warning when they run out inside a week of processing
      * days - a holiday weekend in the way no longer hides how
      * little working time is left to load the next window.
      *----------------------------------------------------------------
       6200-EMIT-COVERAGE.
           IF WS-CUR-KEY-TYPE = "K"
               MOVE "KEYWORD" TO WS-CUR-ROTATION-NAME
           ELSE
               MOVE "SHIFT" TO WS-CUR-ROTATION-NAME
           END-IF.
           MOVE WS-TODAY-DATE TO WS-CL-DATE.
           MOVE WS-COVER-DAYS TO WS-CL-DAYS.
           MOVE SPACES TO WS-CL-BUS-TEXT.
           IF WS-COVER-DAYS > 0
                   AND WS-COVER-DAYS <= WS-COVER-HORIZON
               COMPUTE WS-BD-FROM-DAY-NO = WS-TODAY-DAY-NO - 1
               COMPUTE WS-BD-TO-DAY-NO =
                   WS-TODAY-DAY-NO + WS-COVER-DAYS - 1
               PERFORM 8500-COUNT-BUSINESS-DAYS THRU 8500-EXIT
               MOVE WS-BD-COUNT TO WS-COVER-BUS-EDIT
               STRING " (" WS-COVER-BUS-EDIT " PROCESSING DAYS)"
                   DELIMITED BY SIZE INTO WS-CL-BUS-TEXT
           END-IF.
           MOVE WS-COVER-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-COVER-DAYS < 1
               IF WS-CUR-PARTNER = SPACES
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   IF WS-CUR-KEY-TYPE = "K"
                       MOVE "NO WINDOW COVERS TODAY - HOUSE KEYWORD"
                           TO WS-FL-TEXT
                   ELSE
                       MOVE "NO WINDOW COVERS TODAY FOR THE HOUSE KEY"
                           TO WS-FL-TEXT
                   END-IF
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ELSE
                   MOVE "WARNING  " TO WS-FL-SEVERITY
                   STRING "PARTNER " WS-CUR-PARTNER
                       " HAS NO " WS-CUR-ROTATION-NAME
                       " COVERAGE FOR TODAY"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-COVER-DAYS > WS-COVER-HORIZON
                       CONTINUE
                   WHEN BD-YEAR-MISSING
                       IF WS-COVER-DAYS < 8
                           MOVE "WARNING  " TO WS-FL-SEVERITY
                           STRING WS-CUR-ROTATION-NAME
                               " COVERAGE RUNS OUT WITHIN A WEEK FOR "
                               WS-PH-ID
                               DELIMITED BY SIZE INTO WS-FL-TEXT
                           PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                           ADD 1 TO WS-WARNING-COUNT
                       END-IF
                   WHEN WS-BD-COUNT < WS-COVER-BUS-LIMIT
                       MOVE "WARNING  " TO WS-FL-SEVERITY
                       STRING WS-CUR-ROTATION-NAME
                           " COVERAGE RUNS OUT WITHIN A PROCESSING"
                           " WEEK FOR " WS-PH-ID
                           DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                       ADD 1 TO WS-WARNING-COUNT
               END-EVALUATE
           END-IF.
       6200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-REQUEST-CHANGES - the cards' changes go to the
      * pending-change file for a second user to approve, not to the
      * production file. Nothing is requested when the cards left
      * every window as it was, when validation found an error, or
      * when the run has no user id to stamp on the request. Each
      * window added or altered is one item, carrying its image as
      * loaded and as the cards left it, and one KEY-REQUEST line on
      * the audit log.
      *----------------------------------------------------------------
       7000-REQUEST-CHANGES.
           IF NOT KEY-FILE-CHANGED
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "CHANGE REQUEST" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-ERROR-COUNT > ZERO
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE "ERRORS FOUND - NO CHANGE REQUESTED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE ZERO TO WS-ITEM-COUNT.
           PERFORM 7100-COUNT-ONE-WINDOW THRU 7100-EXIT
               VARYING WS-KT-INDEX FROM 1 BY 1
               UNTIL WS-KT-INDEX > WS-KEY-COUNT.
           IF WS-ITEM-COUNT = ZERO
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE "CARDS LEAVE THE FILE AS IT WAS - NOTHING REQUESTED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "NO USER ID FOR THE RUN - NO CHANGE REQUESTED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHG-STAMP.
           OPEN EXTEND PENDING-FILE.
           IF NOT PENDING-FILE-OK
               OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGE " WS-CHANGE-ID " - " WS-ITEM-COUNT
               " WINDOW(S) REQUESTED BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE ZERO TO WS-ITEM-NO.
           PERFORM 7200-REQUEST-ONE-WINDOW THRU 7200-EXIT
               VARYING WS-KT-INDEX FROM 1 BY 1
               UNTIL WS-KT-INDEX > WS-KEY-COUNT.
           CLOSE PENDING-FILE.
           CLOSE AUDIT-FILE.
           MOVE "AWAITING APPROVAL UNDER ANOTHER USER ID"
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7000-EXIT.
               EXIT.

       7100-COUNT-ONE-WINDOW.
           PERFORM 7300-FIND-ORIGINAL-WINDOW THRU 7300-EXIT.
           IF WS-OK-HIT-INDEX = ZERO
               ADD 1 TO WS-ITEM-COUNT
           ELSE
               IF WS-ORIG-KEY-ENTRY(WS-OK-HIT-INDEX) NOT =
                       WS-KEY-ENTRY(WS-KT-INDEX)
                   ADD 1 TO WS-ITEM-COUNT
               END-IF
           END-IF.
       7100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7200-REQUEST-ONE-WINDOW - one pending item and its audit line
      * for the window at WS-KT-INDEX, when the cards added it (no
      * window of the rotation opened on its date at load) or
      * altered it. A window the cards did not touch is skipped.
      *----------------------------------------------------------------
       7200-REQUEST-ONE-WINDOW.
           PERFORM 7300-FIND-ORIGINAL-WINDOW THRU 7300-EXIT.
           IF WS-OK-HIT-INDEX = ZERO
               MOVE "A" TO WS-ITEM-ACTION
               MOVE "ADD" TO WS-IL-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
           ELSE
               IF WS-ORIG-KEY-ENTRY(WS-OK-HIT-INDEX) =
                       WS-KEY-ENTRY(WS-KT-INDEX)
                   GO TO 7200-EXIT
               END-IF
               MOVE "C" TO WS-ITEM-ACTION
               MOVE "CHANGE" TO WS-IL-ACTION
               MOVE WS-ORIG-KEY-ENTRY(WS-OK-HIT-INDEX)
                   TO WS-IMAGE-ENTRY
               PERFORM 7400-BUILD-KEY-IMAGE THRU 7400-EXIT
               MOVE KEY-RECORD TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-KEY-ENTRY(WS-KT-INDEX) TO WS-IMAGE-ENTRY.
           PERFORM 7400-BUILD-KEY-IMAGE THRU 7400-EXIT.
           MOVE KEY-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-BEFORE-IMAGE TO WS-SUMMARY-IMAGE.
           PERFORM 8400-SUMMARIZE-KEY-IMAGE THRU 8400-EXIT.
           MOVE WS-SUMMARY-TEXT TO WS-BEFORE-SUMMARY.
           MOVE WS-AFTER-IMAGE TO WS-SUMMARY-IMAGE.
           PERFORM 8400-SUMMARIZE-KEY-IMAGE THRU 8400-EXIT.
           MOVE WS-SUMMARY-TEXT TO WS-AFTER-SUMMARY.
           ADD 1 TO WS-ITEM-NO.

           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-CHANGE-ID TO PND-CHANGE-ID.
           MOVE WS-ITEM-NO TO PND-ITEM-NO.
           MOVE WS-ITEM-COUNT TO PND-ITEM-COUNT.
           SET PND-PENDING TO TRUE.
           MOVE WS-ITEM-ACTION TO PND-ACTION.
           MOVE WS-KT-PARTNER-ID(WS-KT-INDEX) TO PND-PARTNER-ID.
           MOVE WS-OPERATOR-ID TO PND-REQ-USER.
           MOVE WS-BASE-COUNT TO PND-BASE-COUNT.
           MOVE WS-BASE-HASH TO PND-BASE-HASH.
           MOVE ZERO TO PND-DECIDED-DATE.
           MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO PND-AFTER-IMAGE.
           WRITE PENDING-RECORD.
           IF NOT PENDING-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "PENDING-CHANGE WRITE FAILED - STATUS "
                   PENDING-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE "KEY-REQUEST" TO AUD-OPERATION.
           MOVE WS-CHANGE-ID TO AUD-SHIFT-OR-KEY.
           MOVE WS-BEFORE-SUMMARY TO AUD-INPUT-TRUNC.
           MOVE WS-AFTER-SUMMARY TO AUD-OUTPUT-TRUNC.
           MOVE WS-KT-PARTNER-ID(WS-KT-INDEX) TO AUD-PARTNER-ID.
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE.
           WRITE AUDIT-RECORD.
           IF NOT AUDIT-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "AUDIT LOG WRITE FAILED - STATUS "
                   AUDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.

           MOVE WS-KT-PARTNER-ID(WS-KT-INDEX) TO WS-IL-PARTNER.
           IF WS-IL-PARTNER = SPACES
               MOVE "*HOUSE*" TO WS-IL-PARTNER
           END-IF.
           MOVE WS-KT-KEY-TYPE(WS-KT-INDEX) TO WS-IL-TYPE.
           MOVE WS-BEFORE-SUMMARY TO WS-IL-BEFORE.
           MOVE WS-AFTER-SUMMARY TO WS-IL-AFTER.
           MOVE WS-ITEM-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7200-EXIT.
               EXIT.

      *    The window of the same rotation that opened on the same
      *    date when the file was loaded, into WS-OK-HIT-INDEX (zero
      *    when the cards added it).
       7300-FIND-ORIGINAL-WINDOW.
           MOVE ZERO TO WS-OK-HIT-INDEX.
           PERFORM 7310-MATCH-ORIGINAL THRU 7310-EXIT
               VARYING WS-OK-INDEX FROM 1 BY 1
               UNTIL WS-OK-INDEX > WS-ORIG-KEY-COUNT.
       7300-EXIT.
               EXIT.

       7310-MATCH-ORIGINAL.
           IF WS-OK-ROTATION(WS-OK-INDEX) =
                   WS-KT-ROTATION(WS-KT-INDEX)
                   AND WS-OK-EFF-DATE(WS-OK-INDEX) =
                       WS-KT-EFF-DATE(WS-KT-INDEX)
               MOVE WS-OK-INDEX TO WS-OK-HIT-INDEX
               MOVE WS-ORIG-KEY-COUNT TO WS-OK-INDEX
           END-IF.
       7310-EXIT.
               EXIT.

      *    The KEYREC image of the window staged in WS-IMAGE-ENTRY,
      *    built in the key file's record area (the file is closed).
       7400-BUILD-KEY-IMAGE.
           MOVE SPACES TO KEY-RECORD.
           MOVE WS-IE-PARTNER-ID TO KEY-PARTNER-ID.
           MOVE WS-IE-KEY-TYPE TO KEY-RECORD-TYPE.
           MOVE WS-IE-EFF-DATE TO KEY-EFF-DATE.
           MOVE WS-IE-SHIFT-VALUE TO KEY-SHIFT-VALUE.
           MOVE WS-IE-EXP-DATE TO KEY-EXP-DATE.
           MOVE WS-IE-STATUS TO KEY-WINDOW-STATUS.
           MOVE WS-IE-KEYWORD TO KEY-KEYWORD.
       7400-EXIT.
               EXIT.

       8100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       8200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8400-SUMMARIZE-KEY-IMAGE - the KEYREC image in
      * WS-SUMMARY-IMAGE (blank for none) as the 20 bytes the request
      * report and the audit log show, into WS-SUMMARY-TEXT.
      *----------------------------------------------------------------
       8400-SUMMARIZE-KEY-IMAGE.
           IF WS-SUMMARY-IMAGE = SPACES
               MOVE "(NONE)" TO WS-SUMMARY-TEXT
               GO TO 8400-EXIT
           END-IF.
           MOVE WS-SUMMARY-IMAGE TO KEY-RECORD.
           MOVE KEY-EFF-DATE TO WS-WSUM-EFF-DATE.
           MOVE KEY-EXP-DATE TO WS-WSUM-EXP-DATE.
           MOVE KEY-WINDOW-STATUS TO WS-WSUM-STATUS.
           IF KEY-IS-KEYWORD
               MOVE "KW" TO WS-WSUM-SHIFT
           ELSE
               MOVE KEY-SHIFT-VALUE TO WS-WSUM-SHIFT
           END-IF.
           MOVE WS-WINDOW-SUMMARY TO WS-SUMMARY-TEXT.
       8400-EXIT.
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
      * 8600-HASH-IMAGE - add the record in WS-HASH-IMAGE to the hash
      * total: each byte's code point weighted by its position, so a
      * changed or transposed byte anywhere in a record moves the
      * total. The approval run totals the file the same way.
      *----------------------------------------------------------------
       8600-HASH-IMAGE.
           PERFORM 8610-HASH-ONE-BYTE THRU 8610-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 60.
       8600-EXIT.
               EXIT.

       8610-HASH-ONE-BYTE.
           COMPUTE WS-BASE-HASH = WS-BASE-HASH
               + FUNCTION ORD(WS-HASH-IMAGE(WS-HASH-POS:1))
               * WS-HASH-POS.
       8610-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8700-CHECK-KEYWORD - quality check of WS-KWC-KEYWORD for
      * partner WS-KWC-PARTNER-ID's window opening WS-KWC-EFF-DATE.
      * The cipher run turns each letter into a shift, so a keyword
      * must be upper-case letters with no blanks inside it; a short
      * keyword or one letter repeated is barely better than a
      * Caesar shift; and a keyword the partner had within the past
      * year - any earlier keyword window of theirs still open inside
      * the year before this one opens - is refused. WS-KWC-FAULT
      * comes back blank when the keyword passes.
      *----------------------------------------------------------------
       8700-CHECK-KEYWORD.
           MOVE SPACES TO WS-KWC-FAULT.
           PERFORM 8710-MEASURE-KEYWORD THRU 8710-EXIT.
           IF WS-KWC-LENGTH = ZERO
               MOVE "NO KEYWORD GIVEN" TO WS-KWC-FAULT
               GO TO 8700-EXIT
           END-IF.
           IF KWC-BAD-CHAR
               MOVE "KEYWORD MUST BE UPPER-CASE LETTERS ONLY"
                   TO WS-KWC-FAULT
               GO TO 8700-EXIT
           END-IF.
           IF WS-KWC-LENGTH < WS-KWC-MIN-LENGTH
               MOVE "KEYWORD SHORTER THAN THE MINIMUM"
                   TO WS-KWC-FAULT
               GO TO 8700-EXIT
           END-IF.
           IF WS-KWC-DIFFERENT = ZERO
               MOVE "KEYWORD IS ONE LETTER REPEATED" TO WS-KWC-FAULT
               GO TO 8700-EXIT
           END-IF.
           MOVE WS-KWC-EFF-DATE TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           IF NOT EDIT-DATE-VALID
               GO TO 8700-EXIT
           END-IF.
           PERFORM 8900-DATE-TO-DAY-NO THRU 8900-EXIT.
           COMPUTE WS-KWC-REUSE-DAY-NO =
               WS-DAY-NO-A - WS-KWC-REUSE-DAYS.
           PERFORM 8720-CHECK-REUSE THRU 8720-EXIT
               VARYING WS-KWC-INDEX FROM 1 BY 1
               UNTIL WS-KWC-INDEX > WS-KEY-COUNT
                  OR WS-KWC-FAULT NOT = SPACES.
       8700-EXIT.
               EXIT.

      *    Length to the last non-blank; any blank before it or any
      *    character that is not A-Z marks the keyword bad; and how
      *    many letters differ from the first.
       8710-MEASURE-KEYWORD.
           MOVE ZERO TO WS-KWC-LENGTH.
           MOVE ZERO TO WS-KWC-DIFFERENT.
           MOVE "N" TO WS-KWC-BAD-CHAR-SW.
           PERFORM 8711-FIND-LENGTH THRU 8711-EXIT
               VARYING WS-KWC-POS FROM 1 BY 1
               UNTIL WS-KWC-POS > 20.
           PERFORM 8712-CHECK-ONE-LETTER THRU 8712-EXIT
               VARYING WS-KWC-POS FROM 1 BY 1
               UNTIL WS-KWC-POS > WS-KWC-LENGTH.
       8710-EXIT.
               EXIT.

       8711-FIND-LENGTH.
           IF WS-KWC-KEYWORD(WS-KWC-POS:1) NOT = SPACE
               MOVE WS-KWC-POS TO WS-KWC-LENGTH
           END-IF.
       8711-EXIT.
               EXIT.

       8712-CHECK-ONE-LETTER.
           IF WS-KWC-KEYWORD(WS-KWC-POS:1) IS NOT ALPHABETIC-UPPER
                   OR WS-KWC-KEYWORD(WS-KWC-POS:1) = SPACE
               SET KWC-BAD-CHAR TO TRUE
           END-IF.
           IF WS-KWC-KEYWORD(WS-KWC-POS:1) NOT =
                   WS-KWC-KEYWORD(1:1)
               ADD 1 TO WS-KWC-DIFFERENT
           END-IF.
       8712-EXIT.
               EXIT.

      *    An earlier keyword window of the same partner, other than
      *    the window being checked, carrying the same keyword and
      *    still open at some point in the year before this window
      *    opens.
       8720-CHECK-REUSE.
           IF WS-KWC-INDEX = WS-KWC-SELF-INDEX
                   OR NOT KT-KEYWORD-WINDOW(WS-KWC-INDEX)
                   OR WS-KT-PARTNER-ID(WS-KWC-INDEX) NOT =
                       WS-KWC-PARTNER-ID
                   OR WS-KT-KEYWORD(WS-KWC-INDEX) NOT = WS-KWC-KEYWORD
                   OR WS-KT-EFF-DATE(WS-KWC-INDEX) >= WS-KWC-EFF-DATE
               GO TO 8720-EXIT
           END-IF.
           MOVE WS-KT-EXP-DATE(WS-KWC-INDEX) TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           IF NOT EDIT-DATE-VALID
               GO TO 8720-EXIT
           END-IF.
           PERFORM 8900-DATE-TO-DAY-NO THRU 8900-EXIT.
           IF WS-DAY-NO-A >= WS-KWC-REUSE-DAY-NO
               STRING "KEYWORD REUSED FROM WINDOW "
                   WS-KT-EFF-DATE(WS-KWC-INDEX)
                   DELIMITED BY SIZE INTO WS-KWC-FAULT
           END-IF.
       8720-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8800-EDIT-DATE - basic calendar edit of WS-EDIT-DATE
      * (YYYYMMDD) ahead of any day-number arithmetic, so a mistyped

      *----------------------------------------------------------------
      * 9999-TERMINATE - close out and grade the run for the
      * scheduler: 8 when any integrity error was found (no change
      * is requested), 4 when coverage is about to run out, 0 when
      * the file is clean.
      *----------------------------------------------------------------
       9999-TERMINATE.
           CLOSE CARD-FILE.
