      *     run 8 so the scheduler holds that partner's next send
      *     until someone looks;
      *   - everything still unacknowledged is aged from its run
      *     date, in processing days off the processing calendar,
      *     into buckets on the exceptions report, with every entry
      *     past the card's age limit listed by name.
      *
      * The updated log is written to XMITOUT; the JCL promotes it.
      *
      *     returns to awaiting acknowledgement instead of keeping
      *     the old count and raising a false mismatch when the
      *     partner acknowledges the re-shipped file.
      *   - A partner whose master entry (PARTNER DD, PTNRREC.CPY)
      *     carries an agreed acknowledgement age is aged against
      *     that age; the card's limit (or the 7-day default) is now
      *     the house limit for everyone else.
      *   - Each log entry carries the distribution summary's re-key
      *     (T) and verify (V) counts for the night, so month-end
      *     billing can price them apart from ordinary traffic; a
      *     re-ship replaces them along with the sent count.
      *   - A night resent at the partner's request (PartnerResend)
      *     carries the resend count, date and records resent on its
      *     log entry. An acknowledgement balances against either the
      *     night's sent count or the latest resend's, and a resent
      *     entry still awaiting its ack is aged from the resend
      *     date. A rerun's re-ship clears the resend fields - the
      *     re-shipped file supersedes any resend of the old one.
      *   - Unacknowledged entries are aged in processing days off
      *     the processing calendar (CALENDAR DD, CALREC.CPY): the
      *     age limits and the buckets now count only the days the
      *     shop and its partners work, so a holiday weekend no
      *     longer turns a batch of good nights over-age. A year not
      *     on the calendar (or no calendar) counts every day, as
      *     before, and the report says when an age took any such
      *     days. The resolved-entry purge stays in calendar days.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMITOUT-FILE-STATUS.

           SELECT PARTNER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       01  XMITOUT-RECORD              PIC X(80).

       FD  PARTNER-FILE
           RECORDING MODE IS F.
           COPY PTNRREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).
                   88  XT-MISMATCHED          VALUE "M".
               10  WS-XT-ACK-DATE      PIC 9(08).
               10  WS-XT-ACK-COUNT     PIC 9(07).
               10  WS-XT-XLATE-COUNT   PIC 9(07).
               10  WS-XT-VERIFY-COUNT  PIC 9(07).
               10  WS-XT-RESEND-COUNT  PIC 9(03).
               10  WS-XT-RESEND-DATE   PIC 9(08).
               10  WS-XT-RESEND-SENT   PIC 9(07).
       01  WS-XMIT-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-XMIT-MAX                 PIC 9(03) COMP VALUE 500.
       01  WS-XT-INDEX                 PIC 9(03) COMP.
                                        VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(05) COMP.
       01  WS-AGE-LIMIT                PIC 9(03) VALUE 7.
      *    The age limit the entry being aged is held to - its
      *    partner's agreed age off the master, else WS-AGE-LIMIT.
       01  WS-ENTRY-AGE-LIMIT          PIC 9(03).

      *----------------------------------------------------------------
      * Agreed acknowledgement ages off the partner master - only
      * partners that have one (non-zero) are kept.
      *----------------------------------------------------------------
       01  WS-AGREED-AGE-TABLE.
           05  WS-AGREED-AGE-ENTRY OCCURS 50 TIMES.
               10  WS-AA-PARTNER-ID    PIC X(08).
               10  WS-AA-AGE-DAYS      PIC 9(03).
       01  WS-AGREED-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-AGREED-MAX               PIC 9(02) COMP VALUE 50.
       01  WS-AA-INDEX                 PIC 9(02) COMP.
      *    Resolved (acknowledged or mismatch-noted) entries older
      *    than this many days are dropped when the log is written
      *    back - an unpurged log would cross the 500-entry table
       01  WS-ORPHAN-ACK-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-NEW-SEND-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-RESEND-COUNT             PIC 9(05) VALUE ZERO.
      *    Acknowledgements that balanced against a partner-requested
      *    resend rather than the night's original file.
       01  WS-RESEND-ACK-COUNT         PIC 9(05) VALUE ZERO.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-DAY-NO             PIC S9(07) COMP.
       01  WS-WORK-DAY-NO              PIC S9(07) COMP.
       01  WS-WORK-DATE                PIC 9(08).

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

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
               88  XMITOUT-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".
           05  PARTNER-FILE-STATUS     PIC X(02).
               88  PARTNER-FILE-OK             VALUE "00".
           05  CALENDAR-FILE-STATUS    PIC X(02).
               88  CALENDAR-FILE-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-XMIT-SW          PIC X(01) VALUE "N".
               88  EOF-DIST                    VALUE "Y".
           05  WS-EOF-ACK-SW           PIC X(01) VALUE "N".
               88  EOF-ACK                     VALUE "Y".
           05  WS-EOF-PARTNER-SW       PIC X(01) VALUE "N".
               88  EOF-PARTNER                 VALUE "Y".
           05  WS-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
               88  EOF-CALENDAR                VALUE "Y".
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
               88  XMIT-TABLE-FULL             VALUE "Y".
           05  WS-AGE-NO-YEAR-SW       PIC X(01) VALUE "N".
               88  AGE-DAYS-NOT-ON-CALENDAR    VALUE "Y".

      *----------------------------------------------------------------
      * RECRPT print lines.
           05  FILLER                  PIC X(53) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC 9(07).
       01  WS-COUNT-EDIT-2             PIC 9(07).
       01  WS-COUNT-EDIT-3             PIC 9(07).
       01  WS-AGE-EDIT                 PIC 9(05).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-AGREED-AGES THRU 1500-EXIT.
           PERFORM 1700-LOAD-CALENDAR THRU 1700-EXIT.
           PERFORM 2000-LOAD-XMIT-LOG THRU 2000-EXIT.
           PERFORM 3000-ADD-NEW-SENDS THRU 3000-EXIT.
           PERFORM 4000-APPLY-ACKS THRU 4000-EXIT.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-AGREED-AGES - each partner's agreed acknowledgement
      * age off the partner master. No master, or a partner with a
      * zero age on it, means the house limit applies.
      *----------------------------------------------------------------
       1500-LOAD-AGREED-AGES.
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
           IF PTR-ACK-AGE-DAYS IS NOT NUMERIC
                   OR PTR-ACK-AGE-DAYS = ZERO
               GO TO 1600-EXIT
           END-IF.
           IF WS-AGREED-COUNT >= WS-AGREED-MAX
               SET EOF-PARTNER TO TRUE
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-AGREED-COUNT.
           MOVE PTR-PARTNER-ID TO WS-AA-PARTNER-ID(WS-AGREED-COUNT).
           MOVE PTR-ACK-AGE-DAYS TO WS-AA-AGE-DAYS(WS-AGREED-COUNT).
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
      * 2000-LOAD-XMIT-LOG - the log as the last run left it. A
      * missing file is the first run ever; the table starts empty.
                       TO WS-XT-ACK-DATE(WS-XMIT-COUNT)
                   MOVE XL-ACK-COUNT
                       TO WS-XT-ACK-COUNT(WS-XMIT-COUNT)
                   MOVE ZERO TO WS-XT-XLATE-COUNT(WS-XMIT-COUNT)
                   MOVE ZERO TO WS-XT-VERIFY-COUNT(WS-XMIT-COUNT)
                   IF XL-XLATE-COUNT IS NUMERIC
                       MOVE XL-XLATE-COUNT
                           TO WS-XT-XLATE-COUNT(WS-XMIT-COUNT)
                   END-IF
                   IF XL-VERIFY-COUNT IS NUMERIC
                       MOVE XL-VERIFY-COUNT
                           TO WS-XT-VERIFY-COUNT(WS-XMIT-COUNT)
                   END-IF
                   PERFORM 2200-CLEAR-RESEND THRU 2200-EXIT
                   IF XL-RESEND-COUNT IS NUMERIC
                           AND XL-RESEND-DATE IS NUMERIC
                           AND XL-RESEND-SENT-COUNT IS NUMERIC
                       MOVE XL-RESEND-COUNT
                           TO WS-XT-RESEND-COUNT(WS-XMIT-COUNT)
                       MOVE XL-RESEND-DATE
                           TO WS-XT-RESEND-DATE(WS-XMIT-COUNT)
                       MOVE XL-RESEND-SENT-COUNT
                           TO WS-XT-RESEND-SENT(WS-XMIT-COUNT)
                   END-IF
               ELSE
                   SET XMIT-TABLE-FULL TO TRUE
                   SET EOF-XMIT TO TRUE
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2200-CLEAR-RESEND - no resend logged against the entry at
      * WS-XMIT-COUNT (entries written before resends were carried
      * read this way too).
      *----------------------------------------------------------------
       2200-CLEAR-RESEND.
           MOVE ZERO TO WS-XT-RESEND-COUNT(WS-XMIT-COUNT).
           MOVE ZERO TO WS-XT-RESEND-DATE(WS-XMIT-COUNT).
           MOVE ZERO TO WS-XT-RESEND-SENT(WS-XMIT-COUNT).
       2200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-ADD-NEW-SENDS - tonight's distribution summary: one new
      * log entry per partner that actually shipped. A held partner
           IF WS-XT-HIT-INDEX > ZERO
               MOVE DSM-RECORD-COUNT
                   TO WS-XT-SENT-COUNT(WS-XT-HIT-INDEX)
               PERFORM 3300-TAKE-OPERATION-COUNTS THRU 3300-EXIT
               MOVE SPACE TO WS-XT-ACK-SW(WS-XT-HIT-INDEX)
               MOVE ZERO TO WS-XT-ACK-DATE(WS-XT-HIT-INDEX)
               MOVE ZERO TO WS-XT-ACK-COUNT(WS-XT-HIT-INDEX)
               MOVE ZERO TO WS-XT-RESEND-COUNT(WS-XT-HIT-INDEX)
               MOVE ZERO TO WS-XT-RESEND-DATE(WS-XT-HIT-INDEX)
               MOVE ZERO TO WS-XT-RESEND-SENT(WS-XT-HIT-INDEX)
               ADD 1 TO WS-RESEND-COUNT
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACE TO WS-XT-ACK-SW(WS-XMIT-COUNT).
           MOVE ZERO TO WS-XT-ACK-DATE(WS-XMIT-COUNT).
           MOVE ZERO TO WS-XT-ACK-COUNT(WS-XMIT-COUNT).
           PERFORM 2200-CLEAR-RESEND THRU 2200-EXIT.
           MOVE WS-XMIT-COUNT TO WS-XT-HIT-INDEX.
           PERFORM 3300-TAKE-OPERATION-COUNTS THRU 3300-EXIT.
           ADD 1 TO WS-NEW-SEND-COUNT.
       3100-EXIT.
               EXIT.
       3200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3300-TAKE-OPERATION-COUNTS - the summary's re-key and verify
      * counts onto log entry WS-XT-HIT-INDEX. A summary written
      * before the distribution step counted them carries spaces.
      *----------------------------------------------------------------
       3300-TAKE-OPERATION-COUNTS.
           MOVE ZERO TO WS-XT-XLATE-COUNT(WS-XT-HIT-INDEX).
           MOVE ZERO TO WS-XT-VERIFY-COUNT(WS-XT-HIT-INDEX).
           IF DSM-XLATE-COUNT IS NUMERIC
               MOVE DSM-XLATE-COUNT
                   TO WS-XT-XLATE-COUNT(WS-XT-HIT-INDEX)
           END-IF.
           IF DSM-VERIFY-COUNT IS NUMERIC
               MOVE DSM-VERIFY-COUNT
                   TO WS-XT-VERIFY-COUNT(WS-XT-HIT-INDEX)
           END-IF.
       3300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-ACKS - match each acknowledgement to its log
      * entry. A clean count marks the entry acknowledged; a
           MOVE ACK-DATE TO WS-XT-ACK-DATE(WS-XT-HIT-INDEX).
           MOVE ACK-RECEIVED-COUNT
               TO WS-XT-ACK-COUNT(WS-XT-HIT-INDEX).
      *    A partner that asked for a resend counts what the resend
      *    carried - which is the whole night again, or only the
      *    range it was missing.
           IF ACK-RECEIVED-COUNT =
                   WS-XT-SENT-COUNT(WS-XT-HIT-INDEX)
               MOVE "Y" TO WS-XT-ACK-SW(WS-XT-HIT-INDEX)
               GO TO 4100-EXIT
           END-IF.
           IF WS-XT-RESEND-COUNT(WS-XT-HIT-INDEX) > ZERO
                   AND ACK-RECEIVED-COUNT =
                       WS-XT-RESEND-SENT(WS-XT-HIT-INDEX)
               MOVE "Y" TO WS-XT-ACK-SW(WS-XT-HIT-INDEX)
               ADD 1 TO WS-RESEND-ACK-COUNT
               GO TO 4100-EXIT
           END-IF.
           IF WS-XT-RESEND-COUNT(WS-XT-HIT-INDEX) > ZERO
               MOVE "M" TO WS-XT-ACK-SW(WS-XT-HIT-INDEX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE ACK-PARTNER-ID TO WS-EL-PARTNER
               MOVE ACK-RUN-DATE TO WS-EL-RUN-DATE
               MOVE WS-XT-SENT-COUNT(WS-XT-HIT-INDEX)
                   TO WS-COUNT-EDIT
               MOVE WS-XT-RESEND-SENT(WS-XT-HIT-INDEX)
                   TO WS-COUNT-EDIT-2
               MOVE ACK-RECEIVED-COUNT TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-EL-TEXT
               STRING "COUNT MISMATCH - SENT " WS-COUNT-EDIT
                   " RESENT " WS-COUNT-EDIT-2
                   " COUNTED " WS-COUNT-EDIT-3
                   DELIMITED BY SIZE INTO WS-EL-TEXT
               PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
           ELSE
               MOVE "M" TO WS-XT-ACK-SW(WS-XT-HIT-INDEX)
               ADD 1 TO WS-MISMATCH-COUNT

      *----------------------------------------------------------------
      * 5000-AGE-UNACKED - bucket every entry still awaiting its
      * acknowledgement by processing days since the run date, and
      * list by name everything past its partner's agreed age (the
      * card's limit for a partner without one). Ages count the
      * processing days off the calendar, so a holiday weekend does
      * not age a night nobody could have acknowledged on. Days in a
      * year not yet on the calendar count as calendar days, and the
      * heading says so when any age took one.
      *----------------------------------------------------------------
       5000-AGE-UNACKED.
           MOVE SPACES TO WS-REPORT-LINE.
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           EVALUATE TRUE
               WHEN WS-CAL-YEAR-COUNT = ZERO
                   MOVE "AGED FROM RUN DATE - NO CALENDAR, ALL DAYS COUN
      -                "T" TO WS-REPORT-LINE
               WHEN AGE-DAYS-NOT-ON-CALENDAR
                   MOVE "AGED FROM RUN DATE - SOME DAYS NOT ON CALENDAR
      -                "- COUNTED AS CALENDAR DAYS" TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "AGED FROM RUN DATE IN PROCESSING DAYS"
                       TO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "0 -  7 DAYS         " TO WS-BL-LABEL.
           MOVE WS-AGE-BUCKET(1) TO WS-BL-COUNT.
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-UNACKED-COUNT.
      *    A resent night awaits the ack of the resend, so it ages
      *    from the day the resend went out.
           MOVE WS-XT-RUN-DATE(WS-XT-INDEX) TO WS-WORK-DATE.
           IF WS-XT-RESEND-COUNT(WS-XT-INDEX) > ZERO
               MOVE WS-XT-RESEND-DATE(WS-XT-INDEX) TO WS-WORK-DATE
           END-IF.
           COMPUTE WS-WORK-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           MOVE WS-WORK-DAY-NO TO WS-BD-FROM-DAY-NO.
           MOVE WS-TODAY-DAY-NO TO WS-BD-TO-DAY-NO.
           PERFORM 8500-COUNT-BUSINESS-DAYS THRU 8500-EXIT.
           IF BD-YEAR-MISSING
               SET AGE-DAYS-NOT-ON-CALENDAR TO TRUE
           END-IF.
           MOVE WS-BD-COUNT TO WS-AGE-DAYS.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-BUCKET(1)
               WHEN OTHER
                   ADD 1 TO WS-AGE-BUCKET(4)
           END-EVALUATE.
           MOVE WS-AGE-LIMIT TO WS-ENTRY-AGE-LIMIT.
           PERFORM 5200-MATCH-AGREED-AGE THRU 5200-EXIT
               VARYING WS-AA-INDEX FROM 1 BY 1
               UNTIL WS-AA-INDEX > WS-AGREED-COUNT.
           IF WS-AGE-DAYS >= WS-ENTRY-AGE-LIMIT
               ADD 1 TO WS-OVERAGE-COUNT
               MOVE WS-XT-PARTNER-ID(WS-XT-INDEX) TO WS-EL-PARTNER
               MOVE WS-XT-RUN-DATE(WS-XT-INDEX) TO WS-EL-RUN-DATE
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE SPACES TO WS-EL-TEXT
               IF BD-YEAR-MISSING
                   STRING "UNACKNOWLEDGED FOR " WS-AGE-EDIT
                       " DAYS - SOME NOT ON CALENDAR"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
               ELSE
                   STRING "UNACKNOWLEDGED FOR " WS-AGE-EDIT
                       " PROCESSING DAYS"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
               END-IF
               PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
           END-IF.
       5100-EXIT.
               EXIT.

       5200-MATCH-AGREED-AGE.
           IF WS-AA-PARTNER-ID(WS-AA-INDEX) =
                   WS-XT-PARTNER-ID(WS-XT-INDEX)
               MOVE WS-AA-AGE-DAYS(WS-AA-INDEX) TO WS-ENTRY-AGE-LIMIT
               MOVE WS-AGREED-COUNT TO WS-AA-INDEX
           END-IF.
       5200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-XMIT-LOG - the carried-forward log for the next
      * reconciliation. Resolved entries past the purge limit are
      * dropped here so the log cannot outgrow the load table and
      * start truncating itself; everything still unacknowledged is
      * kept whatever its age. The purge limit stays in calendar
      * days: it protects RejectTrend's calendar months.
      *----------------------------------------------------------------
       6000-WRITE-XMIT-LOG.
           OPEN OUTPUT XMITOUT-FILE.
           MOVE WS-XT-ACK-SW(WS-XT-INDEX) TO XL-ACK-SW.
           MOVE WS-XT-ACK-DATE(WS-XT-INDEX) TO XL-ACK-DATE.
           MOVE WS-XT-ACK-COUNT(WS-XT-INDEX) TO XL-ACK-COUNT.
           MOVE WS-XT-XLATE-COUNT(WS-XT-INDEX) TO XL-XLATE-COUNT.
           MOVE WS-XT-VERIFY-COUNT(WS-XT-INDEX) TO XL-VERIFY-COUNT.
           MOVE WS-XT-RESEND-COUNT(WS-XT-INDEX) TO XL-RESEND-COUNT.
           MOVE WS-XT-RESEND-DATE(WS-XT-INDEX) TO XL-RESEND-DATE.
           MOVE WS-XT-RESEND-SENT(WS-XT-INDEX)
               TO XL-RESEND-SENT-COUNT.
           MOVE XMIT-LOG-RECORD TO XMITOUT-RECORD.
           WRITE XMITOUT-RECORD.
       6100-EXIT.
       8200-EXIT.
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
      * 9999-TERMINATE - totals, the table-full confession when it
      * applies, and the grade the scheduler holds sends on.
           MOVE WS-RESEND-COUNT TO WS-BL-COUNT.
           MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "RESENDS ACKNOWLEDGED" TO WS-BL-LABEL.
           MOVE WS-RESEND-ACK-COUNT TO WS-BL-COUNT.
           MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "COUNT MISMATCHES    " TO WS-BL-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-BL-COUNT.
           MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
