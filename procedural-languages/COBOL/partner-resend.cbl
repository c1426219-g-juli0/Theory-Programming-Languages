       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerResend.

      *----------------------------------------------------------------
      * Partner resend request processing. A partner that lost or
      * damaged a night's transmission file used to be answered by
      * hand, out of whatever PTNROUT copy had not yet been written
      * over. The partner files are now kept as dated generations
      * (every generation's header carries the night and the
      * partner), and this run rebuilds a requested night's file
      * from them.
      *
      * Each request (RSNDREQ.CPY) names the partner, the night's
      * run date and, optionally, the range of detail positions the
      * partner is missing; the requests come in as cards in the job
      * or as a request file on the same DD. A request is refused,
      * with the reason on the report, when:
      *   - the night is older than the card's retention;
      *   - the night was never shipped: the transmission log has
      *     no entry for it - the report says HELD when the
      *     distribution history shows the partner held that night;
      *   - no retained generation for the night matches what the
      *     log says shipped (purged, or only a rerun that did not
      *     ship);
      *   - the range lies outside the file.
      * RESEND goes to one partner, so a run serves one partner: once
      * a request is granted, a request for any other partner is
      * refused as an error and the run ends RC 8 - split the
      * requests and run again, one partner each.
      * A granted request is written to RESEND as a section of its
      * own, one after another in the partner's single file - a
      * fresh header and trailer stamped as a resend (BATCHCNT:
      * resend flag, resend number, date rebuilt, first position
      * carried) around the requested details exactly as they
      * shipped. The transmission log entry takes the resend count,
      * the date and the records resent, and goes back to awaiting
      * acknowledgement, so AckRecon matches the partner's ack of
      * the resend instead of calling it a count mismatch. The log
      * is written to XMITOUT whole; the JCL promotes it.
      *
      * RETAIN is every retained generation of the four partner
      * files, concatenated; a partner is found by the header stamp,
      * not by which file it was dealt into. A night distributed
      * more than once is retained more than once, so the latest
      * generation whose count matches the log - the one that last
      * shipped - is the one taken (RETAIN reads oldest first).
      *
      * RETURN-CODE: 0 every request resent, 4 a request refused
      * (or none supplied), 8 a write failure, a request for a
      * second partner, or a transmission log too large for the
      * table - do not ship RESEND or promote the log.
      *
      * Modification History
      *   - Initial version: resend from the retained generations
      *     with the log entry marked for acknowledgement matching.
      *   - One partner per run: a request for a second partner is
      *     refused as an error instead of landing on the first
      *     partner's RESEND.
      *   - The latest retained generation matching the log is the
      *     one resent, not the first: a rerun that shipped the same
      *     count superseded the earlier file.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "RSNDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT XMITIN-FILE ASSIGN TO "XMITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMITIN-FILE-STATUS.

           SELECT DISTHIST-FILE ASSIGN TO "DISTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTHIST-FILE-STATUS.

           SELECT RETAIN-FILE ASSIGN TO "RETAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETAIN-FILE-STATUS.

           SELECT RESEND-FILE ASSIGN TO "RESEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESEND-FILE-STATUS.

           SELECT XMITOUT-FILE ASSIGN TO "XMITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMITOUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RSNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY RSNDCARD.

       FD  REQUEST-FILE
           RECORDING MODE IS F.
           COPY RSNDREQ.

       FD  XMITIN-FILE
           RECORDING MODE IS F.
       01  XMITIN-RECORD               PIC X(80).

       FD  DISTHIST-FILE
           RECORDING MODE IS F.
           COPY DISTREC.

       FD  RETAIN-FILE
           RECORDING MODE IS F.
       01  RETAIN-RECORD               PIC X(100).

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD               PIC X(100).

       FD  XMITOUT-FILE
           RECORDING MODE IS F.
       01  XMITOUT-RECORD              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BATCHCNT.
           COPY XMITREC.

      *----------------------------------------------------------------
      * The transmission log, held whole as it was read so every
      * entry goes back out unchanged but for the resends logged.
      * XMIT-LOG-RECORD (above) is the working view of one entry.
      *----------------------------------------------------------------
       01  WS-XMIT-TABLE.
           05  WS-XT-IMAGE             PIC X(80) OCCURS 500 TIMES.
       01  WS-XMIT-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-XMIT-MAX                 PIC 9(03) COMP VALUE 500.
       01  WS-XT-INDEX                 PIC 9(03) COMP.
       01  WS-XT-HIT-INDEX             PIC 9(03) COMP.

      *----------------------------------------------------------------
      * The request being worked, and what was found for it.
      *----------------------------------------------------------------
       01  WS-RQ-FIRST                 PIC 9(07).
       01  WS-RQ-LAST                  PIC 9(07).
       01  WS-SENT-COUNT               PIC 9(07).
       01  WS-RESEND-NO                PIC 9(03).
       01  WS-REFUSAL                  PIC X(44).
       01  WS-REFUSAL-SEVERITY         PIC X(09).
      *    The partner RESEND was opened for; blank until a grant.
       01  WS-RESEND-PARTNER-ID        PIC X(08) VALUE SPACES.
      *    RETAIN sections: every header opens one, numbered in
      *    order; WS-PICK-SECTION is the last one whose partner, night
      *    and count match the log.
       01  WS-SECTION-NO               PIC 9(05) COMP.
       01  WS-PICK-SECTION             PIC 9(05) COMP.
       01  WS-SECTION-DETAILS          PIC 9(07).
       01  WS-DATED-SECTIONS           PIC 9(05) COMP.
       01  WS-POSITION                 PIC 9(07).
       01  WS-RESEND-EXPECTED          PIC 9(07).
       01  WS-RESEND-WRITTEN           PIC 9(07).

       01  WS-REQUEST-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-GRANTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-RECORDS-RESENT           PIC 9(07) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-DAY-NO             PIC S9(07) COMP.
       01  WS-WORK-DAY-NO              PIC S9(07) COMP.
       01  WS-AGE-DAYS                 PIC S9(05) COMP.
       01  WS-RETENTION-DAYS           PIC 9(03) VALUE 30.
       01  WS-EDIT-DATE                PIC 9(08).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(04).
           05  WS-ED-MONTH             PIC 9(02).
           05  WS-ED-DAY               PIC 9(02).

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  REQUEST-FILE-STATUS     PIC X(02).
               88  REQUEST-FILE-OK             VALUE "00".
           05  XMITIN-FILE-STATUS      PIC X(02).
               88  XMITIN-FILE-OK              VALUE "00".
           05  DISTHIST-FILE-STATUS    PIC X(02).
               88  DISTHIST-FILE-OK            VALUE "00".
           05  RETAIN-FILE-STATUS      PIC X(02).
               88  RETAIN-FILE-OK              VALUE "00".
           05  RESEND-FILE-STATUS      PIC X(02).
               88  RESEND-FILE-OK              VALUE "00".
           05  XMITOUT-FILE-STATUS     PIC X(02).
               88  XMITOUT-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-EOF-REQUEST-SW       PIC X(01) VALUE "N".
               88  EOF-REQUEST                 VALUE "Y".
           05  WS-EOF-XMIT-SW          PIC X(01) VALUE "N".
               88  EOF-XMIT                    VALUE "Y".
           05  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
               88  XMIT-TABLE-FULL             VALUE "Y".
           05  WS-EOF-DIST-SW          PIC X(01) VALUE "N".
               88  EOF-DIST                    VALUE "Y".
           05  WS-NIGHT-HELD-SW        PIC X(01) VALUE "N".
               88  NIGHT-WAS-HELD              VALUE "Y".
           05  WS-EOF-RETAIN-SW        PIC X(01) VALUE "N".
               88  EOF-RETAIN                  VALUE "Y".
           05  WS-SECTION-SW           PIC X(01) VALUE "N".
               88  SECTION-SELECTED            VALUE "Y".
           05  WS-RESEND-OPEN-SW       PIC X(01) VALUE "N".
               88  RESEND-IS-OPEN              VALUE "Y".
           05  WS-WRITE-FAILED-SW      PIC X(01) VALUE "N".
               88  OUTPUT-WRITE-FAILED         VALUE "Y".
           05  WS-DATE-VALID-SW        PIC X(01) VALUE "Y".
               88  DATE-IS-VALID               VALUE "Y".

      *----------------------------------------------------------------
      * RSNDRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE.
           05  FILLER                  PIC X(33)
               VALUE "PARTNER RESEND REQUESTS - RUN    ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(13)
               VALUE "  RETENTION ".
           05  WS-HDG-RETENTION        PIC ZZ9.
           05  FILLER                  PIC X(23) VALUE " DAYS".
       01  WS-COL-LINE.
           05  FILLER                  PIC X(40)
               VALUE "  PARTNER  NIGHT    REFERENCE      FIRST".
           05  FILLER                  PIC X(40)
               VALUE "    LAST RESULT".
       01  WS-REQUEST-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-REFERENCE         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-FIRST             PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-LAST              PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RL-RESULT            PIC X(31).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(24).
           05  WS-TL-COUNT             PIC Z(06)9.
           05  FILLER                  PIC X(47) VALUE SPACES.
       01  WS-EDIT-A                   PIC Z(06)9.
       01  WS-EDIT-NO                  PIC ZZ9.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-XMIT-LOG THRU 2000-EXIT.
           PERFORM 3000-PROCESS-REQUESTS THRU 3000-EXIT.
           PERFORM 6000-WRITE-XMIT-LOG THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CARD-FILE.
           IF CARD-FILE-OK
               READ CARD-FILE
                   AT END
                       CONTINUE
               END-READ
               IF CARD-FILE-OK
                   SET CARD-WAS-READ TO TRUE
               END-IF
               CLOSE CARD-FILE
           END-IF.
           IF CARD-WAS-READ
               IF RN-RUN-DATE IS NUMERIC AND RN-RUN-DATE NOT = ZERO
                   MOVE RN-RUN-DATE TO WS-TODAY-DATE
               END-IF
               IF RN-RETENTION-DAYS IS NUMERIC
                       AND RN-RETENTION-DAYS NOT = ZERO
                   MOVE RN-RETENTION-DAYS TO WS-RETENTION-DAYS
               END-IF
           END-IF.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           MOVE WS-RETENTION-DAYS TO WS-HDG-RETENTION.
           MOVE WS-HDG-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-COL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-XMIT-LOG - the log as the last reconciliation left
      * it. A log too large for the table cannot be written back
      * whole, so that is an error and nothing may be promoted.
      *----------------------------------------------------------------
       2000-LOAD-XMIT-LOG.
           OPEN INPUT XMITIN-FILE.
           IF NOT XMITIN-FILE-OK
               SET EOF-XMIT TO TRUE
           END-IF.
           PERFORM 2100-READ-ONE-XMIT THRU 2100-EXIT
               UNTIL EOF-XMIT.
           IF XMITIN-FILE-STATUS NOT = "35"
               CLOSE XMITIN-FILE
           END-IF.
           IF XMIT-TABLE-FULL
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "TRANSMISSION LOG EXCEEDS TABLE - LOG NOT REWRITTEN"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       2000-EXIT.
               EXIT.

       2100-READ-ONE-XMIT.
           READ XMITIN-FILE
               AT END
                   SET EOF-XMIT TO TRUE
           END-READ.
           IF NOT XMITIN-FILE-OK
               SET EOF-XMIT TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-XMIT-COUNT >= WS-XMIT-MAX
               SET XMIT-TABLE-FULL TO TRUE
               SET EOF-XMIT TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-XMIT-COUNT.
           MOVE XMITIN-RECORD TO WS-XT-IMAGE(WS-XMIT-COUNT).
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-PROCESS-REQUESTS - every request on RSNDREQ, in order.
      * RESEND is opened on the first request granted, so a run that
      * grants nothing leaves nothing to ship. The partner of that
      * grant owns RESEND for the run; another partner's request is
      * an error, since its records would ship to the wrong partner.
      *----------------------------------------------------------------
       3000-PROCESS-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           IF NOT REQUEST-FILE-OK
               SET EOF-REQUEST TO TRUE
           END-IF.
           PERFORM 3100-PROCESS-ONE-REQUEST THRU 3100-EXIT
               UNTIL EOF-REQUEST.
           IF REQUEST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-FILE
           END-IF.
           IF RESEND-IS-OPEN
               CLOSE RESEND-FILE
           END-IF.
           IF WS-REQUEST-COUNT = ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "NO RESEND REQUESTS SUPPLIED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       3000-EXIT.
               EXIT.

       3100-PROCESS-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET EOF-REQUEST TO TRUE
           END-READ.
           IF NOT REQUEST-FILE-OK
               SET EOF-REQUEST TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF RESEND-REQUEST = SPACES
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO WS-REFUSAL.
           MOVE "WARNING  " TO WS-REFUSAL-SEVERITY.
           MOVE RQ-PARTNER-ID TO WS-RL-PARTNER.
           MOVE RQ-RUN-DATE TO WS-RL-RUN-DATE.
           MOVE RQ-REFERENCE TO WS-RL-REFERENCE.
           MOVE ZERO TO WS-RL-FIRST.
           MOVE ZERO TO WS-RL-LAST.
           IF RQ-FIRST-RECORD IS NUMERIC
               MOVE RQ-FIRST-RECORD TO WS-RL-FIRST
           END-IF.
           IF RQ-LAST-RECORD IS NUMERIC
               MOVE RQ-LAST-RECORD TO WS-RL-LAST
           END-IF.
           PERFORM 3200-EDIT-REQUEST THRU 3200-EXIT.
           IF WS-REFUSAL NOT = SPACES
               GO TO 3100-REFUSE
           END-IF.
           PERFORM 3300-CHECK-SHIPPED THRU 3300-EXIT.
           IF WS-REFUSAL NOT = SPACES
               GO TO 3100-REFUSE
           END-IF.
           PERFORM 4000-FIND-GENERATION THRU 4000-EXIT.
           IF WS-REFUSAL NOT = SPACES
               GO TO 3100-REFUSE
           END-IF.
           IF XMIT-TABLE-FULL OR OUTPUT-WRITE-FAILED
               MOVE "NOT RESENT - RUN IN ERROR" TO WS-REFUSAL
               GO TO 3100-REFUSE
           END-IF.
           IF WS-RESEND-PARTNER-ID NOT = SPACES
                   AND RQ-PARTNER-ID NOT = WS-RESEND-PARTNER-ID
               MOVE "ERROR    " TO WS-REFUSAL-SEVERITY
               STRING "ONE PARTNER PER RUN - RESEND IS "
                   WS-RESEND-PARTNER-ID
                   DELIMITED BY SIZE INTO WS-REFUSAL
               GO TO 3100-REFUSE
           END-IF.
           PERFORM 5000-WRITE-RESEND THRU 5000-EXIT.
           IF OUTPUT-WRITE-FAILED
               MOVE "RESEND WRITE FAILED" TO WS-REFUSAL
               GO TO 3100-REFUSE
           END-IF.
           PERFORM 5500-LOG-RESEND THRU 5500-EXIT.
           MOVE RQ-PARTNER-ID TO WS-RESEND-PARTNER-ID.
           ADD 1 TO WS-GRANTED-COUNT.
           ADD WS-RESEND-WRITTEN TO WS-RECORDS-RESENT.
           MOVE WS-RQ-FIRST TO WS-RL-FIRST.
           MOVE WS-RQ-LAST TO WS-RL-LAST.
           MOVE WS-RESEND-NO TO WS-EDIT-NO.
           MOVE SPACES TO WS-RL-RESULT.
           STRING "RESENT - RESEND " WS-EDIT-NO
               DELIMITED BY SIZE INTO WS-RL-RESULT.
           MOVE WS-REQUEST-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           GO TO 3100-EXIT.
       3100-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE "REFUSED" TO WS-RL-RESULT.
           MOVE WS-REQUEST-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-REFUSAL-SEVERITY TO WS-FL-SEVERITY.
           STRING RQ-PARTNER-ID " " RQ-RUN-DATE " REFUSED - "
               WS-REFUSAL
               DELIMITED BY SIZE INTO WS-FL-TEXT.
           PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
       3100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3200-EDIT-REQUEST - the request's own fields: a real date,
      * not in the future and within retention, and a range that
      * makes sense on its face (the file's size is checked once it
      * is found).
      *----------------------------------------------------------------
       3200-EDIT-REQUEST.
           IF RQ-RUN-DATE IS NOT NUMERIC
               MOVE "RUN DATE NOT NUMERIC" TO WS-REFUSAL
               GO TO 3200-EXIT
           END-IF.
           MOVE RQ-RUN-DATE TO WS-EDIT-DATE.
           PERFORM 8800-EDIT-DATE THRU 8800-EXIT.
           IF NOT DATE-IS-VALID
               MOVE "RUN DATE IS NOT A CALENDAR DATE" TO WS-REFUSAL
               GO TO 3200-EXIT
           END-IF.
           IF RQ-RUN-DATE > WS-TODAY-DATE
               MOVE "RUN DATE IS IN THE FUTURE" TO WS-REFUSAL
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-WORK-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-WORK-DAY-NO.
           IF WS-AGE-DAYS > WS-RETENTION-DAYS
               MOVE "NIGHT IS OUTSIDE RETENTION" TO WS-REFUSAL
               GO TO 3200-EXIT
           END-IF.
           IF RQ-FIRST-RECORD IS NOT NUMERIC
                   OR RQ-LAST-RECORD IS NOT NUMERIC
               MOVE "RECORD RANGE NOT NUMERIC" TO WS-REFUSAL
               GO TO 3200-EXIT
           END-IF.
           MOVE RQ-FIRST-RECORD TO WS-RQ-FIRST.
           MOVE RQ-LAST-RECORD TO WS-RQ-LAST.
           IF WS-RQ-FIRST = ZERO AND WS-RQ-LAST NOT = ZERO
               MOVE 1 TO WS-RQ-FIRST
           END-IF.
           IF WS-RQ-LAST NOT = ZERO AND WS-RQ-FIRST > WS-RQ-LAST
               MOVE "FIRST RECORD IS PAST THE LAST" TO WS-REFUSAL
           END-IF.
       3200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3300-CHECK-SHIPPED - only a night the transmission log shows
      * shipped can be resent. With no log entry the distribution
      * history says why: a night held for the partner never left,
      * and a resend must not be the way it first goes out.
      *----------------------------------------------------------------
       3300-CHECK-SHIPPED.
           PERFORM 3400-FIND-LOG-ENTRY THRU 3400-EXIT.
           IF WS-XT-HIT-INDEX > ZERO
               MOVE WS-XT-IMAGE(WS-XT-HIT-INDEX) TO XMIT-LOG-RECORD
               MOVE XL-SENT-COUNT TO WS-SENT-COUNT
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3500-FIND-HELD-NIGHT THRU 3500-EXIT.
           IF NIGHT-WAS-HELD
               MOVE "NIGHT WAS HELD - NEVER SHIPPED" TO WS-REFUSAL
           ELSE
               MOVE "NEVER SHIPPED PER TRANSMISSION LOG"
                   TO WS-REFUSAL
           END-IF.
       3300-EXIT.
               EXIT.

       3400-FIND-LOG-ENTRY.
           MOVE ZERO TO WS-XT-HIT-INDEX.
           PERFORM 3410-MATCH-LOG-ENTRY THRU 3410-EXIT
               VARYING WS-XT-INDEX FROM 1 BY 1
               UNTIL WS-XT-INDEX > WS-XMIT-COUNT
                   OR WS-XT-HIT-INDEX > ZERO.
       3400-EXIT.
               EXIT.

       3410-MATCH-LOG-ENTRY.
           MOVE WS-XT-IMAGE(WS-XT-INDEX) TO XMIT-LOG-RECORD.
           IF XL-PARTNER-ID = RQ-PARTNER-ID
                   AND XL-RUN-DATE = RQ-RUN-DATE
               MOVE WS-XT-INDEX TO WS-XT-HIT-INDEX
           END-IF.
       3410-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3500-FIND-HELD-NIGHT - the partner's last distribution
      * history record for the night decides whether it was held.
      *----------------------------------------------------------------
       3500-FIND-HELD-NIGHT.
           MOVE "N" TO WS-NIGHT-HELD-SW.
           MOVE "N" TO WS-EOF-DIST-SW.
           OPEN INPUT DISTHIST-FILE.
           IF NOT DISTHIST-FILE-OK
               SET EOF-DIST TO TRUE
           END-IF.
           PERFORM 3510-READ-ONE-DIST THRU 3510-EXIT
               UNTIL EOF-DIST.
           IF DISTHIST-FILE-STATUS NOT = "35"
               CLOSE DISTHIST-FILE
           END-IF.
       3500-EXIT.
               EXIT.

       3510-READ-ONE-DIST.
           READ DISTHIST-FILE
               AT END
                   SET EOF-DIST TO TRUE
           END-READ.
           IF NOT DISTHIST-FILE-OK
               SET EOF-DIST TO TRUE
               GO TO 3510-EXIT
           END-IF.
           IF DSM-PARTNER-ID = RQ-PARTNER-ID
                   AND DSM-RUN-DATE = RQ-RUN-DATE
               MOVE DSM-HELD-SW TO WS-NIGHT-HELD-SW
           END-IF.
       3510-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-FIND-GENERATION - the retained file section for the
      * partner and night whose detail count is what the log says
      * shipped - the latest such section, since a rerun that
      * shipped the same count supersedes the earlier file. A section
      * stamped for the night with another count is a distribution
      * that did not ship (or was re-shipped since); none at all
      * means the generation has gone.
      *----------------------------------------------------------------
       4000-FIND-GENERATION.
           MOVE ZERO TO WS-SECTION-NO.
           MOVE ZERO TO WS-PICK-SECTION.
           MOVE ZERO TO WS-DATED-SECTIONS.
           MOVE "N" TO WS-SECTION-SW.
           MOVE "N" TO WS-EOF-RETAIN-SW.
           OPEN INPUT RETAIN-FILE.
           IF NOT RETAIN-FILE-OK
               MOVE "NO RETAINED OUTPUT SUPPLIED" TO WS-REFUSAL
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-SCAN-ONE-RETAINED THRU 4100-EXIT
               UNTIL EOF-RETAIN.
           CLOSE RETAIN-FILE.
           IF WS-PICK-SECTION = ZERO
               IF WS-DATED-SECTIONS = ZERO
                   MOVE "NIGHT NO LONGER RETAINED" TO WS-REFUSAL
               ELSE
                   MOVE WS-SENT-COUNT TO WS-EDIT-A
                   STRING "NO RETAINED FILE OF THE" WS-EDIT-A
                       " SHIPPED"
                       DELIMITED BY SIZE INTO WS-REFUSAL
               END-IF
               GO TO 4000-EXIT
           END-IF.
           IF WS-RQ-FIRST = ZERO
               MOVE 1 TO WS-RQ-FIRST
               MOVE WS-SENT-COUNT TO WS-RQ-LAST
           END-IF.
           IF WS-RQ-LAST = ZERO
               MOVE WS-SENT-COUNT TO WS-RQ-LAST
           END-IF.
           IF WS-RQ-LAST > WS-SENT-COUNT
                   OR WS-RQ-FIRST > WS-RQ-LAST
               MOVE WS-SENT-COUNT TO WS-EDIT-A
               STRING "RANGE PAST THE FILE'S" WS-EDIT-A " RECORDS"
                   DELIMITED BY SIZE INTO WS-REFUSAL
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-RESEND-EXPECTED = WS-RQ-LAST - WS-RQ-FIRST + 1.
       4000-EXIT.
               EXIT.

       4100-SCAN-ONE-RETAINED.
           READ RETAIN-FILE
               AT END
                   SET EOF-RETAIN TO TRUE
           END-READ.
           IF NOT RETAIN-FILE-OK
               SET EOF-RETAIN TO TRUE
               GO TO 4100-EXIT
           END-IF.
           MOVE RETAIN-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER
               ADD 1 TO WS-SECTION-NO
               MOVE ZERO TO WS-SECTION-DETAILS
               MOVE "N" TO WS-SECTION-SW
               IF BC-RUN-DATE IS NUMERIC
                       AND BC-RUN-DATE = RQ-RUN-DATE
                       AND BC-PARTNER-ID = RQ-PARTNER-ID
                       AND NOT BC-IS-RESEND
                   SET SECTION-SELECTED TO TRUE
                   ADD 1 TO WS-DATED-SECTIONS
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF BC-IS-TRAILER
               IF SECTION-SELECTED
                       AND WS-SECTION-DETAILS = WS-SENT-COUNT
                       AND BC-ACTUAL-COUNT = WS-SENT-COUNT
                       AND NOT BC-OUT-OF-BALANCE
                   MOVE WS-SECTION-NO TO WS-PICK-SECTION
               END-IF
               MOVE "N" TO WS-SECTION-SW
               GO TO 4100-EXIT
           END-IF.
           IF SECTION-SELECTED
               ADD 1 TO WS-SECTION-DETAILS
           END-IF.
       4100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-RESEND - the requested night's file as it
      * shipped, positions WS-RQ-FIRST through WS-RQ-LAST, under a
      * fresh header and trailer stamped as this resend.
      *----------------------------------------------------------------
       5000-WRITE-RESEND.
           IF NOT RESEND-IS-OPEN
               OPEN OUTPUT RESEND-FILE
               IF NOT RESEND-FILE-OK
                   SET OUTPUT-WRITE-FAILED TO TRUE
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "RESEND OPEN FAILED - STATUS "
                       RESEND-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 5000-EXIT
               END-IF
               SET RESEND-IS-OPEN TO TRUE
           END-IF.
           MOVE WS-XT-IMAGE(WS-XT-HIT-INDEX) TO XMIT-LOG-RECORD.
           MOVE 1 TO WS-RESEND-NO.
           IF XL-RESEND-COUNT IS NUMERIC
               COMPUTE WS-RESEND-NO = XL-RESEND-COUNT + 1
           END-IF.
           MOVE ZERO TO WS-RESEND-WRITTEN.
           MOVE SPACES TO BATCH-COUNT-RECORD.
           SET BC-IS-HEADER TO TRUE.
           MOVE WS-RESEND-EXPECTED TO BC-EXPECTED-COUNT.
           MOVE ZERO TO BC-ACTUAL-COUNT.
           PERFORM 5300-STAMP-RESEND THRU 5300-EXIT.
           MOVE BATCH-COUNT-RECORD TO RESEND-RECORD.
           PERFORM 8400-WRITE-RESEND THRU 8400-EXIT.
           MOVE ZERO TO WS-SECTION-NO.
           MOVE "N" TO WS-SECTION-SW.
           MOVE "N" TO WS-EOF-RETAIN-SW.
           OPEN INPUT RETAIN-FILE.
           PERFORM 5100-COPY-ONE-RETAINED THRU 5100-EXIT
               UNTIL EOF-RETAIN.
           CLOSE RETAIN-FILE.
           MOVE SPACES TO BATCH-COUNT-RECORD.
           SET BC-IS-TRAILER TO TRUE.
           MOVE WS-RESEND-EXPECTED TO BC-EXPECTED-COUNT.
           MOVE WS-RESEND-WRITTEN TO BC-ACTUAL-COUNT.
           MOVE ZERO TO BC-ENCRYPT-COUNT.
           MOVE ZERO TO BC-DECRYPT-COUNT.
           MOVE ZERO TO BC-SOLVE-COUNT.
           MOVE ZERO TO BC-VERIFY-COUNT.
           MOVE ZERO TO BC-XLATE-COUNT.
           IF WS-RESEND-WRITTEN = WS-RESEND-EXPECTED
               MOVE "N" TO BC-OUT-OF-BALANCE-SW
           ELSE
               SET BC-OUT-OF-BALANCE TO TRUE
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
           PERFORM 5300-STAMP-RESEND THRU 5300-EXIT.
           MOVE BATCH-COUNT-RECORD TO RESEND-RECORD.
           PERFORM 8400-WRITE-RESEND THRU 8400-EXIT.
       5000-EXIT.
               EXIT.

       5100-COPY-ONE-RETAINED.
           READ RETAIN-FILE
               AT END
                   SET EOF-RETAIN TO TRUE
           END-READ.
           IF NOT RETAIN-FILE-OK
               SET EOF-RETAIN TO TRUE
               GO TO 5100-EXIT
           END-IF.
           MOVE RETAIN-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER
               ADD 1 TO WS-SECTION-NO
               MOVE ZERO TO WS-POSITION
               MOVE "N" TO WS-SECTION-SW
               IF WS-SECTION-NO = WS-PICK-SECTION
                   SET SECTION-SELECTED TO TRUE
               END-IF
               GO TO 5100-EXIT
           END-IF.
           IF BC-IS-TRAILER
               IF SECTION-SELECTED
                   SET EOF-RETAIN TO TRUE
               END-IF
               GO TO 5100-EXIT
           END-IF.
           IF NOT SECTION-SELECTED
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-POSITION.
           IF WS-POSITION < WS-RQ-FIRST OR WS-POSITION > WS-RQ-LAST
               GO TO 5100-EXIT
           END-IF.
           MOVE RETAIN-RECORD TO RESEND-RECORD.
           PERFORM 8400-WRITE-RESEND THRU 8400-EXIT.
           ADD 1 TO WS-RESEND-WRITTEN.
       5100-EXIT.
               EXIT.

       5300-STAMP-RESEND.
           MOVE RQ-RUN-DATE TO BC-RUN-DATE.
           MOVE RQ-PARTNER-ID TO BC-PARTNER-ID.
           SET BC-IS-RESEND TO TRUE.
           MOVE WS-RESEND-NO TO BC-RESEND-NO.
           MOVE WS-TODAY-DATE TO BC-RESEND-DATE.
           MOVE WS-RQ-FIRST TO BC-FIRST-RECORD.
       5300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5500-LOG-RESEND - the resend onto the night's log entry: the
      * count, the date and the records the partner should now
      * acknowledge. The entry goes back to awaiting acknowledgement
      * - the partner has a new file to count.
      *----------------------------------------------------------------
       5500-LOG-RESEND.
           MOVE WS-XT-IMAGE(WS-XT-HIT-INDEX) TO XMIT-LOG-RECORD.
           MOVE WS-RESEND-NO TO XL-RESEND-COUNT.
           MOVE WS-TODAY-DATE TO XL-RESEND-DATE.
           MOVE WS-RESEND-WRITTEN TO XL-RESEND-SENT-COUNT.
           MOVE SPACE TO XL-ACK-SW.
           MOVE ZERO TO XL-ACK-DATE.
           MOVE ZERO TO XL-ACK-COUNT.
           MOVE XMIT-LOG-RECORD TO WS-XT-IMAGE(WS-XT-HIT-INDEX).
       5500-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-XMIT-LOG - the whole log back out for the JCL to
      * promote. Nothing is purged here; that stays the
      * reconciliation run's business.
      *----------------------------------------------------------------
       6000-WRITE-XMIT-LOG.
           OPEN OUTPUT XMITOUT-FILE.
           IF NOT XMITOUT-FILE-OK
               SET OUTPUT-WRITE-FAILED TO TRUE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "XMITOUT OPEN FAILED - STATUS "
                   XMITOUT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-WRITE-ONE-XMIT THRU 6100-EXIT
               VARYING WS-XT-INDEX FROM 1 BY 1
               UNTIL WS-XT-INDEX > WS-XMIT-COUNT.
           CLOSE XMITOUT-FILE.
       6000-EXIT.
               EXIT.

       6100-WRITE-ONE-XMIT.
           MOVE WS-XT-IMAGE(WS-XT-INDEX) TO XMITOUT-RECORD.
           WRITE XMITOUT-RECORD.
           IF NOT XMITOUT-FILE-OK
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
       6100-EXIT.
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

       8400-WRITE-RESEND.
           WRITE RESEND-RECORD.
           IF NOT RESEND-FILE-OK
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
       8400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8800-EDIT-DATE - basic calendar edit of WS-EDIT-DATE
      * (YYYYMMDD) ahead of any day-number arithmetic.
      *----------------------------------------------------------------
       8800-EDIT-DATE.
           MOVE "Y" TO WS-DATE-VALID-SW.
           IF WS-ED-YEAR < 1900 OR WS-ED-YEAR > 2999
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
           IF WS-ED-DAY < 1 OR WS-ED-DAY > 31
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.
       8800-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - totals and the grade: 8 when RESEND or the
      * log cannot be trusted (hold both), 4 when a request was
      * refused, 0 when every request went out.
      *----------------------------------------------------------------
       9999-TERMINATE.
           IF OUTPUT-WRITE-FAILED
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "WRITE FAILURE - DO NOT SHIP RESEND OR PROMOTE LOG"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "REQUESTS READ" TO WS-TL-LABEL.
           MOVE WS-REQUEST-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "RESENT" TO WS-TL-LABEL.
           MOVE WS-GRANTED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "REFUSED" TO WS-TL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "RECORDS RESENT" TO WS-TL-LABEL.
           MOVE WS-RECORDS-RESENT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
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
