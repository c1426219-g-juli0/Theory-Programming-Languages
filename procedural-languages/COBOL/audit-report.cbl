      *   - invocation counts by operation and by user
      *   - every shift value and Vigenere keyword used, with counts
      *   - first and last activity timestamps in the range
      *   - every key-file and profile change requested, approved,
      *     rejected or refused in the range, with the partner, the
      *     change id, and the requester on each decision
      *   - an exceptions section: activity inside the batch window
      *     under any user other than the scheduler's id, and any
      *     Caesar shift that was not on the key file for the date it
      *     was used (the audit record does not say which side picked
      *     the shift, so a shift the key file never held for that
      *     date is the signal that the control-card fallback - or a
      *     hand-typed value - ran in production), and any change
      *     whose requester tried to approve it
      *
      * RETURN-CODE is 4 when the exceptions section is non-empty so
      * the security review job can flag the day without a human
      *     an overflow is reported on the report and graded RC 4
      *     instead of silently checking against a truncated
      *     schedule.
      *   - Vigenere keyword windows on the key file are passed
      *     over; only shift windows can answer shift-not-on-file.
      *   - Key-file and profile change requests, approvals,
      *     rejections and refusals get their own section (who asked
      *     for which partner's change, who signed it off); a refused
      *     self-approval, or an approval by the change's own
      *     requester, is an exception. Change ids are not counted
      *     as shifts or keywords used.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * traffic; overflow is reported, never silently dropped.
      *----------------------------------------------------------------
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 20 TIMES.
               10  WS-OP-NAME          PIC X(11).
               10  WS-OP-COUNT         PIC 9(07).
       01  WS-OP-USED                  PIC 9(02) COMP VALUE ZERO.
       01  WS-OP-MAX                   PIC 9(02) COMP VALUE 20.

       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 50 TIMES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EB-TEXT              PIC X(56) VALUE SPACES.

      *----------------------------------------------------------------
      * Key-file and profile change records, two print lines each,
      * collected in log order for their own section like the
      * exceptions: who, what, which partner and change id, then
      * the before and after summaries (or, on a decision, the
      * requester and the reason).
      *----------------------------------------------------------------
       01  WS-CHANGE-TABLE.
           05  WS-CHG-LINE OCCURS 200 TIMES
                                       PIC X(80).
       01  WS-CHG-USED                 PIC 9(03) COMP VALUE ZERO.
       01  WS-CHG-MAX                  PIC 9(03) COMP VALUE 200.
       01  WS-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-CHG-BUILD.
           05  WS-CB-TIMESTAMP         PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CB-USER              PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CB-OPERATION         PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CB-PARTNER           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CB-CHANGE-ID         PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-CHG-DETAIL.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-CD-INPUT             PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-OUTPUT            PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
               AT END
                   SET EOF-KEY TO TRUE
           END-READ.
           IF KEY-FILE-OK AND NOT KEY-IS-SHIFT
               GO TO 2100-EXIT
           END-IF.
           IF KEY-FILE-OK
               IF WS-KEY-COUNT < WS-KEY-MAX
                   ADD 1 TO WS-KEY-COUNT
           END-IF.
           PERFORM 3300-TALLY-OPERATION THRU 3300-EXIT.
           PERFORM 3400-TALLY-USER THRU 3400-EXIT.
           IF AUD-CHANGE-RECORD
               PERFORM 3800-NOTE-CHANGE THRU 3800-EXIT
           ELSE
               PERFORM 3500-TALLY-KEY-USED THRU 3500-EXIT
           END-IF.
           PERFORM 3600-CHECK-EXCEPTIONS THRU 3600-EXIT.
       3200-EXIT.
               EXIT.
      *   - a Caesar shift that no key-file window held for the date
      *     it ran (the fallback or a hand-typed shift got into
      *     production)
      *   - a key-file or profile change its own requester tried to
      *     approve (refused by the approval run), or one that was
      *     approved by its requester all the same
      *----------------------------------------------------------------
       3600-CHECK-EXCEPTIONS.
           IF AUD-TIMESTAMP(9:4) IS NUMERIC
                   END-IF
               END-IF
           END-IF.
           IF AUD-CHANGE-REFUSAL
               MOVE SPACES TO WS-EB-TEXT
               STRING "SELF-APPROVAL REFUSED " AUD-SHIFT-OR-KEY(1:15)
                   DELIMITED BY SIZE INTO WS-EB-TEXT
               PERFORM 3700-ADD-EXCEPTION THRU 3700-EXIT
           END-IF.
           IF AUD-CHANGE-APPROVAL
                   AND AUD-INPUT-TRUNC(8:8) = AUD-USER-ID
               MOVE SPACES TO WS-EB-TEXT
               STRING "APPROVED BY ITS OWN REQUESTER "
                   AUD-SHIFT-OR-KEY(1:15)
                   DELIMITED BY SIZE INTO WS-EB-TEXT
               PERFORM 3700-ADD-EXCEPTION THRU 3700-EXIT
           END-IF.
           PERFORM 3650-CHECK-SHIFT-ON-FILE THRU 3650-EXIT.
       3600-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 3650-CHECK-SHIFT-ON-FILE - a Caesar invocation logs its
      * two-digit shift left-justified in AUD-SHIFT-OR-KEY with the
      * rest blank; anything else there (a Vigenere keyword, the
      * all-zero marker BRUTE-FORCE logs, or a change record's change
      * id) is not a shift and is not checked against the key file.
      *----------------------------------------------------------------
       3650-CHECK-SHIFT-ON-FILE.
           MOVE "N" TO WS-AUD-KEY-IS-SHIFT-SW.
           IF AUD-OPERATION NOT = "BRUTE-FORCE"
                   AND NOT AUD-CHANGE-RECORD
                   AND AUD-SHIFT-OR-KEY(1:2) IS NUMERIC
                   AND AUD-SHIFT-OR-KEY(3:18) = SPACES
               SET AUDITED-KEY-IS-SHIFT TO TRUE
       3700-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3800-NOTE-CHANGE - a key-file or profile change record goes
      * to the changes section instead of the shifts-and-keywords
      * tally: its shift-or-key field is a change id.
      *----------------------------------------------------------------
       3800-NOTE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           IF WS-CHG-USED + 2 > WS-CHG-MAX
               GO TO 3800-EXIT
           END-IF.
           MOVE AUD-TIMESTAMP(1:14) TO WS-CB-TIMESTAMP.
           MOVE AUD-USER-ID TO WS-CB-USER.
           MOVE AUD-OPERATION TO WS-CB-OPERATION.
           IF AUD-PARTNER-ID = SPACES
               MOVE "*HOUSE*" TO WS-CB-PARTNER
           ELSE
               MOVE AUD-PARTNER-ID TO WS-CB-PARTNER
           END-IF.
           MOVE AUD-SHIFT-OR-KEY(1:15) TO WS-CB-CHANGE-ID.
           ADD 1 TO WS-CHG-USED.
           MOVE WS-CHG-BUILD TO WS-CHG-LINE(WS-CHG-USED).
           MOVE AUD-INPUT-TRUNC TO WS-CD-INPUT.
           MOVE AUD-OUTPUT-TRUNC TO WS-CD-OUTPUT.
           ADD 1 TO WS-CHG-USED.
           MOVE WS-CHG-DETAIL TO WS-CHG-LINE(WS-CHG-USED).
       3800-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-REPORT - the formatted operator report: totals,
      * per-operation and per-user counts, shifts/keywords used,
      * first/last activity, the key and profile changes, then the
      * exceptions section.
      *----------------------------------------------------------------
       5000-PRINT-REPORT.
           MOVE AR-FROM-DATE TO WS-HDG-FROM.
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "KEY AND PROFILE CHANGES" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-CHANGE-COUNT = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           ELSE
               PERFORM VARYING WS-TBL-INDEX FROM 1 BY 1
                       UNTIL WS-TBL-INDEX > WS-CHG-USED
                   MOVE WS-CHG-LINE(WS-TBL-INDEX) TO WS-REPORT-LINE
                   PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               END-PERFORM
               IF WS-CHANGE-COUNT * 2 > WS-CHG-USED
                   MOVE "  FURTHER CHANGES NOT LISTED - SEE LOG"
                       TO WS-REPORT-LINE
                   PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "EXCEPTIONS" TO WS-REPORT-LINE.
