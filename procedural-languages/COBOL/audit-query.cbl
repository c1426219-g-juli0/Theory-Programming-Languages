      *   - a detail query (flag D) reads the supplied archive
      *     generation(s) on ARCHIN - concatenate as many as the
      *     range needs - and writes every matching AUDITREC as a
      *     formatted extract line. A partner filter can only be
      *     answered here - the rollup does not carry the partner -
      *     and a summary card naming one is deflected the same way
      *     as a combination.
      *
      * Either way the program compares the requested range against
      * the dates actually present on the file it answered from,
      * Modification History
      *   - Initial version: rollup summary and archive detail
      *     queries with range-coverage honesty.
      *   - Partner filter (detail only) and the partner on every
      *     detail line, so a query can show who changed which
      *     partner's key; key-file and profile change records get a
      *     second line with their before/after summaries or, on a
      *     decision, the requester and the reason.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-NO-INPUT-SW              PIC X(01) VALUE "N".
           88  NOTHING-TO-ANSWER-FROM          VALUE "Y".
       01  WS-COMBO-SW                 PIC X(01) VALUE "N".
           88  COMBINATION-NEEDS-DETAIL        VALUE "Y" "P".
           88  PARTNER-NEEDS-DETAIL            VALUE "P".

       01  WS-SELECTED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-COUNT              PIC 9(09) VALUE ZERO.
           05  WS-DL-OPERATION         PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-KEY               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-CHANGE-DETAIL-LINE.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-CD-INPUT             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-OUTPUT            PIC X(20).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(25)
               VALUE "MATCHES IN THE RANGE     ".
               MOVE SPACES TO AQ-OPERATION
               MOVE SPACES TO AQ-SHIFT-OR-KEY
               MOVE SPACE TO AQ-DETAIL-FLAG
               MOVE SPACES TO AQ-PARTNER-ID
           END-IF.
           IF AQ-FROM-DATE = ZERO
               ACCEPT AQ-FROM-DATE FROM DATE YYYYMMDD
               IF WS-FILTER-COUNT > 1
                   SET COMBINATION-NEEDS-DETAIL TO TRUE
               END-IF
               IF AQ-PARTNER-ID NOT = SPACES
                   SET PARTNER-NEEDS-DETAIL TO TRUE
               END-IF
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE AQ-FROM-DATE TO WS-HDG-FROM.
               MOVE WS-FILTER-LINE TO WS-REPORT-LINE
               PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
           END-IF.
           IF AQ-PARTNER-ID NOT = SPACES
               MOVE "PARTNER   " TO WS-FL-LABEL
               MOVE AQ-PARTNER-ID TO WS-FL-VALUE
               MOVE WS-FILTER-LINE TO WS-REPORT-LINE
               PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT.
           IF PARTNER-NEEDS-DETAIL
               MOVE "ROLLUP COUNTS DO NOT CARRY THE PARTNER - THIS"
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
               MOVE "FILTER NEEDS DETAIL - RERUN WITH FLAG D"
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
               MOVE "AND THE ARCHIVE GENERATIONS FOR THE RANGE"
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF COMBINATION-NEEDS-DETAIL
               MOVE "ROLLUP COUNTS CARRY ONE DIMENSION EACH - THIS"
                   TO WS-REPORT-LINE
                   AND AUD-SHIFT-OR-KEY NOT = AQ-SHIFT-OR-KEY
               GO TO 3100-EXIT
           END-IF.
           IF AQ-PARTNER-ID = "*HOUSE*"
               IF AUD-PARTNER-ID NOT = SPACES
                   GO TO 3100-EXIT
               END-IF
           ELSE
               IF AQ-PARTNER-ID NOT = SPACES
                       AND AUD-PARTNER-ID NOT = AQ-PARTNER-ID
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE AUD-TIMESTAMP(1:14) TO WS-DL-TIMESTAMP.
           MOVE AUD-USER-ID TO WS-DL-USER.
           MOVE AUD-OPERATION TO WS-DL-OPERATION.
           MOVE AUD-SHIFT-OR-KEY TO WS-DL-KEY.
           MOVE AUD-PARTNER-ID TO WS-DL-PARTNER.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT.
           IF AUD-CHANGE-RECORD
               MOVE AUD-INPUT-TRUNC TO WS-CD-INPUT
               MOVE AUD-OUTPUT-TRUNC TO WS-CD-OUTPUT
               MOVE WS-CHANGE-DETAIL-LINE TO WS-REPORT-LINE
               PERFORM 8100-WRITE-EXTRACT-LINE THRU 8100-EXIT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
       3100-EXIT.
