      * Modification History
      *   - Initial version: cutoff split to archive generation,
      *     per-day rollup records, active-log rebuild.
      *   - Archive and rebuilt-log records widened to the audit
      *     record's new length (partner, target partner and run
      *     date on every record).
      *   - Key and profile change records no longer tally their
      *     change id as a shift/keyword on the day's "K" records.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(134).

       FD  ROLLUP-FILE
           RECORDING MODE IS F.

       FD  NEWLOG-FILE
           RECORDING MODE IS F.
       01  NEWLOG-RECORD               PIC X(134).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * 4000-ROLL-UP-ONE-RECORD - control break on the record's date,
      * then tally its operation, user and shift/keyword into the
      * open day group. A key or profile change record carries its
      * change id where the shift or keyword goes, so it takes no
      * "K" tally.
      *----------------------------------------------------------------
       4000-ROLL-UP-ONE-RECORD.
           IF NOT DAY-GROUP-OPEN
                   ADD 1 TO WS-DAY-OTHER-COUNT
           END-EVALUATE.
           PERFORM 4200-TALLY-DAY-USER THRU 4200-EXIT.
           IF NOT AUD-CHANGE-RECORD
               PERFORM 4300-TALLY-DAY-KEY THRU 4300-EXIT
           END-IF.
       4000-EXIT.
               EXIT.

