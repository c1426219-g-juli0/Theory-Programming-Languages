      *     restart always resumes at a message boundary instead of
      *     rejecting the tail of a message whose assembly state
      *     died with the original run.
      *   - Duplicate-message detection across nights: the batch
      *     driver fingerprints every message's text (a "@@" message
      *     over its whole reassembled text) and keeps a rolling
      *     message history (MSGHIST, MSGHREC.CPY) of fingerprint,
      *     partner, run date and position. A message whose
      *     fingerprint was already seen for the same partner within
      *     the control card's lookback goes on the duplicates
      *     report (DUPRPT, DUPREC.CPY) naming the original night
      *     and position, and is then either rejected through REJRPT/
      *     REJHIST or shipped with the run graded RC 4, per the
      *     card. A segmented message's output is held until its
      *     last segment so a duplicate is rejected whole. History
      *     past the lookback is purged at the top of each night.
      *   - Every audit record now carries the partner whose key
      *     drove it (the target as well on a TRANSLATE record) and
      *     the run date keyed for, so the traffic that ran under
      *     one partner's compromised shift can be found on
      *     AUDITLOG without guessing from shift values alone.
      *   - Vigenere keyword resolved from the key file: a K record
      *     for the partner and run date gives the run's keyword
      *     (the control card's keyword is only the fallback, and
      *     grades the night 4 like a card shift does) and a routed
      *     Vigenere record's keyword by its own partner. A re-key
      *     (T) record in Vigenere mode now decrypts under the
      *     source partner's keyword and encrypts under the target
      *     partner's; in Caesar mode it is unchanged. A segmented
      *     message banks its character offset rather than a
      *     keyword position, so each keyword picks up its own
      *     phase on the next segment.
      *   - For the end-of-night control ledger: every REJRPT entry
      *     is stamped with the run date, the stream, whether it is
      *     a record or a whole-message entry and whether a repair
      *     run wrote it, and RUNSUMM now carries the verify and
      *     re-key counts, the stream and the run mode, so each
      *     stream's operations and rejects balance to its record
      *     count off the summaries and the report alone.
      *   - A batch night whose run date is not a processing day on
      *     the processing calendar (CALENDAR, CALREC.CPY) - a
      *     weekend, holiday or skipped night - is refused RC 8
      *     (flagged C on RUNSUMM) unless the control card carries
      *     the rerun authorization. A year not on the calendar, or
      *     no calendar at all, refuses nothing.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJHIST-FILE-STATUS.

           SELECT MSG-HISTORY-FILE ASSIGN TO "MSGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-RECORD-KEY
               FILE STATUS IS MSGHIST-FILE-STATUS.

           SELECT DUPLICATE-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPRPT-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
           COPY REJHREC.

       FD  MSG-HISTORY-FILE.
           COPY MSGHREC.

       FD  DUPLICATE-FILE
           RECORDING MODE IS F.
           COPY DUPREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  inText           PIC X(100).
       01  outText          PIC X(100).
       01  WS-PROFILE-MAX               PIC 9(02) COMP VALUE 20.
       01  WS-PF-INDEX                  PIC 9(02) COMP.
       01  WS-PF-HIT-INDEX              PIC 9(02) COMP.
       01  WS-CLASS-PARTNER-ID          PIC X(08) VALUE SPACES.

       01  WS-CLASS-CHAR-IN             PIC X(01).
       01  WS-CLASS-CHAR-OUT            PIC X(01).
      *----------------------------------------------------------------
       01  WS-EFFECTIVE-SHIFT            PIC S9(03).
       01  WS-KEYWORD-LEN                PIC 99.
      *    The run's keyword, from the key file when the control
      *    card's partner has a keyword window covering the run
      *    date, else the card's own; each record starts from it
      *    as it starts from WS-RUN-SHIFT.
       01  WS-RUN-KEYWORD                PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * Header/trailer record-count reconciliation for batch runs.
      *----------------------------------------------------------------
      * Multi-segment message assembly state. One message may be
      * open at a time (segments arrive together and in order);
      * WS-SEG-OFFSET carries the message's character offset across
      * the boundary so a Vigenere keyword picks up where it left
      * off and the whole message ciphers as one unit.
      *----------------------------------------------------------------
           COPY SEGPFX.

           88  SEGMENT-MSG-OPEN                 VALUE "Y".
       01  WS-SEG-MESSAGE-ID             PIC X(08).
       01  WS-SEG-EXPECTED-NO            PIC 9(02).
      *    How many live characters of the message came before this
      *    segment, and the segment's LIVE text length - 13 bytes of
      *    prefix off the record's text capacity (100 plain, 88
      *    routed, 80 a routed re-key). The offset for the next
      *    segment is this one's plus its live length: the space
      *    padding past the live text must not consume keyword
      *    positions, or a partner decrypting the reassembled
      *    message as one unit is garbled from segment two - the
      *    very failure the segment convention exists to fix.
      *    Banking the offset rather than a keyword position lets
      *    both halves of a re-key, each under its own keyword,
      *    find their phase from the one number.
       01  WS-SEG-OFFSET                 PIC 9(05) VALUE ZERO.
       01  WS-SEG-LIVE-LEN               PIC 9(03) VALUE ZERO.
       01  WS-TEXT-CAPACITY              PIC 9(03) VALUE 100.
       01  WS-SEG-CONTINUE-SW            PIC X(01) VALUE "N".

      *----------------------------------------------------------------
      * Partner-keyed shift lookup. The key file is indexed by
      * partner id, key type and effective date, and every lookup -
      * a shift (S) or a Vigenere keyword (K) - for the run's
      * default partner from the control card, or a routed record's
      * own partner - is a keyed START on the partner followed by a
      * short forward read of that partner's windows, so the file
       01  WS-KEY-SEARCH-DONE-SW         PIC X(01).
           88  KEY-SEARCH-DONE                  VALUE "Y".
       01  WS-LOOKUP-PARTNER-ID          PIC X(08).
      *    Which rotation a lookup reads: S (the shift) unless the
      *    caller asks for K (the keyword) and sets it back after.
       01  WS-LOOKUP-KEY-TYPE            PIC X(01) VALUE "S".
       01  WS-LOOKUP-KEYWORD             PIC X(20).
      *    Whose traffic the record in hand is - the routed
      *    partner when the prefix names one, the control card's
      *    partner otherwise - and, for a re-key record, whose key
               88  RUNREG-FILE-OK              VALUE "00".
           05  REJHIST-FILE-STATUS     PIC X(02).
               88  REJHIST-FILE-OK             VALUE "00".
           05  MSGHIST-FILE-STATUS     PIC X(02).
               88  MSGHIST-FILE-OK             VALUE "00".
           05  DUPRPT-FILE-STATUS      PIC X(02).
               88  DUPRPT-FILE-OK              VALUE "00".
           05  CALENDAR-FILE-STATUS    PIC X(02).
               88  CALENDAR-FILE-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-BATCH-RUN-SW         PIC X(01) VALUE "N".
               88  EOF-PROFILE                 VALUE "Y".
           05  WS-EOF-RUNREG-SW        PIC X(01) VALUE "N".
               88  EOF-RUNREG                  VALUE "Y".
      *        Y refused by the run registry, C by the processing
      *        calendar.
           05  WS-RUN-REFUSED-SW       PIC X(01) VALUE "N".
               88  RUN-REFUSED                 VALUE "Y" "C".
               88  RUN-REFUSED-BY-CALENDAR     VALUE "C".
           05  WS-EOF-MSGHIST-SW       PIC X(01) VALUE "N".
               88  EOF-MSGHIST                 VALUE "Y".
           05  WS-EOF-CALENDAR-SW      PIC X(01) VALUE "N".
               88  EOF-CALENDAR                VALUE "Y".

      *----------------------------------------------------------------
      * WS-SOURCE-REC stages the record being processed - the MSGIN
      * and ENCRYPT do their normal work through inText/outText, and
      * the cleartext between the two halves only ever exists in
      * those fields - never on a file. WS-XLATE-KEY-PAIR formats
      * both shifts for the TRANSLATE audit record. In Vigenere mode
      * the keywords take the shifts' place, and the TRANSLATE
      * record carries WS-XLATE-KEYWORD-PAIR instead - the halves'
      * own audit records already name the keywords.
      *----------------------------------------------------------------
       01  WS-TARGET-SHIFT               PIC 99.
       01  WS-TARGET-KEYWORD             PIC X(20).
       01  WS-XLATE-SOURCE-KEYWORD       PIC X(20).
       01  WS-XLATE-SOURCE-SHIFT         PIC 99.
       01  WS-XLATE-SAVED-TEXT           PIC X(100).
       01  WS-XLATE-SAVED-MODE           PIC X(01).
           05  WS-XK-SOURCE            PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ">".
           05  WS-XK-TARGET            PIC 9(02).
       01  WS-XLATE-KEYWORD-PAIR         PIC X(05) VALUE "KW>KW".

      *----------------------------------------------------------------
      * Run grading for the scheduler. The audit-write and balance
       01  WS-REJECT-RC8-THRESHOLD       PIC 9(05) COMP VALUE 00100.
       01  WS-RETURN-CODE                PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * Duplicate-message detection. The message history is an
      * indexed file (MSGHREC.CPY) keyed by fingerprint and partner,
      * so each lookup is a keyed START and a short forward read of
      * that fingerprint's few sightings, like the key file lookup.
      * The fingerprint accumulates over a segmented message's
      * segments, and the message's MSGOUT records are held in
      * WS-DUP-SEG-BUFFER until the last segment decides whether it
      * is a duplicate - a duplicate rejected after its first
      * segments had already been written would ship half a
      * message. A checkpoint is never taken while a message is
      * open, so the buffer never holds records a restart would
      * skip.
      *----------------------------------------------------------------
       01  WS-DUP-CHECK-SW               PIC X(01) VALUE "N".
           88  DUP-CHECK-ACTIVE                 VALUE "Y".
       01  WS-DUP-FOUND-SW               PIC X(01) VALUE "N".
           88  DUPLICATE-FOUND                  VALUE "Y".
       01  WS-DUP-SEARCH-DONE-SW         PIC X(01) VALUE "N".
           88  DUP-SEARCH-DONE                  VALUE "Y".
       01  WS-DUP-LOOKBACK-DAYS          PIC 9(03) VALUE 030.
       01  WS-DUP-LOW-DATE               PIC 9(08) VALUE ZERO.
       01  WS-DUP-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-DUP-PURGE-COUNT            PIC 9(07) COMP VALUE ZERO.
      *    The fingerprint being built: two checksums, both kept
      *    below a large prime, and the text length they cover.
       01  WS-FP-HASH-A                  PIC 9(18) COMP VALUE ZERO.
       01  WS-FP-HASH-B                  PIC 9(18) COMP VALUE ZERO.
       01  WS-FP-LENGTH                  PIC 9(05) COMP VALUE ZERO.
       01  WS-FP-TEXT-LEN                PIC 9(03) COMP VALUE ZERO.
       01  WS-FP-INDEX                   PIC 9(03) COMP.
       01  WS-FP-PRIME-A                 PIC 9(09) COMP
                                          VALUE 999999937.
       01  WS-FP-PRIME-B                 PIC 9(09) COMP
                                          VALUE 999999929.
      *    Where the message starts tonight and what it is.
       01  WS-DUP-FIRST-POS              PIC 9(07) COMP VALUE ZERO.
       01  WS-DUP-SEG-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-DUP-MESSAGE-ID             PIC X(08) VALUE SPACES.
       01  WS-DUP-PARTNER-ID             PIC X(08) VALUE SPACES.
      *    Where the first sighting within the lookback was.
       01  WS-DUP-ORIG-RUN-DATE          PIC 9(08).
       01  WS-DUP-ORIG-STREAM-ID         PIC 9(02).
       01  WS-DUP-ORIG-RECORD-NO         PIC 9(07).
       01  WS-DUP-REJECT-POS             PIC 9(07).
       01  WS-DUP-SEG-BUFFER.
           05  WS-DUP-SEG-ENTRY OCCURS 99 TIMES.
               10  WS-DB-OUT-REC       PIC X(100).
               10  WS-DB-SOURCE-REC    PIC X(100).
               10  WS-DB-OPERATION     PIC X(01).
               10  WS-DB-VALID-SW      PIC X(01).
                   88  DB-RECORD-WAS-VALID     VALUE "Y".
       01  WS-DUP-BUF-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-DUP-BUF-MAX                PIC 9(03) COMP VALUE 99.
       01  WS-DUP-BUF-INDEX              PIC 9(03) COMP.

       01  WS-TODAY-DATE               PIC 9(08).

      *----------------------------------------------------------------
      * The processing calendar's verdict on the run date: the run
      * year's standing week (Monday first) and the run date's own
      * entry, if it has one.
      *----------------------------------------------------------------
       01  WS-CAL-YEAR-KEY             PIC 9(08).
       01  WS-CAL-RUN-PATTERN          PIC X(07).
       01  WS-CAL-RUN-DAY-TYPE         PIC X(01).
       01  WS-CAL-WEEKDAY              PIC 9(01) COMP.
       01  WS-CAL-PROCESSING-SW        PIC X(01).
           88  RUN-DATE-IS-PROCESSING          VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF NOT DISCRPT-FILE-OK
               OPEN OUTPUT DISCREPANCY-FILE
           END-IF.
           OPEN EXTEND DUPLICATE-FILE.
           IF NOT DUPRPT-FILE-OK
               OPEN OUTPUT DUPLICATE-FILE
           END-IF.
           PERFORM 1100-SAVE-HOUSE-CLASSES THRU 1100-EXIT.
           PERFORM 1200-LOAD-PROFILE-TABLE THRU 1200-EXIT.
       1000-EXIT.
               END-IF
           END-IF.
           MOVE shift TO WS-RUN-SHIFT.
      *    The Vigenere keyword the same way: the partner's keyword
      *    window on the file, else the card's keyword. A night run
      *    in Vigenere mode is graded on where its keyword came from,
      *    since its shift plays no part.
           MOVE CC-KEYWORD TO WS-RUN-KEYWORD.
           IF BATCH-RUN
               MOVE "K" TO WS-LOOKUP-KEY-TYPE
               PERFORM 2100-SEARCH-KEY-FILE THRU 2100-EXIT
               MOVE "S" TO WS-LOOKUP-KEY-TYPE
               IF KEY-LOOKUP-HIT
                   MOVE WS-LOOKUP-KEYWORD TO WS-RUN-KEYWORD
                   MOVE WS-LOOKUP-KEYWORD TO CC-KEYWORD
               END-IF
               IF CC-MODE-VIGENERE
                   IF KEY-LOOKUP-HIT
                       MOVE "K" TO WS-SHIFT-SOURCE
                   ELSE
                       MOVE "C" TO WS-SHIFT-SOURCE
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
               EXIT.

      * together in key order) until one covers the date or the
      * effective dates pass it - a partner's whole history is a
      * handful of records, so the walk is short and there is no
      * table to outgrow. Reads the WS-LOOKUP-KEY-TYPE rotation only.
      * Sets KEY-LOOKUP-HIT and WS-LOOKUP-SHIFT (WS-LOOKUP-KEYWORD
      * for a keyword lookup);
      * the caller decides what a miss means (run-level fallback to
      * the control card, record-level rejection for a routed
      * partner).
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-LOOKUP-PARTNER-ID TO KEY-PARTNER-ID.
           MOVE WS-LOOKUP-KEY-TYPE TO KEY-RECORD-TYPE.
           MOVE ZERO TO KEY-EFF-DATE.
           MOVE "N" TO WS-KEY-SEARCH-DONE-SW.
           START KEY-FILE KEY IS NOT LESS THAN KEY-RECORD-KEY
               SET KEY-SEARCH-DONE TO TRUE
               GO TO 2150-EXIT
           END-IF.
      *    Past the partner's rotation, or past any window that
      *    could still cover the date (effective dates ascend within
      *    a rotation).
           IF KEY-PARTNER-ID NOT = WS-LOOKUP-PARTNER-ID
                   OR KEY-RECORD-TYPE NOT = WS-LOOKUP-KEY-TYPE
                   OR KEY-EFF-DATE > WS-TODAY-DATE
               SET KEY-SEARCH-DONE TO TRUE
               GO TO 2150-EXIT
           END-IF.
           IF WS-TODAY-DATE <= KEY-EXP-DATE
               MOVE KEY-SHIFT-VALUE TO WS-LOOKUP-SHIFT
               MOVE KEY-KEYWORD TO WS-LOOKUP-KEYWORD
               SET KEY-LOOKUP-HIT TO TRUE
               SET KEY-SEARCH-DONE TO TRUE
           END-IF.
      *----------------------------------------------------------------
       3000-BATCH-DRIVER.
           PERFORM 3010-CHECK-RUN-REGISTRY THRU 3010-EXIT.
           IF NOT RUN-REFUSED
               PERFORM 3012-CHECK-PROCESSING-DAY THRU 3012-EXIT
           END-IF.
           IF RUN-REFUSED
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3030-OPEN-MESSAGE-HISTORY THRU 3030-EXIT.
           OPEN INPUT MSGIN-FILE.
           MOVE ZERO TO WS-EXPECTED-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
       3010-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3012-CHECK-PROCESSING-DAY - refuse a night dated on a day the
      * processing calendar says there is no processing (a weekend
      * in the year's standing week, a holiday, a skipped night)
      * unless the control card carries CC-RERUN-AUTH. A run year
      * with no calendar entry, or no calendar at all, is let
      * through - every day was a processing day before there was
      * a calendar.
      *----------------------------------------------------------------
       3012-CHECK-PROCESSING-DAY.
           MOVE SPACES TO WS-CAL-RUN-PATTERN.
           MOVE SPACES TO WS-CAL-RUN-DAY-TYPE.
           MOVE WS-TODAY-DATE TO WS-CAL-YEAR-KEY.
           MOVE "0000" TO WS-CAL-YEAR-KEY(5:4).
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-OK
               DISPLAY "NO PROCESSING CALENDAR - RUN DATE "
                   WS-TODAY-DATE " NOT CHECKED"
               GO TO 3012-EXIT
           END-IF.
           PERFORM 3013-READ-ONE-CALENDAR THRU 3013-EXIT
               UNTIL EOF-CALENDAR.
           CLOSE CALENDAR-FILE.
           IF WS-CAL-RUN-PATTERN = SPACES
               GO TO 3012-EXIT
           END-IF.
           COMPUTE WS-CAL-WEEKDAY =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - 1, 7).
           IF WS-CAL-RUN-PATTERN(WS-CAL-WEEKDAY + 1:1) = "P"
               SET RUN-DATE-IS-PROCESSING TO TRUE
           ELSE
               MOVE "N" TO WS-CAL-PROCESSING-SW
           END-IF.
           IF WS-CAL-RUN-DAY-TYPE = "P"
               SET RUN-DATE-IS-PROCESSING TO TRUE
           END-IF.
           IF WS-CAL-RUN-DAY-TYPE = "H" OR "S"
               MOVE "N" TO WS-CAL-PROCESSING-SW
           END-IF.
           IF RUN-DATE-IS-PROCESSING
               GO TO 3012-EXIT
           END-IF.
           IF CC-RERUN-AUTHORIZED
               DISPLAY "RUN DATE " WS-TODAY-DATE
                   " IS NOT A PROCESSING DAY - RUN AUTHORIZED BY CARD"
           ELSE
               MOVE "C" TO WS-RUN-REFUSED-SW
               DISPLAY "RUN REFUSED - " WS-TODAY-DATE
                   " IS NOT A PROCESSING DAY ON THE CALENDAR"
               DISPLAY "RESUBMIT WITH THE RERUN-AUTHORIZATION "
                   "FLAG IF THIS IS DELIBERATE"
           END-IF.
       3012-EXIT.
               EXIT.

       3013-READ-ONE-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET EOF-CALENDAR TO TRUE
           END-READ.
           IF NOT CALENDAR-FILE-OK
               SET EOF-CALENDAR TO TRUE
               GO TO 3013-EXIT
           END-IF.
           IF CAL-DATE IS NOT NUMERIC
               GO TO 3013-EXIT
           END-IF.
           IF CAL-YEAR-ENTRY AND CAL-DATE = WS-CAL-YEAR-KEY
               MOVE CAL-WEEK-PATTERN TO WS-CAL-RUN-PATTERN
           END-IF.
           IF NOT CAL-YEAR-ENTRY AND CAL-DATE = WS-TODAY-DATE
               MOVE CAL-DAY-TYPE TO WS-CAL-RUN-DAY-TYPE
           END-IF.
       3013-EXIT.
               EXIT.

       3015-READ-ONE-REGISTRY.
           READ RUN-REGISTRY-FILE
               AT END
       3020-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3030-OPEN-MESSAGE-HISTORY - open the rolling message history
      * for the night's duplicate check and purge what has aged out
      * of the control card's lookback (zero or blank = 30 days).
      * A cluster with no records yet cannot be opened for update,
      * so the first night loads it empty first. A history that
      * still cannot be opened leaves the check undone and the run
      * graded a warning - the night is not held over it.
      *----------------------------------------------------------------
       3030-OPEN-MESSAGE-HISTORY.
           IF CC-DUP-LOOKBACK-DAYS IS NUMERIC
                   AND CC-DUP-LOOKBACK-DAYS NOT = ZERO
               MOVE CC-DUP-LOOKBACK-DAYS TO WS-DUP-LOOKBACK-DAYS
           END-IF.
           COMPUTE WS-DUP-LOW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-DUP-LOOKBACK-DAYS).
           OPEN I-O MSG-HISTORY-FILE.
           IF MSGHIST-FILE-STATUS = "35"
               OPEN OUTPUT MSG-HISTORY-FILE
               CLOSE MSG-HISTORY-FILE
               OPEN I-O MSG-HISTORY-FILE
           END-IF.
           IF NOT MSGHIST-FILE-OK
               DISPLAY "MESSAGE HISTORY NOT AVAILABLE - STATUS "
                   MSGHIST-FILE-STATUS " - DUPLICATE CHECK NOT DONE"
               GO TO 3030-EXIT
           END-IF.
           SET DUP-CHECK-ACTIVE TO TRUE.
           MOVE "N" TO WS-EOF-MSGHIST-SW.
           PERFORM 3035-PURGE-ONE-HISTORY THRU 3035-EXIT
               UNTIL EOF-MSGHIST.
           IF WS-DUP-PURGE-COUNT > ZERO
               DISPLAY "MESSAGE HISTORY - " WS-DUP-PURGE-COUNT
                   " ENTRIES BEFORE " WS-DUP-LOW-DATE " PURGED"
           END-IF.
       3030-EXIT.
               EXIT.

       3035-PURGE-ONE-HISTORY.
           READ MSG-HISTORY-FILE NEXT RECORD
               AT END
                   SET EOF-MSGHIST TO TRUE
           END-READ.
           IF EOF-MSGHIST OR NOT MSGHIST-FILE-OK
               SET EOF-MSGHIST TO TRUE
               GO TO 3035-EXIT
           END-IF.
           IF MH-RUN-DATE < WS-DUP-LOW-DATE
               DELETE MSG-HISTORY-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-DUP-PURGE-COUNT
           END-IF.
       3035-EXIT.
               EXIT.

       3050-READ-HEADER.
           PERFORM 3100-READ-MSGIN THRU 3100-EXIT.
           IF NOT EOF-MSGIN
           COMPUTE REJ-RECORD-NO = WS-RECORD-COUNT + 1.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE WS-SOURCE-REC(1:40) TO REJ-RECORD-TEXT.
           SET REJ-RECORD-ENTRY TO TRUE.
           PERFORM 3165-STAMP-REJECT THRU 3165-EXIT.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
      *    The same reject also goes on the cumulative history with
       3160-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3165-STAMP-REJECT - which night, stream and kind of run the
      * REJRPT entry in hand belongs to; the report is cumulative
      * and the end-of-night ledger counts one night's entries.
      *----------------------------------------------------------------
       3165-STAMP-REJECT.
           MOVE WS-TODAY-DATE TO REJ-RUN-DATE.
           IF CC-STREAM-ID IS NUMERIC
               MOVE CC-STREAM-ID TO REJ-STREAM-ID
           ELSE
               MOVE "00" TO REJ-STREAM-ID
           END-IF.
           IF REPAIR-RUN
               SET REJ-FROM-REPAIR TO TRUE
           ELSE
               MOVE "N" TO REJ-REPAIR-SW
           END-IF.
       3165-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3170-CHECK-SEGMENT - the continuation convention: a record
      * whose message text (after any routing prefix) leads with the
                   SET SEGMENT-MSG-OPEN TO TRUE
                   MOVE SG-MESSAGE-ID TO WS-SEG-MESSAGE-ID
                   MOVE 2 TO WS-SEG-EXPECTED-NO
                   MOVE ZERO TO WS-SEG-OFFSET
               END-IF
           END-IF.
           MOVE SPACES TO inText.
           MOVE SPACES TO REJ-RECORD-TEXT.
           STRING "MESSAGE " WS-SEG-MESSAGE-ID " INCOMPLETE"
               DELIMITED BY SIZE INTO REJ-RECORD-TEXT.
           SET REJ-MESSAGE-ENTRY TO TRUE.
           PERFORM 3165-STAMP-REJECT THRU 3165-EXIT.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJ-HISTORY-RECORD.
           MOVE "MESSAGE SEGMENTS MISSING" TO RH-REASON.
           WRITE REJ-HISTORY-RECORD.
           MOVE "N" TO WS-SEG-OPEN-SW.
      *    What the duplicate check was holding of the message goes
      *    out as it stands - it can no longer be judged whole.
           PERFORM 3460-RELEASE-HELD-SEGMENTS THRU 3460-EXIT.
       3175-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3178-BANK-KEYWORD-PHASE - the character offset the NEXT
      * segment starts from: this segment's offset advanced by its
      * LIVE text length only. 5190 turns the offset into a
      * position in whichever keyword is in force. The cipher loop
      * itself walks all 100 bytes of inText (the padding is spaces
      * and passes through unchanged), but the positions it burns
      * on padding must not count, or the reassembled message no
      * longer decrypts as one unit on the partner's side.
      *----------------------------------------------------------------
       3178-BANK-KEYWORD-PHASE.
           ADD WS-SEG-LIVE-LEN TO WS-SEG-OFFSET.
       3178-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3180-APPLY-ROUTING-PREFIX - put the control card's operation,
      * cipher mode, shift and keyword back in force, then let a
      * "##"-prefixed record override any of them for itself (the
      * shift, or the keyword in Vigenere mode, via its own partner
      * id). Sets inText to the record's message text either
      * way: the 88 bytes behind the prefix for a routed record, the
      * whole 100-byte record for a plain one. A routed partner with
      * no key on file for the run date marks the record for
           MOVE WS-DEFAULT-OPERATION TO CC-OPERATION.
           MOVE WS-DEFAULT-CIPHER-MODE TO CC-CIPHER-MODE.
           MOVE WS-RUN-SHIFT TO shift.
           MOVE WS-RUN-KEYWORD TO CC-KEYWORD.
           MOVE WS-SOURCE-REC TO ROUTED-MSG-RECORD.
           IF RM-IS-ROUTED
               SET RECORD-IS-ROUTED TO TRUE
               IF RM-PARTNER-ID NOT = SPACES
                   MOVE RM-PARTNER-ID TO WS-RECORD-PARTNER-ID
                   MOVE RM-PARTNER-ID TO WS-LOOKUP-PARTNER-ID
                   IF CC-MODE-VIGENERE
                       MOVE "K" TO WS-LOOKUP-KEY-TYPE
                   END-IF
                   PERFORM 2100-SEARCH-KEY-FILE THRU 2100-EXIT
                   MOVE "S" TO WS-LOOKUP-KEY-TYPE
                   EVALUATE TRUE
                       WHEN NOT KEY-LOOKUP-HIT
                           SET PARTNER-KEY-MISSING TO TRUE
                       WHEN CC-MODE-VIGENERE
                           MOVE WS-LOOKUP-KEYWORD TO CC-KEYWORD
                       WHEN OTHER
                           MOVE WS-LOOKUP-SHIFT TO shift
                   END-EVALUATE
               END-IF
               MOVE SPACES TO inText
               IF CC-OP-TRANSLATE

      *----------------------------------------------------------------
      * 3190-RESOLVE-TARGET-KEY - the re-key operation's second
      * lookup: the shift (the keyword, in Vigenere mode) the record
      * is re-encrypted under. The
      * routing prefix's own target wins for a routed record, the
      * control card's CC-TO-PARTNER-ID covers the rest. A target
      * with no key on file for the run date marks the record for
               MOVE CC-TO-PARTNER-ID TO WS-LOOKUP-PARTNER-ID
           END-IF.
           MOVE WS-LOOKUP-PARTNER-ID TO WS-TARGET-PARTNER-ID.
           IF CC-MODE-VIGENERE
               MOVE "K" TO WS-LOOKUP-KEY-TYPE
           END-IF.
           PERFORM 2100-SEARCH-KEY-FILE THRU 2100-EXIT.
           MOVE "S" TO WS-LOOKUP-KEY-TYPE.
           IF KEY-LOOKUP-HIT
               MOVE WS-LOOKUP-SHIFT TO WS-TARGET-SHIFT
               MOVE WS-LOOKUP-KEYWORD TO WS-TARGET-KEYWORD
           ELSE
               SET TARGET-KEY-MISSING TO TRUE
           END-IF.
           PERFORM 3180-APPLY-ROUTING-PREFIX THRU 3180-EXIT.
           PERFORM 3170-CHECK-SEGMENT THRU 3170-EXIT.
           PERFORM 3150-VALIDATE-RECORD THRU 3150-EXIT.
           IF DUP-CHECK-ACTIVE
               PERFORM 3400-CHECK-DUPLICATE THRU 3400-EXIT
           END-IF.
           IF RECORD-IS-VALID
               EVALUATE TRUE
                   WHEN CC-OP-DECRYPT
               PERFORM 3160-WRITE-REJECT THRU 3160-EXIT
               MOVE WS-SOURCE-REC TO MSGOUT-RECORD
           END-IF.
      *    A segmented message's records are held until its last
      *    segment has been judged by the duplicate check.
           IF DUP-CHECK-ACTIVE AND SEGMENT-MSG-OPEN
               PERFORM 3450-HOLD-SEGMENT THRU 3450-EXIT
           ELSE
               WRITE MSGOUT-RECORD
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
      *    No checkpoint while a multi-segment message is open: a
      *    restart only re-reads past processed records, it does
       3300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3400-CHECK-DUPLICATE - fingerprint the message in hand and
      * look for it on the rolling history. A plain record is one
      * message; a "@@" message is fingerprinted segment by segment
      * and judged at its last segment, whose position in the run
      * is the message's first segment. Only valid records feed the
      * fingerprint - a rejected one is not going out anyway. A
      * message found for the same partner within the lookback is
      * reported on DUPRPT; under the card's reject option it is
      * then turned into a reject (the held segments of a "@@"
      * message with it), otherwise it ships with a warning. A
      * message that ships goes on the history as the sighting later
      * nights compare against.
      *----------------------------------------------------------------
       3400-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-FOUND-SW.
           IF RECORD-IS-SEGMENT AND NOT SEGMENT-CONTINUATION
                   AND NOT SEGMENT-SEQ-ERROR
               PERFORM 3405-START-FINGERPRINT THRU 3405-EXIT
               MOVE SG-MESSAGE-ID TO WS-DUP-MESSAGE-ID
           END-IF.
           IF NOT RECORD-IS-VALID
               GO TO 3400-EXIT
           END-IF.
           IF RECORD-IS-SEGMENT
               PERFORM 3410-FINGERPRINT-TEXT THRU 3410-EXIT
               IF NOT SEG-RECORD-IS-LAST
                   GO TO 3400-EXIT
               END-IF
               MOVE SG-SEGMENT-NO TO WS-DUP-SEG-COUNT
           ELSE
               PERFORM 3405-START-FINGERPRINT THRU 3405-EXIT
               MOVE SPACES TO WS-DUP-MESSAGE-ID
               MOVE ZERO TO WS-DUP-SEG-COUNT
               PERFORM 3410-FINGERPRINT-TEXT THRU 3410-EXIT
           END-IF.
           PERFORM 3420-SEARCH-HISTORY THRU 3420-EXIT.
           IF DUPLICATE-FOUND
               ADD 1 TO WS-DUP-COUNT
               PERFORM 3430-WRITE-DUPLICATE THRU 3430-EXIT
           END-IF.
           IF DUPLICATE-FOUND AND CC-DUP-REJECT
               MOVE "N" TO WS-RECORD-VALID-SW
               MOVE "DUPLICATE MESSAGE" TO WS-REJECT-REASON
               IF RECORD-IS-SEGMENT
                   PERFORM 3470-REJECT-HELD-SEGMENTS THRU 3470-EXIT
                   MOVE "N" TO WS-SEG-OPEN-SW
               END-IF
           ELSE
               PERFORM 3440-RECORD-HISTORY THRU 3440-EXIT
               IF RECORD-IS-SEGMENT
                   PERFORM 3460-RELEASE-HELD-SEGMENTS THRU 3460-EXIT
               END-IF
           END-IF.
       3400-EXIT.
               EXIT.

       3405-START-FINGERPRINT.
           MOVE ZERO TO WS-FP-HASH-A.
           MOVE ZERO TO WS-FP-HASH-B.
           MOVE ZERO TO WS-FP-LENGTH.
           COMPUTE WS-DUP-FIRST-POS = WS-RECORD-COUNT + 1.
           MOVE WS-RECORD-PARTNER-ID TO WS-DUP-PARTNER-ID.
       3405-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3410-FINGERPRINT-TEXT - add the message text in inText to
      * the fingerprint, through its last non-blank character only,
      * so the padding a routed or segmented record carries does not
      * make the same message fingerprint differently.
      *----------------------------------------------------------------
       3410-FINGERPRINT-TEXT.
           MOVE ZERO TO WS-FP-TEXT-LEN.
           PERFORM 3412-NOTE-TEXT-END THRU 3412-EXIT
               VARYING WS-FP-INDEX FROM 1 BY 1
               UNTIL WS-FP-INDEX > LENGTH OF inText.
           PERFORM 3414-HASH-ONE-CHAR THRU 3414-EXIT
               VARYING WS-FP-INDEX FROM 1 BY 1
               UNTIL WS-FP-INDEX > WS-FP-TEXT-LEN.
       3410-EXIT.
               EXIT.

       3412-NOTE-TEXT-END.
           IF inText(WS-FP-INDEX:1) NOT = SPACE
               MOVE WS-FP-INDEX TO WS-FP-TEXT-LEN
           END-IF.
       3412-EXIT.
               EXIT.

       3414-HASH-ONE-CHAR.
           ADD 1 TO WS-FP-LENGTH.
           COMPUTE WS-FP-HASH-A = FUNCTION MOD(
               WS-FP-HASH-A * 257 + FUNCTION ORD(inText(WS-FP-INDEX:1)),
               WS-FP-PRIME-A).
           COMPUTE WS-FP-HASH-B = FUNCTION MOD(
               WS-FP-HASH-B + WS-FP-HASH-A, WS-FP-PRIME-B).
       3414-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3420-SEARCH-HISTORY - keyed START on the fingerprint and
      * partner at the lookback's first date, then a forward read of
      * that fingerprint's sightings (they sit together in key
      * order, oldest first). The first one that is not this very
      * message from an earlier attempt at tonight's run - a
      * checkpoint restart or an authorized rerun re-reads records
      * the first attempt already put on the history - is the
      * original.
      *----------------------------------------------------------------
       3420-SEARCH-HISTORY.
           MOVE WS-FP-HASH-A TO MH-FP-HASH-A.
           MOVE WS-FP-HASH-B TO MH-FP-HASH-B.
           MOVE WS-FP-LENGTH TO MH-FP-LENGTH.
           MOVE WS-DUP-PARTNER-ID TO MH-PARTNER-ID.
           MOVE WS-DUP-LOW-DATE TO MH-RUN-DATE.
           MOVE ZERO TO MH-STREAM-ID.
           MOVE ZERO TO MH-RECORD-NO.
           MOVE "N" TO WS-DUP-SEARCH-DONE-SW.
           START MSG-HISTORY-FILE KEY IS NOT LESS THAN MH-RECORD-KEY
               INVALID KEY
                   SET DUP-SEARCH-DONE TO TRUE
           END-START.
           PERFORM 3425-READ-NEXT-HISTORY THRU 3425-EXIT
               UNTIL DUP-SEARCH-DONE.
       3420-EXIT.
               EXIT.

       3425-READ-NEXT-HISTORY.
           READ MSG-HISTORY-FILE NEXT RECORD
               AT END
                   SET DUP-SEARCH-DONE TO TRUE
           END-READ.
           IF DUP-SEARCH-DONE OR NOT MSGHIST-FILE-OK
               SET DUP-SEARCH-DONE TO TRUE
               GO TO 3425-EXIT
           END-IF.
           IF MH-FP-HASH-A NOT = WS-FP-HASH-A
                   OR MH-FP-HASH-B NOT = WS-FP-HASH-B
                   OR MH-FP-LENGTH NOT = WS-FP-LENGTH
                   OR MH-PARTNER-ID NOT = WS-DUP-PARTNER-ID
               SET DUP-SEARCH-DONE TO TRUE
               GO TO 3425-EXIT
           END-IF.
           IF MH-RUN-DATE = WS-TODAY-DATE
                   AND MH-STREAM-ID = WS-REG-STREAM-ID
                   AND MH-RECORD-NO = WS-DUP-FIRST-POS
               GO TO 3425-EXIT
           END-IF.
           SET DUPLICATE-FOUND TO TRUE.
           SET DUP-SEARCH-DONE TO TRUE.
           MOVE MH-RUN-DATE TO WS-DUP-ORIG-RUN-DATE.
           MOVE MH-STREAM-ID TO WS-DUP-ORIG-STREAM-ID.
           MOVE MH-RECORD-NO TO WS-DUP-ORIG-RECORD-NO.
       3425-EXIT.
               EXIT.

       3430-WRITE-DUPLICATE.
           MOVE SPACES TO DUPLICATE-RECORD.
           MOVE WS-TODAY-DATE TO DUP-RUN-DATE.
           MOVE WS-REG-STREAM-ID TO DUP-STREAM-ID.
           MOVE WS-DUP-FIRST-POS TO DUP-RECORD-NO.
           MOVE WS-DUP-PARTNER-ID TO DUP-PARTNER-ID.
           MOVE WS-DUP-SEG-COUNT TO DUP-SEGMENT-COUNT.
           MOVE WS-DUP-MESSAGE-ID TO DUP-MESSAGE-ID.
           MOVE WS-DUP-ORIG-RUN-DATE TO DUP-ORIG-RUN-DATE.
           MOVE WS-DUP-ORIG-STREAM-ID TO DUP-ORIG-STREAM-ID.
           MOVE WS-DUP-ORIG-RECORD-NO TO DUP-ORIG-RECORD-NO.
           IF CC-DUP-REJECT
               SET DUP-WAS-REJECTED TO TRUE
           ELSE
               SET DUP-WAS-WARNED TO TRUE
           END-IF.
           WRITE DUPLICATE-RECORD.
           DISPLAY "DUPLICATE MESSAGE AT RECORD " DUP-RECORD-NO
               " - FIRST SEEN " DUP-ORIG-RUN-DATE
               " RECORD " DUP-ORIG-RECORD-NO.
       3430-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3440-RECORD-HISTORY - put the message that is going out on
      * the history. Its key is already there only when an earlier
      * attempt at tonight's run put it there, which is fine.
      *----------------------------------------------------------------
       3440-RECORD-HISTORY.
           MOVE SPACES TO MSG-HISTORY-RECORD.
           MOVE WS-FP-HASH-A TO MH-FP-HASH-A.
           MOVE WS-FP-HASH-B TO MH-FP-HASH-B.
           MOVE WS-FP-LENGTH TO MH-FP-LENGTH.
           MOVE WS-DUP-PARTNER-ID TO MH-PARTNER-ID.
           MOVE WS-TODAY-DATE TO MH-RUN-DATE.
           MOVE WS-REG-STREAM-ID TO MH-STREAM-ID.
           MOVE WS-DUP-FIRST-POS TO MH-RECORD-NO.
           MOVE WS-DUP-SEG-COUNT TO MH-SEGMENT-COUNT.
           MOVE WS-DUP-MESSAGE-ID TO MH-MESSAGE-ID.
           WRITE MSG-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       3440-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3450-HOLD-SEGMENT - keep an open message's output record,
      * with what it was made from, until the message is judged. The
      * segment number allows no more than the buffer holds, so a
      * full buffer means a broken numbering run: what is held goes
      * out as it stands, unjudged, rather than past the table.
      *----------------------------------------------------------------
       3450-HOLD-SEGMENT.
           IF WS-DUP-BUF-COUNT >= WS-DUP-BUF-MAX
               DISPLAY "SEGMENT BUFFER FULL FOR MESSAGE "
                   WS-DUP-MESSAGE-ID " - HELD SEGMENTS RELEASED"
               PERFORM 3460-RELEASE-HELD-SEGMENTS THRU 3460-EXIT
           END-IF.
           ADD 1 TO WS-DUP-BUF-COUNT.
           MOVE MSGOUT-RECORD TO WS-DB-OUT-REC(WS-DUP-BUF-COUNT).
           MOVE WS-SOURCE-REC TO WS-DB-SOURCE-REC(WS-DUP-BUF-COUNT).
           MOVE CC-OPERATION TO WS-DB-OPERATION(WS-DUP-BUF-COUNT).
           MOVE WS-RECORD-VALID-SW TO WS-DB-VALID-SW(WS-DUP-BUF-COUNT).
       3450-EXIT.
               EXIT.

       3460-RELEASE-HELD-SEGMENTS.
           PERFORM 3465-RELEASE-ONE-SEGMENT THRU 3465-EXIT
               VARYING WS-DUP-BUF-INDEX FROM 1 BY 1
               UNTIL WS-DUP-BUF-INDEX > WS-DUP-BUF-COUNT.
           MOVE ZERO TO WS-DUP-BUF-COUNT.
       3460-EXIT.
               EXIT.

       3465-RELEASE-ONE-SEGMENT.
           MOVE WS-DB-OUT-REC(WS-DUP-BUF-INDEX) TO MSGOUT-RECORD.
           WRITE MSGOUT-RECORD.
       3465-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3470-REJECT-HELD-SEGMENTS - a duplicate "@@" message is
      * rejected whole: each held segment that had been ciphered is
      * taken back out of its operation count and goes on REJRPT and
      * REJHIST at its own position, with its original record passed
      * through to MSGOUT the way every reject is. A held segment
      * that was already rejected for its own reason stays as it is.
      *----------------------------------------------------------------
       3470-REJECT-HELD-SEGMENTS.
           PERFORM 3475-REJECT-ONE-SEGMENT THRU 3475-EXIT
               VARYING WS-DUP-BUF-INDEX FROM 1 BY 1
               UNTIL WS-DUP-BUF-INDEX > WS-DUP-BUF-COUNT.
           MOVE ZERO TO WS-DUP-BUF-COUNT.
       3470-EXIT.
               EXIT.

       3475-REJECT-ONE-SEGMENT.
           IF NOT DB-RECORD-WAS-VALID(WS-DUP-BUF-INDEX)
               MOVE WS-DB-OUT-REC(WS-DUP-BUF-INDEX) TO MSGOUT-RECORD
               WRITE MSGOUT-RECORD
               GO TO 3475-EXIT
           END-IF.
           EVALUATE WS-DB-OPERATION(WS-DUP-BUF-INDEX)
               WHEN "D"
                   SUBTRACT 1 FROM WS-DECRYPT-COUNT
               WHEN "X"
                   SUBTRACT 1 FROM WS-SOLVE-COUNT
               WHEN "V"
                   SUBTRACT 1 FROM WS-VERIFY-COUNT
               WHEN "T"
                   SUBTRACT 1 FROM WS-XLATE-COUNT
               WHEN OTHER
                   SUBTRACT 1 FROM WS-ENCRYPT-COUNT
           END-EVALUATE.
           COMPUTE WS-DUP-REJECT-POS =
               WS-DUP-FIRST-POS + WS-DUP-BUF-INDEX - 1.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-DUP-REJECT-POS TO REJ-RECORD-NO.
           MOVE "DUPLICATE MESSAGE" TO REJ-REASON.
           MOVE WS-DB-SOURCE-REC(WS-DUP-BUF-INDEX)(1:40)
               TO REJ-RECORD-TEXT.
           SET REJ-RECORD-ENTRY TO TRUE.
           PERFORM 3165-STAMP-REJECT THRU 3165-EXIT.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJ-HISTORY-RECORD.
           MOVE "J" TO RH-RECORD-TYPE.
           MOVE WS-TODAY-DATE TO RH-RUN-DATE.
           MOVE WS-DUP-PARTNER-ID TO RH-PARTNER-ID.
           MOVE WS-DUP-REJECT-POS TO RH-RECORD-NO.
           MOVE "DUPLICATE MESSAGE" TO RH-REASON.
           WRITE REJ-HISTORY-RECORD.
           MOVE WS-DB-SOURCE-REC(WS-DUP-BUF-INDEX) TO MSGOUT-RECORD.
           WRITE MSGOUT-RECORD.
       3475-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3500-REPAIR-DRIVER - run mode R: rather than rerunning the
      * whole night, read the night's MSGOUT back on MRGIN, replace
      * ciphertext in outText for the normal output path. The
      * cleartext between the halves lives only in inText/outText -
      * no intermediate clear file ever exists, which is the point
      * of the operation. A Vigenere-mode record is re-keyed from the
      * source partner's keyword (already in CC-KEYWORD) to the
      * target's, both halves taking their phase from the same
      * segment offset; any other
      * record runs both halves as Caesar under the partner shifts,
      * the mode restored after. The two halves write their own
      * DECRYPT and ENCRYPT audit records as the real invocations
      * they are, then the TRANSLATE record carries both shifts so
      * the re-key reconciles from a single audit line.
      *----------------------------------------------------------------
       6500-TRANSLATE.
           MOVE CC-CIPHER-MODE TO WS-XLATE-SAVED-MODE.
           IF NOT CC-MODE-VIGENERE
               MOVE "C" TO CC-CIPHER-MODE
           END-IF.
           MOVE inText TO WS-XLATE-SAVED-TEXT.
           MOVE shift TO WS-XLATE-SOURCE-SHIFT.
           MOVE CC-KEYWORD TO WS-XLATE-SOURCE-KEYWORD.
           PERFORM 6000-DECRYPT THRU 6000-EXIT.
           MOVE outText TO inText.
           MOVE WS-TARGET-SHIFT TO shift.
           MOVE WS-TARGET-KEYWORD TO CC-KEYWORD.
      *    The encrypt half runs under the TARGET partner's shift
      *    classes - the record is leaving in that partner's
      *    repertoire - then the record partner's set goes back in
           PERFORM 2250-SELECT-SHIFT-CLASSES THRU 2250-EXIT.
           MOVE WS-XLATE-SAVED-TEXT TO inText.
           MOVE WS-XLATE-SAVED-MODE TO CC-CIPHER-MODE.
           MOVE WS-XLATE-SOURCE-KEYWORD TO CC-KEYWORD.
           MOVE WS-XLATE-SOURCE-SHIFT TO shift.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "TRANSLATE" TO AUD-OPERATION.
           IF CC-MODE-VIGENERE
               MOVE WS-XLATE-KEYWORD-PAIR TO AUD-SHIFT-OR-KEY
           ELSE
               MOVE WS-XLATE-SOURCE-SHIFT TO WS-XK-SOURCE
               MOVE WS-TARGET-SHIFT TO WS-XK-TARGET
               MOVE WS-XLATE-KEY-PAIR TO AUD-SHIFT-OR-KEY
           END-IF.
           MOVE WS-TARGET-PARTNER-ID TO AUD-TO-PARTNER-ID.
           MOVE inText(1:20) TO AUD-INPUT-TRUNC.
           MOVE outText(1:20) TO AUD-OUTPUT-TRUNC.
           PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT.
      *----------------------------------------------------------------
       5190-INIT-CHAR-SHIFT.
           MOVE ZERO TO WS-KEYWORD-LEN.
           MOVE 1 TO j.
           IF CC-MODE-VIGENERE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CC-KEYWORD))
                   TO WS-KEYWORD-LEN
           END-IF.
      *    A continuation segment picks the keyword up where the
      *    previous segment left it, so the logical message ciphers
      *    as one unit instead of the keyword restarting at every
      *    100-byte boundary.
           IF SEGMENT-CONTINUATION AND WS-KEYWORD-LEN > 0
               COMPUTE j =
                   FUNCTION MOD(WS-SEG-OFFSET, WS-KEYWORD-LEN) + 1
           END-IF.
       5190-EXIT.
               EXIT.
      * AUD-INPUT-TRUNC and AUD-OUTPUT-TRUNC before performing this.
      * BRUTE-FORCE has no single shift or output, so it logs a zero
      * shift and a blank output to mean "all shifts were tried".
      * The partner stamped is the one whose shift classes are in
      * force, which is whose key the invocation ran under - the
      * target partner for a re-key's encrypt half.
      *----------------------------------------------------------------
       8500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE WS-CLASS-PARTNER-ID TO AUD-PARTNER-ID.
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE.
           WRITE AUDIT-RECORD.
           IF NOT AUDIT-FILE-OK
               DISPLAY "AUDIT LOG WRITE FAILED - STATUS "
           CLOSE REJECT-FILE.
           CLOSE REJECT-HISTORY-FILE.
           CLOSE DISCREPANCY-FILE.
           CLOSE DUPLICATE-FILE.
           IF KEY-FILE-IS-OPEN
               CLOSE KEY-FILE
           END-IF.
           IF DUP-CHECK-ACTIVE
               CLOSE MSG-HISTORY-FILE
           END-IF.
           MOVE ZERO TO WS-RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           IF WS-DISCREPANCY-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *    A duplicate shipped under the warn option, or a night the
      *    duplicate check could not be run on, is a warning; under
      *    the reject option the duplicates grade as the rejects
      *    they became.
           IF WS-DUP-COUNT > ZERO AND NOT CC-DUP-REJECT
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF BATCH-RUN AND NOT REPAIR-RUN AND NOT RUN-REFUSED
                   AND NOT DUP-CHECK-ACTIVE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF RUN-OUT-OF-BALANCE
                   OR AUDIT-WRITE-FAILED
                   OR WS-REJECT-COUNT >= WS-REJECT-RC8-THRESHOLD
           MOVE WS-SHIFT-SOURCE TO RS-SHIFT-SOURCE.
           MOVE WS-RETURN-CODE TO RS-RETURN-CODE.
           MOVE WS-RUN-REFUSED-SW TO RS-RERUN-REFUSED-SW.
           MOVE WS-DUP-COUNT TO RS-DUPLICATE-COUNT.
           MOVE WS-VERIFY-COUNT TO RS-VERIFY-COUNT.
           MOVE WS-XLATE-COUNT TO RS-XLATE-COUNT.
           IF CC-STREAM-ID IS NUMERIC
               MOVE CC-STREAM-ID TO RS-STREAM-ID
           ELSE
               MOVE "00" TO RS-STREAM-ID
           END-IF.
           IF REPAIR-RUN
               SET RS-REPAIR-RUN TO TRUE
           ELSE
               SET RS-NIGHT-RUN TO TRUE
           END-IF.
           WRITE RUN-SUMMARY-RECORD.
           IF NOT RUNSUMM-FILE-OK
               DISPLAY "RUN SUMMARY WRITE FAILED - STATUS "
