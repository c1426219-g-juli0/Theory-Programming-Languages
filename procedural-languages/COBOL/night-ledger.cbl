       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightLedger.

      *----------------------------------------------------------------
      * End-of-night control ledger. Every step of the night already
      * balances itself - the splitter against MSGIN's header, each
      * cipher run against its stream header, the merge against the
      * stream trailers, the distribution against MSGOUT - but
      * nothing carried one count from the first step to the last,
      * so records could leave one step's control total and never
      * arrive in the next one's without anybody noticing. This run
      * reads what each step left behind and builds one ledger for
      * the night, each line reconciled to the line before it:
      *
      *   - received: MSGIN's header, against the details it holds;
      *   - dealt to the streams (parallel nights): the split stream
      *     headers, against what was received;
      *   - processed: each stream's RUNSUMM record count, against
      *     what that stream was dealt (or what was received);
      *   - rejected: the run summaries' rejects, against this
      *     night's REJRPT entries;
      *   - repaired: the repair run's summary, if there was one;
      *   - ciphered by operation: ciphered plus rejected must come
      *     back to processed, stream by stream;
      *   - written: the merged (or single-stream) MSGOUT trailer,
      *     against the details MSGOUT holds and what was processed;
      *   - distributed, held and shipped per partner: DISTSUMM,
      *     against what MSGOUT holds, with the night's DISCRPT
      *     entries checked against the partners held.
      *
      * A line that does not reconcile is a break, and the break
      * names the step it happened in. The night's ledger totals
      * are appended to the cumulative control file (LEDGHIST,
      * LEDGREC.CPY) for the auditors whether it balanced or not.
      * REJRPT, DISCRPT, RUNSUMM and LEDGHIST are all cumulative;
      * only entries stamped with the card's run date count. A
      * stream that ran more than once for the night is taken at
      * its last run.
      *
      * RETURN-CODE: 0 the night balances, 4 a warning (no
      * distribution for the night, MSGIN without a header, the
      * control file not written), 8 a break - the transmission
      * trigger must wait.
      *
      * Modification History
      *   - Initial version: one reconciled ledger across intake,
      *     split, cipher, repair, merge and distribution, with the
      *     cumulative control file for audit.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT MSGIN-FILE ASSIGN TO "MSGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGIN-FILE-STATUS.

           SELECT STREAMS-FILE ASSIGN TO "STREAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAMS-FILE-STATUS.

           SELECT RUNSUMM-FILE ASSIGN TO "RUNSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSUMM-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT MSGOUT-FILE ASSIGN TO "MSGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGOUT-FILE-STATUS.

           SELECT DISCREPANCY-FILE ASSIGN TO "DISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCRPT-FILE-STATUS.

           SELECT DISTSUMM-FILE ASSIGN TO "DISTSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTSUMM-FILE-STATUS.

           SELECT LEDGHIST-FILE ASSIGN TO "LEDGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY LEDGCARD.

       FD  MSGIN-FILE
           RECORDING MODE IS F.
       01  MSGIN-RECORD                PIC X(100).

       FD  STREAMS-FILE
           RECORDING MODE IS F.
       01  STREAMS-RECORD              PIC X(100).

       FD  RUNSUMM-FILE
           RECORDING MODE IS F.
           COPY RUNSUMM.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJCTREC.

       FD  MSGOUT-FILE
           RECORDING MODE IS F.
       01  MSGOUT-RECORD               PIC X(100).

       FD  DISCREPANCY-FILE
           RECORDING MODE IS F.
           COPY DISCREC.

       FD  DISTSUMM-FILE
           RECORDING MODE IS F.
           COPY DISTREC.

       FD  LEDGHIST-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BATCHCNT.

      *----------------------------------------------------------------
      * One entry per stream, subscripted by stream number plus one:
      * entry 1 is stream 00, the ordinary single-stream run. What
      * the split dealt the stream (its header, and the details
      * behind it), what its last cipher run said on RUNSUMM, and
      * the REJRPT entries stamped with its number. WS-ST-RUNS counts
      * the night runs found; WS-ST-REJECTS-ALL sums every run's
      * rejects, because REJRPT holds every run's entries.
      * WS-ST-MSG-ENTRIES counts the whole-message entries of the
      * last run only.
      *----------------------------------------------------------------
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 10 TIMES.
               10  WS-ST-HEADER-SW     PIC X(01).
                   88  ST-HEADER-SEEN         VALUE "Y".
               10  WS-ST-HEADER-COUNT  PIC 9(07).
               10  WS-ST-DETAIL-COUNT  PIC 9(07).
               10  WS-ST-RUNS          PIC 9(03).
               10  WS-ST-RECORDS       PIC 9(07).
               10  WS-ST-REJECTS       PIC 9(07).
               10  WS-ST-REJECTS-ALL   PIC 9(07).
               10  WS-ST-ENCRYPT       PIC 9(07).
               10  WS-ST-DECRYPT       PIC 9(07).
               10  WS-ST-SOLVE         PIC 9(07).
               10  WS-ST-VERIFY        PIC 9(07).
               10  WS-ST-XLATE         PIC 9(07).
               10  WS-ST-BALANCE-SW    PIC X(01).
                   88  ST-OUT-OF-BALANCE      VALUE "Y".
               10  WS-ST-REJ-ENTRIES   PIC 9(07).
               10  WS-ST-MSG-ENTRIES   PIC 9(07).
               10  WS-ST-CIPHERED      PIC 9(07).
               10  WS-ST-RECORD-REJECTS PIC 9(07).
       01  WS-STREAM-MAX               PIC 9(02) COMP VALUE 10.
       01  WS-ST-INDEX                 PIC 9(02) COMP.
       01  WS-ST-HIT-INDEX             PIC 9(02) COMP.
       01  WS-ST-FIRST                 PIC 9(02) COMP.
       01  WS-ST-LAST                  PIC 9(02) COMP.
       01  WS-STREAMS-FOUND            PIC 9(02) COMP VALUE ZERO.
       01  WS-STREAM-NO                PIC 9(02).
       01  WS-ENTRY-NO                 PIC 9(07).

      *----------------------------------------------------------------
      * The repair run, if the night had one: its last summary
      * (whose operation counts are the repaired records), every
      * repair run's rejects, and the REJRPT entries repair runs
      * wrote for the night.
      *----------------------------------------------------------------
       01  WS-REPAIR-FIELDS.
           05  WS-RP-RUNS              PIC 9(03) VALUE ZERO.
           05  WS-RP-RECORDS           PIC 9(07) VALUE ZERO.
           05  WS-RP-REJECTS-ALL       PIC 9(07) VALUE ZERO.
           05  WS-RP-ENCRYPT           PIC 9(07) VALUE ZERO.
           05  WS-RP-DECRYPT           PIC 9(07) VALUE ZERO.
           05  WS-RP-SOLVE             PIC 9(07) VALUE ZERO.
           05  WS-RP-VERIFY            PIC 9(07) VALUE ZERO.
           05  WS-RP-XLATE             PIC 9(07) VALUE ZERO.
           05  WS-RP-BALANCE-SW        PIC X(01) VALUE "N".
               88  RP-OUT-OF-BALANCE          VALUE "Y".
           05  WS-RP-REJ-ENTRIES       PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * MSGIN and the final MSGOUT. MSGOUT is counted from its last
      * header on, so a file a resubmission appended to is judged
      * on the batch it ends with.
      *----------------------------------------------------------------
       01  WS-IN-EXPECTED              PIC 9(07) VALUE ZERO.
       01  WS-IN-DETAILS               PIC 9(07) VALUE ZERO.
       01  WS-OUT-FIELDS.
           05  WS-OUT-EXPECTED         PIC 9(07) VALUE ZERO.
           05  WS-OUT-DETAILS          PIC 9(07) VALUE ZERO.
           05  WS-OUT-ACTUAL           PIC 9(07) VALUE ZERO.
           05  WS-OUT-ENCRYPT          PIC 9(07) VALUE ZERO.
           05  WS-OUT-DECRYPT          PIC 9(07) VALUE ZERO.
           05  WS-OUT-SOLVE            PIC 9(07) VALUE ZERO.
           05  WS-OUT-VERIFY           PIC 9(07) VALUE ZERO.
           05  WS-OUT-XLATE            PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * One entry per partner on the night's DISTSUMM. A partner
      * the file shows twice for the night (a distribution rerun)
      * is taken at its last record.
      *----------------------------------------------------------------
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 20 TIMES.
               10  WS-PT-ID            PIC X(08).
               10  WS-PT-COUNT         PIC 9(07).
               10  WS-PT-HELD-SW       PIC X(01).
                   88  PT-IS-HELD             VALUE "Y".
       01  WS-PARTNER-USED             PIC 9(02) COMP VALUE ZERO.
       01  WS-PARTNER-MAX              PIC 9(02) COMP VALUE 20.
       01  WS-PT-INDEX                 PIC 9(02) COMP.
       01  WS-PT-HIT-INDEX             PIC 9(02) COMP.

      *----------------------------------------------------------------
      * The night and the ledger's own totals.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-STREAM-COUNT             PIC 9(01) VALUE ZERO.
       01  WS-LEDGER-TOTALS.
           05  WS-RECEIVED             PIC 9(07) VALUE ZERO.
           05  WS-SPLIT-TOTAL          PIC 9(07) VALUE ZERO.
           05  WS-PROCESSED            PIC 9(07) VALUE ZERO.
           05  WS-REJECTED             PIC 9(07) VALUE ZERO.
           05  WS-MSG-REJECTS          PIC 9(07) VALUE ZERO.
           05  WS-REPAIRED             PIC 9(07) VALUE ZERO.
           05  WS-STILL-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-ENCRYPT              PIC 9(07) VALUE ZERO.
           05  WS-DECRYPT              PIC 9(07) VALUE ZERO.
           05  WS-SOLVE                PIC 9(07) VALUE ZERO.
           05  WS-VERIFY               PIC 9(07) VALUE ZERO.
           05  WS-XLATE                PIC 9(07) VALUE ZERO.
           05  WS-CIPHERED             PIC 9(07) VALUE ZERO.
           05  WS-ACCOUNTED            PIC 9(07) VALUE ZERO.
           05  WS-DISC-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-DISTRIBUTED          PIC 9(07) VALUE ZERO.
           05  WS-HELD                 PIC 9(07) VALUE ZERO.
           05  WS-SHIPPED              PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-COUNT              PIC 9(07).
       01  WS-EDIT-A                   PIC Z(06)9.
       01  WS-EDIT-B                   PIC Z(06)9.

      *----------------------------------------------------------------
      * Breaks found while a ledger line is being built wait here
      * until the line is printed, so each break's finding follows
      * the line it broke. WS-FIRST-BREAK-STEP is the step the
      * control file names.
      *----------------------------------------------------------------
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 20 TIMES.
               10  WS-PB-STEP          PIC X(16).
               10  WS-PB-DETAIL        PIC X(44).
       01  WS-PENDING-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-PENDING-MAX              PIC 9(02) COMP VALUE 20.
       01  WS-PB-INDEX                 PIC 9(02) COMP.
       01  WS-BREAK-STEP               PIC X(16).
       01  WS-BREAK-DETAIL             PIC X(44).
       01  WS-FIRST-BREAK-STEP         PIC X(16) VALUE SPACES.
       01  WS-BREAK-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-STEP-NAME                PIC X(16).
       01  WS-OUTPUT-STEP              PIC X(16).
       01  WS-CIPHER-STEP              PIC X(16).

       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  MSGIN-FILE-STATUS       PIC X(02).
               88  MSGIN-FILE-OK               VALUE "00".
           05  STREAMS-FILE-STATUS     PIC X(02).
               88  STREAMS-FILE-OK             VALUE "00".
           05  RUNSUMM-FILE-STATUS     PIC X(02).
               88  RUNSUMM-FILE-OK             VALUE "00".
           05  REJECT-FILE-STATUS      PIC X(02).
               88  REJECT-FILE-OK              VALUE "00".
           05  MSGOUT-FILE-STATUS      PIC X(02).
               88  MSGOUT-FILE-OK              VALUE "00".
           05  DISCRPT-FILE-STATUS     PIC X(02).
               88  DISCRPT-FILE-OK             VALUE "00".
           05  DISTSUMM-FILE-STATUS    PIC X(02).
               88  DISTSUMM-FILE-OK            VALUE "00".
           05  LEDGHIST-FILE-STATUS    PIC X(02).
               88  LEDGHIST-FILE-OK            VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-PARALLEL-SW          PIC X(01) VALUE "N".
               88  PARALLEL-NIGHT              VALUE "Y".
           05  WS-EOF-MSGIN-SW         PIC X(01) VALUE "N".
               88  EOF-MSGIN                   VALUE "Y".
           05  WS-MSGIN-PRESENT-SW     PIC X(01) VALUE "N".
               88  MSGIN-PRESENT               VALUE "Y".
           05  WS-IN-HEADER-SW         PIC X(01) VALUE "N".
               88  IN-HEADER-SEEN              VALUE "Y".
           05  WS-EOF-STREAMS-SW       PIC X(01) VALUE "N".
               88  EOF-STREAMS                 VALUE "Y".
           05  WS-EOF-RUNSUMM-SW       PIC X(01) VALUE "N".
               88  EOF-RUNSUMM                 VALUE "Y".
           05  WS-EOF-REJECT-SW        PIC X(01) VALUE "N".
               88  EOF-REJECT                  VALUE "Y".
           05  WS-EOF-MSGOUT-SW        PIC X(01) VALUE "N".
               88  EOF-MSGOUT                  VALUE "Y".
           05  WS-MSGOUT-PRESENT-SW    PIC X(01) VALUE "N".
               88  MSGOUT-PRESENT              VALUE "Y".
           05  WS-OUT-HEADER-SW        PIC X(01) VALUE "N".
               88  OUT-HEADER-SEEN             VALUE "Y".
           05  WS-OUT-TRAILER-SW       PIC X(01) VALUE "N".
               88  OUT-TRAILER-SEEN            VALUE "Y".
           05  WS-OUT-BALANCE-SW       PIC X(01) VALUE "N".
               88  OUT-OUT-OF-BALANCE          VALUE "Y".
           05  WS-EOF-DISC-SW          PIC X(01) VALUE "N".
               88  EOF-DISC                    VALUE "Y".
           05  WS-EOF-DIST-SW          PIC X(01) VALUE "N".
               88  EOF-DIST                    VALUE "Y".
           05  WS-LINE-CHECKED-SW      PIC X(01) VALUE "N".
               88  LINE-WAS-CHECKED            VALUE "Y".
           05  WS-SHOW-HELD-SW         PIC X(01) VALUE "N".
               88  SHOW-HELD-PARTNERS          VALUE "Y".

      *----------------------------------------------------------------
      * LEDGRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE.
           05  FILLER                  PIC X(36)
               VALUE "END-OF-NIGHT CONTROL LEDGER - NIGHT ".
           05  WS-HDG-NIGHT            PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  STREAMS ".
           05  WS-HDG-STREAMS          PIC 9(01).
           05  FILLER                  PIC X(06) VALUE "  RUN ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-LEDGER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-LABEL             PIC X(28).
           05  WS-LL-COUNT             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-STATUS            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-NOTE              PIC X(31).
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-MSGIN THRU 2000-EXIT.
           IF PARALLEL-NIGHT
               PERFORM 2500-READ-STREAM-HEADERS THRU 2500-EXIT
           END-IF.
           PERFORM 3000-READ-RUN-SUMMARIES THRU 3000-EXIT.
           PERFORM 3500-READ-REJECT-REPORT THRU 3500-EXIT.
           PERFORM 4000-READ-MSGOUT THRU 4000-EXIT.
           PERFORM 4500-READ-DISCREPANCIES THRU 4500-EXIT.
           PERFORM 5000-READ-DIST-SUMMARY THRU 5000-EXIT.
           PERFORM 6100-LEDGER-RECEIVED THRU 6100-EXIT.
           IF PARALLEL-NIGHT
               PERFORM 6200-LEDGER-SPLIT THRU 6200-EXIT
           END-IF.
           PERFORM 6300-LEDGER-PROCESSED THRU 6300-EXIT.
           PERFORM 6400-LEDGER-REJECTED THRU 6400-EXIT.
           PERFORM 6500-LEDGER-REPAIRED THRU 6500-EXIT.
           PERFORM 6600-LEDGER-CIPHERED THRU 6600-EXIT.
           PERFORM 6700-LEDGER-OUTPUT THRU 6700-EXIT.
           PERFORM 6800-LEDGER-DISTRIBUTION THRU 6800-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - settle the night (card, or today) and the
      * stream count, name the steps a break can happen in, clear
      * the stream table and open the report.
      *----------------------------------------------------------------
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
           MOVE WS-TODAY-DATE TO WS-RUN-DATE.
           IF CARD-WAS-READ
               IF LC-RUN-DATE IS NUMERIC AND LC-RUN-DATE NOT = ZERO
                   MOVE LC-RUN-DATE TO WS-RUN-DATE
               END-IF
               IF LC-STREAM-COUNT IS NUMERIC
                   MOVE LC-STREAM-COUNT TO WS-STREAM-COUNT
               END-IF
           END-IF.
           IF WS-STREAM-COUNT > ZERO
               SET PARALLEL-NIGHT TO TRUE
               MOVE 2 TO WS-ST-FIRST
               COMPUTE WS-ST-LAST = WS-STREAM-COUNT + 1
               MOVE "STREAM MERGE" TO WS-OUTPUT-STEP
               MOVE "CIPHER STREAMS" TO WS-CIPHER-STEP
           ELSE
               MOVE 1 TO WS-ST-FIRST
               MOVE 1 TO WS-ST-LAST
               MOVE "CIPHER RUN" TO WS-OUTPUT-STEP
               MOVE "CIPHER RUN" TO WS-CIPHER-STEP
           END-IF.
           PERFORM 1100-CLEAR-STREAM THRU 1100-EXIT
               VARYING WS-ST-INDEX FROM 1 BY 1
               UNTIL WS-ST-INDEX > WS-STREAM-MAX.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HDG-NIGHT.
           MOVE WS-STREAM-COUNT TO WS-HDG-STREAMS.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           MOVE WS-HDG-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
               EXIT.

       1100-CLEAR-STREAM.
           MOVE "N" TO WS-ST-HEADER-SW(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-HEADER-COUNT(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-DETAIL-COUNT(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-RUNS(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-RECORDS(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-REJECTS(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-REJECTS-ALL(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-ENCRYPT(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-DECRYPT(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-SOLVE(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-VERIFY(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-XLATE(WS-ST-INDEX).
           MOVE "N" TO WS-ST-BALANCE-SW(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-REJ-ENTRIES(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-MSG-ENTRIES(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-CIPHERED(WS-ST-INDEX).
           MOVE ZERO TO WS-ST-RECORD-REJECTS(WS-ST-INDEX).
       1100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-READ-MSGIN - the header's expected count and the
      * details behind it. MSGIN carries a header and no trailer.
      *----------------------------------------------------------------
       2000-READ-MSGIN.
           OPEN INPUT MSGIN-FILE.
           IF MSGIN-FILE-OK
               SET MSGIN-PRESENT TO TRUE
           ELSE
               SET EOF-MSGIN TO TRUE
           END-IF.
           PERFORM 2100-READ-ONE-MSGIN THRU 2100-EXIT
               UNTIL EOF-MSGIN.
           IF MSGIN-FILE-STATUS NOT = "35"
               CLOSE MSGIN-FILE
           END-IF.
       2000-EXIT.
               EXIT.

       2100-READ-ONE-MSGIN.
           READ MSGIN-FILE
               AT END
                   SET EOF-MSGIN TO TRUE
           END-READ.
           IF NOT MSGIN-FILE-OK
               SET EOF-MSGIN TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE MSGIN-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER AND NOT IN-HEADER-SEEN
               SET IN-HEADER-SEEN TO TRUE
               MOVE BC-EXPECTED-COUNT TO WS-IN-EXPECTED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-IN-DETAILS.
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2500-READ-STREAM-HEADERS - the split stream files, all on
      * the STREAMS DD in stream order. Each header starts the next
      * stream; the details after it are that stream's.
      *----------------------------------------------------------------
       2500-READ-STREAM-HEADERS.
           OPEN INPUT STREAMS-FILE.
           IF NOT STREAMS-FILE-OK
               SET EOF-STREAMS TO TRUE
           END-IF.
           MOVE ZERO TO WS-ST-HIT-INDEX.
           PERFORM 2600-READ-ONE-STREAM THRU 2600-EXIT
               UNTIL EOF-STREAMS.
           IF STREAMS-FILE-STATUS NOT = "35"
               CLOSE STREAMS-FILE
           END-IF.
       2500-EXIT.
               EXIT.

       2600-READ-ONE-STREAM.
           READ STREAMS-FILE
               AT END
                   SET EOF-STREAMS TO TRUE
           END-READ.
           IF NOT STREAMS-FILE-OK
               SET EOF-STREAMS TO TRUE
               GO TO 2600-EXIT
           END-IF.
           MOVE STREAMS-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER
               ADD 1 TO WS-STREAMS-FOUND
               IF WS-STREAMS-FOUND < WS-STREAM-MAX
                   COMPUTE WS-ST-HIT-INDEX = WS-STREAMS-FOUND + 1
                   SET ST-HEADER-SEEN(WS-ST-HIT-INDEX) TO TRUE
                   MOVE BC-EXPECTED-COUNT
                       TO WS-ST-HEADER-COUNT(WS-ST-HIT-INDEX)
               ELSE
                   MOVE ZERO TO WS-ST-HIT-INDEX
               END-IF
               GO TO 2600-EXIT
           END-IF.
           IF WS-ST-HIT-INDEX > ZERO
               ADD 1 TO WS-ST-DETAIL-COUNT(WS-ST-HIT-INDEX)
           END-IF.
       2600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-READ-RUN-SUMMARIES - every RUNSUMM on the DD (each
      * stream's, and the single-stream one that repair runs also
      * write). A refused run processed nothing and is passed over.
      * Records from before the stream and run mode were carried
      * read as spaces there: a night run of stream 00.
      *----------------------------------------------------------------
       3000-READ-RUN-SUMMARIES.
           OPEN INPUT RUNSUMM-FILE.
           IF NOT RUNSUMM-FILE-OK
               SET EOF-RUNSUMM TO TRUE
           END-IF.
           PERFORM 3100-READ-ONE-SUMMARY THRU 3100-EXIT
               UNTIL EOF-RUNSUMM.
           IF RUNSUMM-FILE-STATUS NOT = "35"
               CLOSE RUNSUMM-FILE
           END-IF.
       3000-EXIT.
               EXIT.

       3100-READ-ONE-SUMMARY.
           READ RUNSUMM-FILE
               AT END
                   SET EOF-RUNSUMM TO TRUE
           END-READ.
           IF NOT RUNSUMM-FILE-OK
               SET EOF-RUNSUMM TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF RS-RUN-DATE IS NOT NUMERIC
                   OR RS-RUN-DATE NOT = WS-RUN-DATE
                   OR RS-RERUN-REFUSED
               GO TO 3100-EXIT
           END-IF.
           IF RS-REPAIR-RUN
               ADD 1 TO WS-RP-RUNS
               MOVE RS-RECORD-COUNT TO WS-RP-RECORDS
               ADD RS-REJECT-COUNT TO WS-RP-REJECTS-ALL
               MOVE RS-ENCRYPT-COUNT TO WS-RP-ENCRYPT
               MOVE RS-DECRYPT-COUNT TO WS-RP-DECRYPT
               MOVE RS-SOLVE-COUNT TO WS-RP-SOLVE
               MOVE RS-VERIFY-COUNT TO WS-RP-VERIFY
               MOVE RS-XLATE-COUNT TO WS-RP-XLATE
               MOVE RS-BALANCE-FLAG TO WS-RP-BALANCE-SW
               GO TO 3100-EXIT
           END-IF.
           IF RS-STREAM-ID IS NUMERIC
               MOVE RS-STREAM-ID TO WS-STREAM-NO
           ELSE
               MOVE ZERO TO WS-STREAM-NO
           END-IF.
           COMPUTE WS-ST-HIT-INDEX = WS-STREAM-NO + 1.
           IF WS-ST-HIT-INDEX < WS-ST-FIRST
                   OR WS-ST-HIT-INDEX > WS-ST-LAST
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               STRING "RUN SUMMARY FOR STREAM " WS-STREAM-NO
                   " IS NOT PART OF THIS NIGHT'S RUN - IGNORED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3100-EXIT
           END-IF.
      *    RS-VERIFY-COUNT and RS-XLATE-COUNT read as spaces on a
      *    summary written before they were carried.
           IF RS-VERIFY-COUNT IS NOT NUMERIC
               MOVE ZERO TO RS-VERIFY-COUNT
           END-IF.
           IF RS-XLATE-COUNT IS NOT NUMERIC
               MOVE ZERO TO RS-XLATE-COUNT
           END-IF.
           ADD 1 TO WS-ST-RUNS(WS-ST-HIT-INDEX).
           MOVE RS-RECORD-COUNT TO WS-ST-RECORDS(WS-ST-HIT-INDEX).
           MOVE RS-REJECT-COUNT TO WS-ST-REJECTS(WS-ST-HIT-INDEX).
           ADD RS-REJECT-COUNT TO WS-ST-REJECTS-ALL(WS-ST-HIT-INDEX).
           MOVE RS-ENCRYPT-COUNT TO WS-ST-ENCRYPT(WS-ST-HIT-INDEX).
           MOVE RS-DECRYPT-COUNT TO WS-ST-DECRYPT(WS-ST-HIT-INDEX).
           MOVE RS-SOLVE-COUNT TO WS-ST-SOLVE(WS-ST-HIT-INDEX).
           MOVE RS-VERIFY-COUNT TO WS-ST-VERIFY(WS-ST-HIT-INDEX).
           MOVE RS-XLATE-COUNT TO WS-ST-XLATE(WS-ST-HIT-INDEX).
           MOVE RS-BALANCE-FLAG TO WS-ST-BALANCE-SW(WS-ST-HIT-INDEX).
       3100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3500-READ-REJECT-REPORT - the night's REJRPT entries, by
      * stream, and the repair runs' entries apart. REJRPT holds
      * every run's entries in the order the runs wrote them, so a
      * stream's last run wrote its last WS-ST-REJECTS entries: the
      * whole-message entries among those are the last run's.
      *----------------------------------------------------------------
       3500-READ-REJECT-REPORT.
           OPEN INPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK
               SET EOF-REJECT TO TRUE
           END-IF.
           PERFORM 3600-READ-ONE-REJECT THRU 3600-EXIT
               UNTIL EOF-REJECT.
           IF REJECT-FILE-STATUS NOT = "35"
               CLOSE REJECT-FILE
           END-IF.
       3500-EXIT.
               EXIT.

       3600-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET EOF-REJECT TO TRUE
           END-READ.
           IF NOT REJECT-FILE-OK
               SET EOF-REJECT TO TRUE
               GO TO 3600-EXIT
           END-IF.
           IF REJ-RUN-DATE NOT = WS-RUN-DATE
               GO TO 3600-EXIT
           END-IF.
           IF REJ-FROM-REPAIR
               ADD 1 TO WS-RP-REJ-ENTRIES
               GO TO 3600-EXIT
           END-IF.
           IF REJ-STREAM-ID IS NUMERIC
               MOVE REJ-STREAM-ID TO WS-STREAM-NO
           ELSE
               MOVE ZERO TO WS-STREAM-NO
           END-IF.
           COMPUTE WS-ST-HIT-INDEX = WS-STREAM-NO + 1.
           IF WS-ST-HIT-INDEX < WS-ST-FIRST
                   OR WS-ST-HIT-INDEX > WS-ST-LAST
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-ST-REJ-ENTRIES(WS-ST-HIT-INDEX).
           MOVE WS-ST-REJ-ENTRIES(WS-ST-HIT-INDEX) TO WS-ENTRY-NO.
           IF REJ-MESSAGE-ENTRY
                   AND WS-ENTRY-NO >
                       WS-ST-REJECTS-ALL(WS-ST-HIT-INDEX)
                       - WS-ST-REJECTS(WS-ST-HIT-INDEX)
               ADD 1 TO WS-ST-MSG-ENTRIES(WS-ST-HIT-INDEX)
           END-IF.
       3600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-READ-MSGOUT - the final MSGOUT (the merged file on a
      * parallel night): its header, the details it holds and its
      * trailer's counts. A second header starts the count over.
      *----------------------------------------------------------------
       4000-READ-MSGOUT.
           OPEN INPUT MSGOUT-FILE.
           IF MSGOUT-FILE-OK
               SET MSGOUT-PRESENT TO TRUE
           ELSE
               SET EOF-MSGOUT TO TRUE
           END-IF.
           PERFORM 4100-READ-ONE-MSGOUT THRU 4100-EXIT
               UNTIL EOF-MSGOUT.
           IF MSGOUT-FILE-STATUS NOT = "35"
               CLOSE MSGOUT-FILE
           END-IF.
       4000-EXIT.
               EXIT.

       4100-READ-ONE-MSGOUT.
           READ MSGOUT-FILE
               AT END
                   SET EOF-MSGOUT TO TRUE
           END-READ.
           IF NOT MSGOUT-FILE-OK
               SET EOF-MSGOUT TO TRUE
               GO TO 4100-EXIT
           END-IF.
           MOVE MSGOUT-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER
               SET OUT-HEADER-SEEN TO TRUE
               MOVE "N" TO WS-OUT-TRAILER-SW
               MOVE "N" TO WS-OUT-BALANCE-SW
               MOVE BC-EXPECTED-COUNT TO WS-OUT-EXPECTED
               MOVE ZERO TO WS-OUT-DETAILS
               GO TO 4100-EXIT
           END-IF.
           IF BC-IS-TRAILER
               SET OUT-TRAILER-SEEN TO TRUE
               MOVE BC-ACTUAL-COUNT TO WS-OUT-ACTUAL
               MOVE BC-ENCRYPT-COUNT TO WS-OUT-ENCRYPT
               MOVE BC-DECRYPT-COUNT TO WS-OUT-DECRYPT
               MOVE BC-SOLVE-COUNT TO WS-OUT-SOLVE
               MOVE BC-VERIFY-COUNT TO WS-OUT-VERIFY
               MOVE BC-XLATE-COUNT TO WS-OUT-XLATE
               MOVE BC-OUT-OF-BALANCE-SW TO WS-OUT-BALANCE-SW
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-OUT-DETAILS.
       4100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4500-READ-DISCREPANCIES - the night's DISCRPT entries (every
      * stream's report on the one DD).
      *----------------------------------------------------------------
       4500-READ-DISCREPANCIES.
           OPEN INPUT DISCREPANCY-FILE.
           IF NOT DISCRPT-FILE-OK
               SET EOF-DISC TO TRUE
           END-IF.
           PERFORM 4600-READ-ONE-DISCREPANCY THRU 4600-EXIT
               UNTIL EOF-DISC.
           IF DISCRPT-FILE-STATUS NOT = "35"
               CLOSE DISCREPANCY-FILE
           END-IF.
       4500-EXIT.
               EXIT.

       4600-READ-ONE-DISCREPANCY.
           READ DISCREPANCY-FILE
               AT END
                   SET EOF-DISC TO TRUE
           END-READ.
           IF DISCRPT-FILE-OK
               IF DSC-RUN-DATE IS NUMERIC
                       AND DSC-RUN-DATE = WS-RUN-DATE
                   ADD 1 TO WS-DISC-COUNT
               END-IF
           END-IF.
       4600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-READ-DIST-SUMMARY - each partner's share of the night
      * off DISTSUMM, and whether it was held.
      *----------------------------------------------------------------
       5000-READ-DIST-SUMMARY.
           OPEN INPUT DISTSUMM-FILE.
           IF NOT DISTSUMM-FILE-OK
               SET EOF-DIST TO TRUE
           END-IF.
           PERFORM 5100-READ-ONE-DIST THRU 5100-EXIT
               UNTIL EOF-DIST.
           IF DISTSUMM-FILE-STATUS NOT = "35"
               CLOSE DISTSUMM-FILE
           END-IF.
       5000-EXIT.
               EXIT.

       5100-READ-ONE-DIST.
           READ DISTSUMM-FILE
               AT END
                   SET EOF-DIST TO TRUE
           END-READ.
           IF NOT DISTSUMM-FILE-OK
               SET EOF-DIST TO TRUE
               GO TO 5100-EXIT
           END-IF.
           IF DSM-RUN-DATE IS NOT NUMERIC
                   OR DSM-RUN-DATE NOT = WS-RUN-DATE
               GO TO 5100-EXIT
           END-IF.
           MOVE ZERO TO WS-PT-HIT-INDEX.
           PERFORM 5110-MATCH-PARTNER THRU 5110-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-USED
                   OR WS-PT-HIT-INDEX > ZERO.
           IF WS-PT-HIT-INDEX = ZERO
               IF WS-PARTNER-USED >= WS-PARTNER-MAX
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "DISTSUMM PARTNER " DSM-PARTNER-ID
                       " PAST THE PARTNER TABLE - NOT LEDGERED"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 5100-EXIT
               END-IF
               ADD 1 TO WS-PARTNER-USED
               MOVE WS-PARTNER-USED TO WS-PT-HIT-INDEX
               MOVE DSM-PARTNER-ID TO WS-PT-ID(WS-PT-HIT-INDEX)
           END-IF.
           MOVE DSM-RECORD-COUNT TO WS-PT-COUNT(WS-PT-HIT-INDEX).
           MOVE DSM-HELD-SW TO WS-PT-HELD-SW(WS-PT-HIT-INDEX).
       5100-EXIT.
               EXIT.

       5110-MATCH-PARTNER.
           IF WS-PT-ID(WS-PT-INDEX) = DSM-PARTNER-ID
               MOVE WS-PT-INDEX TO WS-PT-HIT-INDEX
           END-IF.
       5110-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6100-LEDGER-RECEIVED - what the night received: MSGIN's
      * header count, which the details behind it must match. A
      * MSGIN without a header is counted and warned on.
      *----------------------------------------------------------------
       6100-LEDGER-RECEIVED.
           MOVE "INBOUND INTAKE" TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           EVALUATE TRUE
               WHEN NOT MSGIN-PRESENT
                   MOVE ZERO TO WS-RECEIVED
                   MOVE "MSGIN COULD NOT BE READ" TO WS-BREAK-DETAIL
                   PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               WHEN NOT IN-HEADER-SEEN
                   MOVE WS-IN-DETAILS TO WS-RECEIVED
               WHEN OTHER
                   MOVE WS-IN-EXPECTED TO WS-RECEIVED
                   IF WS-IN-DETAILS NOT = WS-IN-EXPECTED
                       MOVE WS-IN-EXPECTED TO WS-EDIT-A
                       MOVE WS-IN-DETAILS TO WS-EDIT-B
                       STRING "MSGIN HEADER" WS-EDIT-A
                           ", DETAILS" WS-EDIT-B
                           DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                       PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
                   END-IF
           END-EVALUATE.
           MOVE "RECEIVED ON MSGIN" TO WS-LL-LABEL.
           MOVE WS-RECEIVED TO WS-LL-COUNT.
           MOVE "MSGIN HEADER" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           IF MSGIN-PRESENT AND NOT IN-HEADER-SEEN
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "MSGIN HAS NO HEADER - ITS DETAILS ARE COUNTED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       6100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6200-LEDGER-SPLIT - what the splitter dealt: the stream
      * headers together must come back to what was received, and
      * each stream file must hold what its header says.
      *----------------------------------------------------------------
       6200-LEDGER-SPLIT.
           MOVE "STREAM SPLIT" TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           MOVE ZERO TO WS-SPLIT-TOTAL.
           PERFORM 6210-ADD-STREAM-HEADER THRU 6210-EXIT
               VARYING WS-ST-INDEX FROM WS-ST-FIRST BY 1
               UNTIL WS-ST-INDEX > WS-ST-LAST.
           IF WS-STREAMS-FOUND NOT = WS-STREAM-COUNT
               MOVE WS-STREAMS-FOUND TO WS-EDIT-A
               MOVE WS-STREAM-COUNT TO WS-EDIT-B
               STRING "STREAM FILES" WS-EDIT-A ", CARD SAYS"
                   WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF WS-SPLIT-TOTAL NOT = WS-RECEIVED
               MOVE WS-SPLIT-TOTAL TO WS-EDIT-A
               MOVE WS-RECEIVED TO WS-EDIT-B
               STRING "DEALT" WS-EDIT-A ", RECEIVED" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           MOVE "DEALT TO STREAMS" TO WS-LL-LABEL.
           MOVE WS-SPLIT-TOTAL TO WS-LL-COUNT.
           MOVE "STREAM HEADERS" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           PERFORM 6220-LIST-STREAM THRU 6220-EXIT
               VARYING WS-ST-INDEX FROM WS-ST-FIRST BY 1
               UNTIL WS-ST-INDEX > WS-ST-LAST.
       6200-EXIT.
               EXIT.

       6210-ADD-STREAM-HEADER.
           ADD WS-ST-HEADER-COUNT(WS-ST-INDEX) TO WS-SPLIT-TOTAL.
       6210-EXIT.
               EXIT.

       6220-LIST-STREAM.
           COMPUTE WS-STREAM-NO = WS-ST-INDEX - 1.
           MOVE "STREAM SPLIT" TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           IF NOT ST-HEADER-SEEN(WS-ST-INDEX)
               STRING "STREAM " WS-STREAM-NO " HAS NO HEADER"
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           ELSE
               IF WS-ST-DETAIL-COUNT(WS-ST-INDEX) NOT =
                       WS-ST-HEADER-COUNT(WS-ST-INDEX)
                   MOVE WS-ST-DETAIL-COUNT(WS-ST-INDEX) TO WS-EDIT-A
                   STRING "STREAM " WS-STREAM-NO " HOLDS"
                       WS-EDIT-A " DETAILS"
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-LL-LABEL.
           STRING "  STREAM " WS-STREAM-NO
               DELIMITED BY SIZE INTO WS-LL-LABEL.
           MOVE WS-ST-HEADER-COUNT(WS-ST-INDEX) TO WS-LL-COUNT.
           MOVE "STREAM HEADER" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
       6220-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6300-LEDGER-PROCESSED - what each cipher run processed, off
      * its RUNSUMM: a stream's record count must come back to what
      * the stream was dealt (on a single-stream night, to what was
      * received), and its own trailer must have balanced.
      *----------------------------------------------------------------
       6300-LEDGER-PROCESSED.
           MOVE ZERO TO WS-PROCESSED.
           PERFORM 6310-PROCESSED-STREAM THRU 6310-EXIT
               VARYING WS-ST-INDEX FROM WS-ST-FIRST BY 1
               UNTIL WS-ST-INDEX > WS-ST-LAST.
           IF PARALLEL-NIGHT
               MOVE "PROCESSED - ALL STREAMS" TO WS-LL-LABEL
               MOVE WS-PROCESSED TO WS-LL-COUNT
               MOVE "RUNSUMM" TO WS-LL-NOTE
               PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT
           END-IF.
       6300-EXIT.
               EXIT.

       6310-PROCESSED-STREAM.
           PERFORM 8500-NAME-CIPHER-STEP THRU 8500-EXIT.
           MOVE WS-STEP-NAME TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           IF PARALLEL-NIGHT
               MOVE WS-ST-HEADER-COUNT(WS-ST-INDEX) TO WS-PRIOR-COUNT
           ELSE
               MOVE WS-RECEIVED TO WS-PRIOR-COUNT
           END-IF.
           ADD WS-ST-RECORDS(WS-ST-INDEX) TO WS-PROCESSED.
           IF WS-ST-RUNS(WS-ST-INDEX) = ZERO
               MOVE "NO RUN SUMMARY FOR THE NIGHT"
                   TO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           ELSE
               IF WS-ST-RECORDS(WS-ST-INDEX) NOT = WS-PRIOR-COUNT
                   MOVE WS-ST-RECORDS(WS-ST-INDEX) TO WS-EDIT-A
                   MOVE WS-PRIOR-COUNT TO WS-EDIT-B
                   STRING "PROCESSED" WS-EDIT-A ", GIVEN" WS-EDIT-B
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               END-IF
               IF ST-OUT-OF-BALANCE(WS-ST-INDEX)
                   MOVE "RUN ENDED OUT OF BALANCE"
                       TO WS-BREAK-DETAIL
                   PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               END-IF
           END-IF.
           IF PARALLEL-NIGHT
               MOVE SPACES TO WS-LL-LABEL
               STRING "  " WS-STEP-NAME
                   DELIMITED BY SIZE INTO WS-LL-LABEL
           ELSE
               MOVE "PROCESSED - CIPHER RUN" TO WS-LL-LABEL
           END-IF.
           MOVE WS-ST-RECORDS(WS-ST-INDEX) TO WS-LL-COUNT.
           MOVE "RUNSUMM" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           IF WS-ST-RUNS(WS-ST-INDEX) > 1
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE WS-ST-RUNS(WS-ST-INDEX) TO WS-EDIT-A
               STRING WS-STEP-NAME " RAN" WS-EDIT-A
                   " TIMES FOR THE NIGHT - LAST RUN LEDGERED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       6310-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6400-LEDGER-REJECTED - the rejected records. Each stream's
      * REJRPT entries must match the rejects its run summaries
      * counted. A whole-message entry (a "@@" message that never
      * completed) names no record of its own - the segments were
      * ciphered and written - so it is taken off the records
      * rejected and shown on a line of its own.
      *----------------------------------------------------------------
       6400-LEDGER-REJECTED.
           MOVE ZERO TO WS-REJECTED.
           MOVE ZERO TO WS-MSG-REJECTS.
           SET LINE-WAS-CHECKED TO TRUE.
           PERFORM 6410-REJECTED-STREAM THRU 6410-EXIT
               VARYING WS-ST-INDEX FROM WS-ST-FIRST BY 1
               UNTIL WS-ST-INDEX > WS-ST-LAST.
           MOVE "REJECTED RECORDS" TO WS-LL-LABEL.
           MOVE WS-REJECTED TO WS-LL-COUNT.
           MOVE "RUNSUMM, REJRPT" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           IF WS-MSG-REJECTS > ZERO
               MOVE "  INCOMPLETE MESSAGES" TO WS-LL-LABEL
               MOVE WS-MSG-REJECTS TO WS-LL-COUNT
               MOVE "NOT RECORDS - NOT COUNTED" TO WS-LL-NOTE
               PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT
           END-IF.
       6400-EXIT.
               EXIT.

       6410-REJECTED-STREAM.
           PERFORM 8500-NAME-CIPHER-STEP THRU 8500-EXIT.
           MOVE WS-STEP-NAME TO WS-BREAK-STEP.
           IF WS-ST-REJ-ENTRIES(WS-ST-INDEX) NOT =
                   WS-ST-REJECTS-ALL(WS-ST-INDEX)
               MOVE WS-ST-REJ-ENTRIES(WS-ST-INDEX) TO WS-EDIT-A
               MOVE WS-ST-REJECTS-ALL(WS-ST-INDEX) TO WS-EDIT-B
               STRING "REJRPT" WS-EDIT-A ", RUNSUMM" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF WS-ST-MSG-ENTRIES(WS-ST-INDEX) >
                   WS-ST-REJECTS(WS-ST-INDEX)
               MOVE WS-ST-REJECTS(WS-ST-INDEX)
                   TO WS-ST-MSG-ENTRIES(WS-ST-INDEX)
           END-IF.
           COMPUTE WS-ST-RECORD-REJECTS(WS-ST-INDEX) =
               WS-ST-REJECTS(WS-ST-INDEX)
               - WS-ST-MSG-ENTRIES(WS-ST-INDEX).
           ADD WS-ST-RECORD-REJECTS(WS-ST-INDEX) TO WS-REJECTED.
           ADD WS-ST-MSG-ENTRIES(WS-ST-INDEX) TO WS-MSG-REJECTS.
       6410-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6500-LEDGER-REPAIRED - what the repair run fixed, if the
      * night had one: the operation counts on its summary are the
      * repaired records. It cannot have repaired more records than
      * were rejected, it must have carried the whole night through,
      * its own trailer must have balanced and its REJRPT entries
      * (corrections that were themselves rejected) must match its
      * summaries. What is left is still rejected.
      *----------------------------------------------------------------
       6500-LEDGER-REPAIRED.
           MOVE ZERO TO WS-REPAIRED.
           IF WS-RP-RUNS = ZERO
               MOVE "REPAIRED" TO WS-LL-LABEL
               MOVE ZERO TO WS-LL-COUNT
               MOVE "NO REPAIR RUN" TO WS-LL-NOTE
               PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT
           ELSE
               PERFORM 6510-CHECK-REPAIR-RUN THRU 6510-EXIT
           END-IF.
           IF WS-REPAIRED > WS-REJECTED
               MOVE ZERO TO WS-STILL-REJECTED
           ELSE
               COMPUTE WS-STILL-REJECTED = WS-REJECTED - WS-REPAIRED
           END-IF.
           MOVE "STILL REJECTED" TO WS-LL-LABEL.
           MOVE WS-STILL-REJECTED TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
       6500-EXIT.
               EXIT.

       6510-CHECK-REPAIR-RUN.
           MOVE "REPAIR RUN" TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           COMPUTE WS-REPAIRED = WS-RP-ENCRYPT + WS-RP-DECRYPT
               + WS-RP-SOLVE + WS-RP-VERIFY + WS-RP-XLATE.
           IF WS-REPAIRED > WS-REJECTED
               MOVE WS-REPAIRED TO WS-EDIT-A
               MOVE WS-REJECTED TO WS-EDIT-B
               STRING "REPAIRED" WS-EDIT-A ", REJECTED" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF WS-RP-RECORDS NOT = WS-PROCESSED
               MOVE WS-RP-RECORDS TO WS-EDIT-A
               MOVE WS-PROCESSED TO WS-EDIT-B
               STRING "CARRIED" WS-EDIT-A ", PROCESSED" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF RP-OUT-OF-BALANCE
               MOVE "RUN ENDED OUT OF BALANCE" TO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF WS-RP-REJ-ENTRIES NOT = WS-RP-REJECTS-ALL
               MOVE WS-RP-REJ-ENTRIES TO WS-EDIT-A
               MOVE WS-RP-REJECTS-ALL TO WS-EDIT-B
               STRING "REJRPT" WS-EDIT-A ", RUNSUMM" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           MOVE "REPAIRED" TO WS-LL-LABEL.
           MOVE WS-REPAIRED TO WS-LL-COUNT.
           MOVE "REPAIR RUNSUMM" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
       6510-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6600-LEDGER-CIPHERED - the night's records by operation, off
      * the run summaries. Ciphered plus rejected must come back to
      * processed, stream by stream - a record the cipher run read
      * is either ciphered under exactly one operation or rejected.
      *----------------------------------------------------------------
       6600-LEDGER-CIPHERED.
           PERFORM 6610-CIPHERED-STREAM THRU 6610-EXIT
               VARYING WS-ST-INDEX FROM WS-ST-FIRST BY 1
               UNTIL WS-ST-INDEX > WS-ST-LAST.
           MOVE "CIPHERED - ENCRYPT" TO WS-LL-LABEL.
           MOVE WS-ENCRYPT TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE "CIPHERED - DECRYPT" TO WS-LL-LABEL.
           MOVE WS-DECRYPT TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE "CIPHERED - BRUTE-FORCE" TO WS-LL-LABEL.
           MOVE WS-SOLVE TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE "CIPHERED - VERIFY" TO WS-LL-LABEL.
           MOVE WS-VERIFY TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE "CIPHERED - RE-KEY" TO WS-LL-LABEL.
           MOVE WS-XLATE TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE ZERO TO WS-ACCOUNTED.
           SET LINE-WAS-CHECKED TO TRUE.
           PERFORM 6620-CHECK-STREAM-OPERATIONS THRU 6620-EXIT
               VARYING WS-ST-INDEX FROM WS-ST-FIRST BY 1
               UNTIL WS-ST-INDEX > WS-ST-LAST.
           MOVE "CIPHERED PLUS REJECTED" TO WS-LL-LABEL.
           MOVE WS-ACCOUNTED TO WS-LL-COUNT.
           MOVE "MUST EQUAL PROCESSED" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
       6600-EXIT.
               EXIT.

       6610-CIPHERED-STREAM.
           COMPUTE WS-ST-CIPHERED(WS-ST-INDEX) =
               WS-ST-ENCRYPT(WS-ST-INDEX) + WS-ST-DECRYPT(WS-ST-INDEX)
               + WS-ST-SOLVE(WS-ST-INDEX) + WS-ST-VERIFY(WS-ST-INDEX)
               + WS-ST-XLATE(WS-ST-INDEX).
           ADD WS-ST-ENCRYPT(WS-ST-INDEX) TO WS-ENCRYPT.
           ADD WS-ST-DECRYPT(WS-ST-INDEX) TO WS-DECRYPT.
           ADD WS-ST-SOLVE(WS-ST-INDEX) TO WS-SOLVE.
           ADD WS-ST-VERIFY(WS-ST-INDEX) TO WS-VERIFY.
           ADD WS-ST-XLATE(WS-ST-INDEX) TO WS-XLATE.
           ADD WS-ST-CIPHERED(WS-ST-INDEX) TO WS-CIPHERED.
       6610-EXIT.
               EXIT.

       6620-CHECK-STREAM-OPERATIONS.
           PERFORM 8500-NAME-CIPHER-STEP THRU 8500-EXIT.
           MOVE WS-STEP-NAME TO WS-BREAK-STEP.
           COMPUTE WS-PRIOR-COUNT = WS-ST-CIPHERED(WS-ST-INDEX)
               + WS-ST-RECORD-REJECTS(WS-ST-INDEX).
           ADD WS-PRIOR-COUNT TO WS-ACCOUNTED.
           IF WS-ST-RUNS(WS-ST-INDEX) > ZERO
                   AND WS-PRIOR-COUNT NOT = WS-ST-RECORDS(WS-ST-INDEX)
               MOVE WS-PRIOR-COUNT TO WS-EDIT-A
               MOVE WS-ST-RECORDS(WS-ST-INDEX) TO WS-EDIT-B
               STRING "ACCOUNTED" WS-EDIT-A ", PROCESSED" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
       6620-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6700-LEDGER-OUTPUT - what the night wrote: the final
      * MSGOUT's trailer. It must count the details MSGOUT really
      * holds, match what was processed and received, and carry
      * the operation counts the run summaries gave - the repair
      * run's, once a repair run has rebuilt the trailer. A break
      * here is the merge's on a parallel night, the repair run's
      * once one has replaced MSGOUT, else the cipher run's.
      *----------------------------------------------------------------
       6700-LEDGER-OUTPUT.
           IF WS-RP-RUNS > ZERO
               MOVE "REPAIR RUN" TO WS-BREAK-STEP
           ELSE
               MOVE WS-OUTPUT-STEP TO WS-BREAK-STEP
           END-IF.
           SET LINE-WAS-CHECKED TO TRUE.
           IF NOT MSGOUT-PRESENT
               MOVE "MSGOUT COULD NOT BE READ" TO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               GO TO 6700-WRITE-LINE
           END-IF.
           IF NOT OUT-TRAILER-SEEN
               MOVE WS-OUT-DETAILS TO WS-OUT-ACTUAL
               MOVE "MSGOUT HAS NO TRAILER" TO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               GO TO 6700-WRITE-LINE
           END-IF.
           IF WS-OUT-ACTUAL NOT = WS-OUT-DETAILS
               MOVE WS-OUT-ACTUAL TO WS-EDIT-A
               MOVE WS-OUT-DETAILS TO WS-EDIT-B
               STRING "TRAILER" WS-EDIT-A ", DETAILS" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF WS-OUT-ACTUAL NOT = WS-PROCESSED
               MOVE WS-OUT-ACTUAL TO WS-EDIT-A
               MOVE WS-PROCESSED TO WS-EDIT-B
               STRING "WRITTEN" WS-EDIT-A ", PROCESSED" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF OUT-HEADER-SEEN AND WS-OUT-EXPECTED NOT = WS-RECEIVED
               MOVE WS-OUT-EXPECTED TO WS-EDIT-A
               MOVE WS-RECEIVED TO WS-EDIT-B
               STRING "HEADER" WS-EDIT-A ", RECEIVED" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF OUT-OUT-OF-BALANCE
               MOVE "TRAILER FLAGGED OUT OF BALANCE"
                   TO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           IF WS-RP-RUNS > ZERO
               IF WS-OUT-ENCRYPT NOT = WS-RP-ENCRYPT
                       OR WS-OUT-DECRYPT NOT = WS-RP-DECRYPT
                       OR WS-OUT-SOLVE NOT = WS-RP-SOLVE
                       OR WS-OUT-VERIFY NOT = WS-RP-VERIFY
                       OR WS-OUT-XLATE NOT = WS-RP-XLATE
                   MOVE "TRAILER OPERATIONS DISAGREE"
                       TO WS-BREAK-DETAIL
                   PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               END-IF
           ELSE
               IF WS-OUT-ENCRYPT NOT = WS-ENCRYPT
                       OR WS-OUT-DECRYPT NOT = WS-DECRYPT
                       OR WS-OUT-SOLVE NOT = WS-SOLVE
                       OR WS-OUT-VERIFY NOT = WS-VERIFY
                       OR WS-OUT-XLATE NOT = WS-XLATE
                   MOVE "TRAILER OPERATIONS DISAGREE"
                       TO WS-BREAK-DETAIL
                   PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
               END-IF
           END-IF.
       6700-WRITE-LINE.
           MOVE "WRITTEN TO MSGOUT" TO WS-LL-LABEL.
           MOVE WS-OUT-ACTUAL TO WS-LL-COUNT.
           MOVE "MSGOUT TRAILER" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
       6700-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6800-LEDGER-DISTRIBUTION - what the partner files carry off
      * DISTSUMM: together they must hold every record MSGOUT holds
      * (rejected records travel through unchanged and are dealt
      * like the rest), a verify night with discrepancies must have
      * held somebody, and what was not held shipped. A night with
      * no distribution summary shipped nothing - a warning on a
      * single-stream night, whose job distributes, and a notice on
      * a parallel one, which is distributed separately.
      *----------------------------------------------------------------
       6800-LEDGER-DISTRIBUTION.
           MOVE WS-CIPHER-STEP TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           IF WS-DISC-COUNT > WS-VERIFY
               MOVE WS-DISC-COUNT TO WS-EDIT-A
               MOVE WS-VERIFY TO WS-EDIT-B
               STRING "DISCREPANCIES" WS-EDIT-A ", VERIFIED"
                   WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           MOVE "VERIFY DISCREPANCIES" TO WS-LL-LABEL.
           MOVE WS-DISC-COUNT TO WS-LL-COUNT.
           MOVE "DISCRPT" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE ZERO TO WS-DISTRIBUTED.
           MOVE ZERO TO WS-HELD.
           PERFORM 6810-ADD-PARTNER THRU 6810-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-USED.
           IF WS-PARTNER-USED = ZERO
               MOVE "DISTRIBUTED" TO WS-LL-LABEL
               MOVE ZERO TO WS-LL-COUNT
               MOVE "NO DISTSUMM FOR THE NIGHT" TO WS-LL-NOTE
               PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT
               IF PARALLEL-NIGHT
                   MOVE "NOTICE   " TO WS-FL-SEVERITY
               ELSE
                   MOVE "WARNING  " TO WS-FL-SEVERITY
               END-IF
               MOVE "NIGHT NOT DISTRIBUTED - NOTHING HAS SHIPPED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 6800-EXIT
           END-IF.
           MOVE "DISTRIBUTION" TO WS-BREAK-STEP.
           SET LINE-WAS-CHECKED TO TRUE.
           IF WS-DISTRIBUTED NOT = WS-OUT-ACTUAL
               MOVE WS-DISTRIBUTED TO WS-EDIT-A
               MOVE WS-OUT-ACTUAL TO WS-EDIT-B
               STRING "DEALT" WS-EDIT-A ", MSGOUT" WS-EDIT-B
                   DELIMITED BY SIZE INTO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           MOVE "DISTRIBUTED" TO WS-LL-LABEL.
           MOVE WS-DISTRIBUTED TO WS-LL-COUNT.
           MOVE "DISTSUMM" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           SET LINE-WAS-CHECKED TO TRUE.
           IF WS-DISC-COUNT > ZERO AND WS-HELD = ZERO
               MOVE "DISCREPANCIES BUT NO PARTNER HELD"
                   TO WS-BREAK-DETAIL
               PERFORM 8300-QUEUE-BREAK THRU 8300-EXIT
           END-IF.
           MOVE "HELD" TO WS-LL-LABEL.
           MOVE WS-HELD TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           SET SHOW-HELD-PARTNERS TO TRUE.
           PERFORM 6820-LIST-PARTNER THRU 6820-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-USED.
           COMPUTE WS-SHIPPED = WS-DISTRIBUTED - WS-HELD.
           MOVE "SHIPPED" TO WS-LL-LABEL.
           MOVE WS-SHIPPED TO WS-LL-COUNT.
           MOVE "DISTRIBUTED LESS HELD" TO WS-LL-NOTE.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
           MOVE "N" TO WS-SHOW-HELD-SW.
           PERFORM 6820-LIST-PARTNER THRU 6820-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-USED.
       6800-EXIT.
               EXIT.

       6810-ADD-PARTNER.
           ADD WS-PT-COUNT(WS-PT-INDEX) TO WS-DISTRIBUTED.
           IF PT-IS-HELD(WS-PT-INDEX)
               ADD WS-PT-COUNT(WS-PT-INDEX) TO WS-HELD
           END-IF.
       6810-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6820-LIST-PARTNER - one partner's line under HELD or under
      * SHIPPED, per SHOW-HELD-PARTNERS.
      *----------------------------------------------------------------
       6820-LIST-PARTNER.
           IF PT-IS-HELD(WS-PT-INDEX)
               IF NOT SHOW-HELD-PARTNERS
                   GO TO 6820-EXIT
               END-IF
           ELSE
               IF SHOW-HELD-PARTNERS
                   GO TO 6820-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-LL-LABEL.
           IF WS-PT-ID(WS-PT-INDEX) = SPACES
               MOVE "  PARTNER (HOUSE KEY)" TO WS-LL-LABEL
           ELSE
               STRING "  PARTNER " WS-PT-ID(WS-PT-INDEX)
                   DELIMITED BY SIZE INTO WS-LL-LABEL
           END-IF.
           MOVE WS-PT-COUNT(WS-PT-INDEX) TO WS-LL-COUNT.
           PERFORM 8400-WRITE-LEDGER-LINE THRU 8400-EXIT.
       6820-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-CONTROL-RECORD - the night's ledger onto the
      * cumulative control file. A control file that will not take
      * the record costs the auditors a night, not the night its
      * transmission: it is a warning, and the run goes on.
      *----------------------------------------------------------------
       7000-WRITE-CONTROL-RECORD.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-RUN-DATE TO LG-RUN-DATE.
           MOVE WS-TODAY-DATE TO LG-LEDGER-DATE.
           MOVE WS-STREAM-COUNT TO LG-STREAM-COUNT.
           MOVE WS-RECEIVED TO LG-RECEIVED-COUNT.
           MOVE WS-SPLIT-TOTAL TO LG-SPLIT-COUNT.
           MOVE WS-PROCESSED TO LG-PROCESSED-COUNT.
           MOVE WS-REJECTED TO LG-REJECTED-COUNT.
           MOVE WS-REPAIRED TO LG-REPAIRED-COUNT.
           MOVE WS-ENCRYPT TO LG-ENCRYPT-COUNT.
           MOVE WS-DECRYPT TO LG-DECRYPT-COUNT.
           MOVE WS-SOLVE TO LG-SOLVE-COUNT.
           MOVE WS-VERIFY TO LG-VERIFY-COUNT.
           MOVE WS-XLATE TO LG-XLATE-COUNT.
           MOVE WS-OUT-ACTUAL TO LG-OUTPUT-COUNT.
           MOVE WS-DISC-COUNT TO LG-DISCREPANCY-COUNT.
           MOVE WS-DISTRIBUTED TO LG-DISTRIBUTED-COUNT.
           MOVE WS-HELD TO LG-HELD-COUNT.
           MOVE WS-SHIPPED TO LG-SHIPPED-COUNT.
           MOVE WS-PARTNER-USED TO LG-PARTNER-COUNT.
           MOVE WS-BREAK-COUNT TO LG-BREAK-COUNT.
           IF WS-BREAK-COUNT > ZERO
               SET LG-LEDGER-BROKEN TO TRUE
           ELSE
               MOVE "N" TO LG-BREAK-SW
           END-IF.
           MOVE WS-FIRST-BREAK-STEP TO LG-BREAK-STEP.
           MOVE WS-RETURN-CODE TO LG-RETURN-CODE.
           OPEN EXTEND LEDGHIST-FILE.
           IF NOT LEDGHIST-FILE-OK
               OPEN OUTPUT LEDGHIST-FILE
           END-IF.
           IF NOT LEDGHIST-FILE-OK
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "LEDGHIST WILL NOT OPEN - STATUS "
                   LEDGHIST-FILE-STATUS " - NIGHT NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           WRITE LEDGER-RECORD.
           IF NOT LEDGHIST-FILE-OK
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "LEDGHIST WRITE FAILED - STATUS "
                   LEDGHIST-FILE-STATUS " - NIGHT NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           CLOSE LEDGHIST-FILE.
       7000-EXIT.
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
      * 8300-QUEUE-BREAK - hold a break (WS-BREAK-STEP, with
      * WS-BREAK-DETAIL) for the ledger line being built. The first
      * break of the night is the one the control file names.
      *----------------------------------------------------------------
       8300-QUEUE-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           IF WS-FIRST-BREAK-STEP = SPACES
               MOVE WS-BREAK-STEP TO WS-FIRST-BREAK-STEP
           END-IF.
           IF WS-PENDING-COUNT < WS-PENDING-MAX
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-BREAK-STEP TO WS-PB-STEP(WS-PENDING-COUNT)
               MOVE WS-BREAK-DETAIL TO WS-PB-DETAIL(WS-PENDING-COUNT)
           END-IF.
           MOVE SPACES TO WS-BREAK-DETAIL.
       8300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8400-WRITE-LEDGER-LINE - print the ledger line in WS-LL-*,
      * marked OK when it was checked and reconciled, BREAK when it
      * did not, then the breaks it found, each naming its step.
      *----------------------------------------------------------------
       8400-WRITE-LEDGER-LINE.
           MOVE SPACES TO WS-LL-STATUS.
           IF WS-PENDING-COUNT > ZERO
               MOVE "BREAK" TO WS-LL-STATUS
           ELSE
               IF LINE-WAS-CHECKED
                   MOVE "OK" TO WS-LL-STATUS
               END-IF
           END-IF.
           MOVE WS-LEDGER-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 8410-WRITE-ONE-BREAK THRU 8410-EXIT
               VARYING WS-PB-INDEX FROM 1 BY 1
               UNTIL WS-PB-INDEX > WS-PENDING-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE "N" TO WS-LINE-CHECKED-SW.
           MOVE SPACES TO WS-LL-NOTE.
       8400-EXIT.
               EXIT.

       8410-WRITE-ONE-BREAK.
           MOVE "ERROR    " TO WS-FL-SEVERITY.
           STRING "BREAK AT " DELIMITED BY SIZE
               WS-PB-STEP(WS-PB-INDEX) DELIMITED BY "  "
               " - " WS-PB-DETAIL(WS-PB-INDEX) DELIMITED BY SIZE
               INTO WS-FL-TEXT.
           PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
       8410-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8500-NAME-CIPHER-STEP - the cipher step of stream entry
      * WS-ST-INDEX, as a break names it.
      *----------------------------------------------------------------
       8500-NAME-CIPHER-STEP.
           IF PARALLEL-NIGHT
               COMPUTE WS-STREAM-NO = WS-ST-INDEX - 1
               MOVE SPACES TO WS-STEP-NAME
               STRING "CIPHER STREAM " WS-STREAM-NO
                   DELIMITED BY SIZE INTO WS-STEP-NAME
           ELSE
               MOVE "CIPHER RUN" TO WS-STEP-NAME
           END-IF.
       8500-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - the verdict, the control record, and the
      * grade: 8 on any break, so the transmission trigger waits; 4
      * on a warning; 0 for a night that balances end to end.
      *----------------------------------------------------------------
       9999-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-BREAK-COUNT > ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE WS-BREAK-COUNT TO WS-EDIT-A
               STRING "LEDGER DOES NOT BALANCE -" WS-EDIT-A
                   " BREAK(S), FIRST AT " WS-FIRST-BREAK-STEP
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           ELSE
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE "LEDGER BALANCES FROM MSGIN TO SHIPPED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           PERFORM 9100-GRADE-RUN THRU 9100-EXIT.
           PERFORM 7000-WRITE-CONTROL-RECORD THRU 7000-EXIT.
           PERFORM 9100-GRADE-RUN THRU 9100-EXIT.
           CLOSE REPORT-FILE.
           DISPLAY "NIGHT " WS-RUN-DATE " LEDGER - " WS-BREAK-COUNT
               " BREAK(S), RC " WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       9999-EXIT.
               EXIT.

       9100-GRADE-RUN.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
       9100-EXIT.
               EXIT.
