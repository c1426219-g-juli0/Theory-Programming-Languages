       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerMaint.

      *----------------------------------------------------------------
      * Partner master maintenance for PROD.CASRCIPH.PARTNER, the one
      * definition of every correspondent (PTNRREC.CPY): id, name,
      * status, the agreed acknowledgement age and quality
      * threshold, and the fixed PTNROUT slot the distribution step
      * deals the partner's traffic into.
      *
      * Functions, one per SYSIN card (PTNMCARD.CPY), applied in
      * order:
      *   A  add the partner, or replace the whole entry on file
      *   S  change the partner's status only (A active, S
      *      suspended, C closed); a closed partner gives its
      *      distribution slot up
      *   V  no file change - validate and print only
      *
      * Every run - whatever the cards asked for - ends with the
      * validation pass over the whole master:
      *   - a blank partner id or name, or a status other than A/S/C
      *   - an active or suspended partner without a slot 1-4
      *   - two open (active or suspended) partners on one slot -
      *     their traffic would be dealt into one file
      * Any of these sets RETURN-CODE 8 so the step that copies
      * PARTOUT over the production master is held; an open partner
      * relying on the house acknowledgement age or quality
      * threshold (zero on file) sets 4.
      *
      * The maintained file is written to PARTOUT sorted by partner
      * id; the input PARTNER is never rewritten in place.
      *
      * Modification History
      *   - Initial version: add/replace and status functions and
      *     the master validation pass.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT PARTNER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT PARTOUT-FILE ASSIGN TO "PARTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTOUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY PTNMCARD.

       FD  PARTNER-FILE
           RECORDING MODE IS F.
           COPY PTNRREC.

       FD  PARTOUT-FILE
           RECORDING MODE IS F.
       01  PARTOUT-RECORD              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The master is small (one record per correspondent), so it is
      * held and worked on as a table: loaded, updated by the
      * function cards, sorted by partner id, validated, and written
      * back out.
      *----------------------------------------------------------------
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 50 TIMES.
               10  WS-PT-PARTNER-ID    PIC X(08).
               10  WS-PT-NAME          PIC X(30).
               10  WS-PT-STATUS        PIC X(01).
                   88  PT-ACTIVE              VALUE "A".
                   88  PT-SUSPENDED           VALUE "S".
                   88  PT-CLOSED              VALUE "C".
               10  WS-PT-ACK-AGE       PIC 9(03).
               10  WS-PT-THRESHOLD     PIC 9(03).
               10  WS-PT-SLOT          PIC 9(01).
       01  WS-PARTNER-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-PARTNER-MAX              PIC 9(02) COMP VALUE 50.

       01  WS-PT-INDEX                 PIC 9(02) COMP.
       01  WS-PT-INDEX-2               PIC 9(02) COMP.
       01  WS-PT-HIT-INDEX             PIC 9(02) COMP.
       01  WS-SORT-SWAP-ENTRY.
           05  WS-SW-PARTNER-ID        PIC X(08).
           05  WS-SW-NAME              PIC X(30).
           05  WS-SW-STATUS            PIC X(01).
           05  WS-SW-ACK-AGE           PIC 9(03).
           05  WS-SW-THRESHOLD         PIC 9(03).
           05  WS-SW-SLOT              PIC 9(01).
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".

      *    Which open partner holds each distribution slot, for the
      *    two-partners-one-file check.
       01  WS-SLOT-OWNER-TABLE.
           05  WS-SLOT-OWNER           PIC X(08) OCCURS 4 TIMES.
       01  WS-SLOT-TAKEN-TABLE.
           05  WS-SLOT-TAKEN-SW        PIC X(01) OCCURS 4 TIMES.
               88  SLOT-IS-TAKEN               VALUE "Y".
       01  WS-SLOT-INDEX               PIC 9(01) COMP.

      *    Display usage, not COMP - this number is edited straight
      *    into finding lines by STRING.
       01  WS-CARD-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-TODAY-DATE               PIC 9(08).

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  PARTNER-FILE-STATUS     PIC X(02).
               88  PARTNER-FILE-OK             VALUE "00".
           05  PARTOUT-FILE-STATUS     PIC X(02).
               88  PARTOUT-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-CARD-SW          PIC X(01) VALUE "N".
               88  EOF-CARD                    VALUE "Y".
           05  WS-EOF-PARTNER-SW       PIC X(01) VALUE "N".
               88  EOF-PARTNER                 VALUE "Y".

      *----------------------------------------------------------------
      * PARTRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE-1.
           05  FILLER                  PIC X(38)
               VALUE "PARTNER MASTER MAINTENANCE REPORT -  ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-PARTNER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-STATUS            PIC X(09).
           05  FILLER                  PIC X(05) VALUE " ACK ".
           05  WS-PL-ACK-AGE           PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE " THR ".
           05  WS-PL-THRESHOLD         PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE " SLOT ".
           05  WS-PL-SLOT              PIC 9(01).
           05  FILLER                  PIC X(06) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PARTNER-TABLE THRU 2000-EXIT.
           PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT.
           PERFORM 4000-SORT-PARTNER-TABLE THRU 4000-EXIT.
           PERFORM 5000-VALIDATE-PARTNERS THRU 5000-EXIT.
           PERFORM 7000-WRITE-PARTNER-FILE THRU 7000-EXIT.
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
      * 2000-LOAD-PARTNER-TABLE - bring the whole master into the
      * working table. A missing or empty PARTNER is a legitimate
      * starting point for a master being built from cards.
      *----------------------------------------------------------------
       2000-LOAD-PARTNER-TABLE.
           OPEN INPUT PARTNER-FILE.
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
           END-IF.
           PERFORM 2100-READ-PARTNER-FILE THRU 2100-EXIT
               UNTIL EOF-PARTNER.
           IF PARTNER-FILE-STATUS NOT = "35"
               CLOSE PARTNER-FILE
           END-IF.
       2000-EXIT.
               EXIT.

       2100-READ-PARTNER-FILE.
           READ PARTNER-FILE
               AT END
                   SET EOF-PARTNER TO TRUE
           END-READ.
           IF PARTNER-FILE-OK
               IF WS-PARTNER-COUNT >= WS-PARTNER-MAX
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   MOVE "PARTNER MASTER EXCEEDS TABLE - REST NOT LOADED"
                       TO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   SET EOF-PARTNER TO TRUE
               ELSE
                   ADD 1 TO WS-PARTNER-COUNT
                   MOVE PTR-PARTNER-ID
                       TO WS-PT-PARTNER-ID(WS-PARTNER-COUNT)
                   MOVE PTR-PARTNER-NAME
                       TO WS-PT-NAME(WS-PARTNER-COUNT)
                   MOVE PTR-STATUS TO WS-PT-STATUS(WS-PARTNER-COUNT)
                   MOVE PTR-ACK-AGE-DAYS
                       TO WS-PT-ACK-AGE(WS-PARTNER-COUNT)
                   MOVE PTR-QUALITY-THRESHOLD
                       TO WS-PT-THRESHOLD(WS-PARTNER-COUNT)
                   MOVE PTR-DIST-SLOT TO WS-PT-SLOT(WS-PARTNER-COUNT)
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
               WHEN PN-FUNC-ADD
                   PERFORM 3300-APPLY-ADD THRU 3300-EXIT
               WHEN PN-FUNC-STATUS
                   PERFORM 3400-APPLY-STATUS THRU 3400-EXIT
               WHEN PN-FUNC-VALIDATE
                   CONTINUE
               WHEN OTHER
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "CARD " WS-CARD-COUNT
                       " UNKNOWN FUNCTION CODE " PN-FUNCTION
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-EVALUATE.
           PERFORM 3100-READ-CARD THRU 3100-EXIT.
       3200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3300-APPLY-ADD - add the partner, replacing the entry on file
      * when the partner already has one. The content checks are
      * left to the validation pass, which sees added and
      * pre-existing entries alike.
      *----------------------------------------------------------------
       3300-APPLY-ADD.
           PERFORM 3350-FIND-PARTNER THRU 3350-EXIT.
           IF WS-PT-HIT-INDEX = ZERO
               IF WS-PARTNER-COUNT >= WS-PARTNER-MAX
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "ADD CARD " WS-CARD-COUNT
                       " REJECTED - PARTNER TABLE IS FULL"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 3300-EXIT
               END-IF
               ADD 1 TO WS-PARTNER-COUNT
               MOVE WS-PARTNER-COUNT TO WS-PT-HIT-INDEX
           END-IF.
           MOVE PN-PARTNER-ID TO WS-PT-PARTNER-ID(WS-PT-HIT-INDEX).
           MOVE PN-PARTNER-NAME TO WS-PT-NAME(WS-PT-HIT-INDEX).
           MOVE PN-STATUS TO WS-PT-STATUS(WS-PT-HIT-INDEX).
           MOVE PN-ACK-AGE-DAYS TO WS-PT-ACK-AGE(WS-PT-HIT-INDEX).
           MOVE PN-QUALITY-THRESHOLD
               TO WS-PT-THRESHOLD(WS-PT-HIT-INDEX).
           MOVE PN-DIST-SLOT TO WS-PT-SLOT(WS-PT-HIT-INDEX).
           IF PT-CLOSED(WS-PT-HIT-INDEX)
               MOVE ZERO TO WS-PT-SLOT(WS-PT-HIT-INDEX)
           END-IF.
       3300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3400-APPLY-STATUS - suspend, close or reactivate a partner
      * already on the master. Closing releases the distribution
      * slot so a new correspondent can be given it; reactivating a
      * closed partner needs an A card with a slot.
      *----------------------------------------------------------------
       3400-APPLY-STATUS.
           PERFORM 3350-FIND-PARTNER THRU 3350-EXIT.
           IF WS-PT-HIT-INDEX = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "STATUS CARD " WS-CARD-COUNT
                   " NO MASTER ENTRY FOR PARTNER " PN-PARTNER-ID
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE PN-STATUS TO WS-PT-STATUS(WS-PT-HIT-INDEX).
           IF PT-CLOSED(WS-PT-HIT-INDEX)
               MOVE ZERO TO WS-PT-SLOT(WS-PT-HIT-INDEX)
           END-IF.
       3400-EXIT.
               EXIT.

       3350-FIND-PARTNER.
           MOVE ZERO TO WS-PT-HIT-INDEX.
           PERFORM 3360-MATCH-ONE-PARTNER THRU 3360-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
       3350-EXIT.
               EXIT.

       3360-MATCH-ONE-PARTNER.
           IF WS-PT-PARTNER-ID(WS-PT-INDEX) = PN-PARTNER-ID
               MOVE WS-PT-INDEX TO WS-PT-HIT-INDEX
               MOVE WS-PARTNER-COUNT TO WS-PT-INDEX
           END-IF.
       3360-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-SORT-PARTNER-TABLE - order the table by partner id so
      * the duplicate check compares neighbours and the file writes
      * out in a stable order. The table is small; a bubble pass is
      * plenty.
      *----------------------------------------------------------------
       4000-SORT-PARTNER-TABLE.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
               UNTIL TABLE-IS-SORTED.
       4000-EXIT.
               EXIT.

       4100-SORT-ONE-PASS.
           SET TABLE-IS-SORTED TO TRUE.
           PERFORM 4200-SORT-ONE-PAIR THRU 4200-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX >= WS-PARTNER-COUNT.
       4100-EXIT.
               EXIT.

       4200-SORT-ONE-PAIR.
           COMPUTE WS-PT-INDEX-2 = WS-PT-INDEX + 1.
           IF WS-PT-PARTNER-ID(WS-PT-INDEX) >
                   WS-PT-PARTNER-ID(WS-PT-INDEX-2)
               MOVE WS-PARTNER-ENTRY(WS-PT-INDEX)
                   TO WS-SORT-SWAP-ENTRY
               MOVE WS-PARTNER-ENTRY(WS-PT-INDEX-2)
                   TO WS-PARTNER-ENTRY(WS-PT-INDEX)
               MOVE WS-SORT-SWAP-ENTRY
                   TO WS-PARTNER-ENTRY(WS-PT-INDEX-2)
               MOVE "N" TO WS-SORTED-SW
           END-IF.
       4200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-VALIDATE-PARTNERS - the integrity pass this utility
      * exists for: every entry printed and checked, duplicates
      * flagged against the sorted neighbour, and each open
      * partner's slot checked against every other's.
      *----------------------------------------------------------------
       5000-VALIDATE-PARTNERS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "PARTNER MASTER INTEGRITY CHECK" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-PARTNER-COUNT = ZERO
               MOVE "PARTNER MASTER IS EMPTY" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WS-SLOT-OWNER-TABLE.
           MOVE ALL "N" TO WS-SLOT-TAKEN-TABLE.
           PERFORM 5100-CHECK-ONE-PARTNER THRU 5100-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
           IF WS-ERROR-COUNT = ZERO
               MOVE "NO PARTNER MASTER ERRORS FOUND" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       5000-EXIT.
               EXIT.

       5100-CHECK-ONE-PARTNER.
           MOVE WS-PT-PARTNER-ID(WS-PT-INDEX) TO WS-PL-PARTNER.
           MOVE WS-PT-NAME(WS-PT-INDEX) TO WS-PL-NAME.
           EVALUATE TRUE
               WHEN PT-ACTIVE(WS-PT-INDEX)
                   MOVE "ACTIVE   " TO WS-PL-STATUS
               WHEN PT-SUSPENDED(WS-PT-INDEX)
                   MOVE "SUSPENDED" TO WS-PL-STATUS
               WHEN PT-CLOSED(WS-PT-INDEX)
                   MOVE "CLOSED   " TO WS-PL-STATUS
               WHEN OTHER
                   MOVE "????     " TO WS-PL-STATUS
           END-EVALUATE.
           MOVE WS-PT-ACK-AGE(WS-PT-INDEX) TO WS-PL-ACK-AGE.
           MOVE WS-PT-THRESHOLD(WS-PT-INDEX) TO WS-PL-THRESHOLD.
           MOVE WS-PT-SLOT(WS-PT-INDEX) TO WS-PL-SLOT.
           MOVE WS-PARTNER-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-PT-PARTNER-ID(WS-PT-INDEX) = SPACES
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "MASTER ENTRY WITH A BLANK PARTNER ID"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-PT-INDEX < WS-PARTNER-COUNT
               COMPUTE WS-PT-INDEX-2 = WS-PT-INDEX + 1
               IF WS-PT-PARTNER-ID(WS-PT-INDEX) =
                       WS-PT-PARTNER-ID(WS-PT-INDEX-2)
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "TWO MASTER ENTRIES FOR PARTNER "
                       WS-PT-PARTNER-ID(WS-PT-INDEX)
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
           END-IF.
           IF WS-PT-NAME(WS-PT-INDEX) = SPACES
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "NO NAME ON FILE FOR PARTNER "
                   WS-PT-PARTNER-ID(WS-PT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF NOT PT-ACTIVE(WS-PT-INDEX)
                   AND NOT PT-SUSPENDED(WS-PT-INDEX)
                   AND NOT PT-CLOSED(WS-PT-INDEX)
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "STATUS MUST BE A, S OR C FOR PARTNER "
                   WS-PT-PARTNER-ID(WS-PT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF PT-CLOSED(WS-PT-INDEX)
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-CHECK-SLOT THRU 5200-EXIT.
           IF WS-PT-ACK-AGE(WS-PT-INDEX) = ZERO
                   OR WS-PT-THRESHOLD(WS-PT-INDEX) = ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NO AGREED ACK AGE OR THRESHOLD FOR "
                   WS-PT-PARTNER-ID(WS-PT-INDEX)
                   " - HOUSE DEFAULT APPLIES"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
       5100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5200-CHECK-SLOT - an open partner must own exactly one of the
      * four transmission files, and no other open partner may own
      * the same one.
      *----------------------------------------------------------------
       5200-CHECK-SLOT.
           IF WS-PT-SLOT(WS-PT-INDEX) < 1
                   OR WS-PT-SLOT(WS-PT-INDEX) > 4
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "DISTRIBUTION SLOT MUST BE 1-4 FOR PARTNER "
                   WS-PT-PARTNER-ID(WS-PT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-PT-SLOT(WS-PT-INDEX) TO WS-SLOT-INDEX.
           IF SLOT-IS-TAKEN(WS-SLOT-INDEX)
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "SLOT " WS-PT-SLOT(WS-PT-INDEX)
                   " GIVEN TO BOTH " WS-SLOT-OWNER(WS-SLOT-INDEX)
                   " AND " WS-PT-PARTNER-ID(WS-PT-INDEX)
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE "Y" TO WS-SLOT-TAKEN-SW(WS-SLOT-INDEX).
           MOVE WS-PT-PARTNER-ID(WS-PT-INDEX)
               TO WS-SLOT-OWNER(WS-SLOT-INDEX).
       5200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-PARTNER-FILE - write the maintained table to
      * PARTOUT in partner order. PARTOUT is written on every run so
      * a validate-only run still leaves a clean sorted copy behind;
      * the JCL decides whether it replaces the production master.
      *----------------------------------------------------------------
       7000-WRITE-PARTNER-FILE.
           OPEN OUTPUT PARTOUT-FILE.
           PERFORM 7100-WRITE-ONE-PARTNER THRU 7100-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
           CLOSE PARTOUT-FILE.
       7000-EXIT.
               EXIT.

       7100-WRITE-ONE-PARTNER.
           MOVE SPACES TO PARTNER-RECORD.
           MOVE WS-PT-PARTNER-ID(WS-PT-INDEX) TO PTR-PARTNER-ID.
           MOVE WS-PT-NAME(WS-PT-INDEX) TO PTR-PARTNER-NAME.
           MOVE WS-PT-STATUS(WS-PT-INDEX) TO PTR-STATUS.
           MOVE WS-PT-ACK-AGE(WS-PT-INDEX) TO PTR-ACK-AGE-DAYS.
           MOVE WS-PT-THRESHOLD(WS-PT-INDEX) TO PTR-QUALITY-THRESHOLD.
           MOVE WS-PT-SLOT(WS-PT-INDEX) TO PTR-DIST-SLOT.
           MOVE PARTNER-RECORD TO PARTOUT-RECORD.
           WRITE PARTOUT-RECORD.
       7100-EXIT.
               EXIT.

       8100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       8100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-FINDING - one severity-tagged finding line.
      * Callers set WS-FL-SEVERITY/WS-FL-TEXT; ERROR findings are
      * counted toward the return code here so no caller can forget
      * to.
      *----------------------------------------------------------------
       8200-WRITE-FINDING.
           MOVE WS-FINDING-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-FL-SEVERITY = "ERROR    "
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE SPACES TO WS-FL-TEXT.
       8200-EXIT.
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
