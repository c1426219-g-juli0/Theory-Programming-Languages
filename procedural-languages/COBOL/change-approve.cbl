       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeApprove.

      *----------------------------------------------------------------
      * Second-person approval of key-file and profile changes. Key
      * material changes need two people: KeyFileMaint and
      * ProfileMaint validate an operator's cards but only append
      * the change to the pending-change file (PENDCHG, PENDREC.CPY)
      * under a change id, stamped with the requesting user and a
      * before and after image of every window or profile it
      * touches. This run, submitted under a different user id,
      * lists what is pending, applies the changes approved on its
      * SYSIN cards (APPRCARD.CPY) and rejects the rest.
      *
      * Every pending change is listed with its items. What happens
      * to it depends on the cards:
      *   - no cards at all: nothing is decided - a listing run
      *   - an A card from the user who requested the change: the
      *     approval is refused and the change stays pending for
      *     someone else to sign off
      *   - an A card from anyone else: the change is applied whole,
      *     provided it reached the pending file whole and the
      *     production file is still the one it was validated
      *     against (same record count and hash total, and every
      *     before image still on file). Otherwise it is rejected
      *     as stale and has to be requested again
      *   - an R card, or no card in a run that has cards: the
      *     change is rejected (a requester may reject their own)
      * Every approval, rejection and refusal goes to AUDITLOG, one
      * line per item, naming the change id, the partner, the
      * requesting user and the user who decided it.
      *
      * The key file is rewritten to KEYOUT (in key order) and the
      * profile file to PROFOUT (in partner order) on every run, and
      * the pending file to PENDOUT with each decision stamped on its
      * records; decided changes drop off 90 days after the decision.
      * The JCL promotes all three only when the run ends below 8.
      *
      * RETURN-CODE: 8 when the run has no user id, a card names an
      * unknown function or a change that is not pending, or a file
      * overflows its table (nothing is decided); 4 when an approval
      * was refused or a change was rejected as stale or incomplete,
      * or a change had two cards; 0 otherwise.
      *
      * Modification History
      *   - Initial version: pending-change listing, approval and
      *     rejection with the same-user refusal and the stale-file
      *     check, audit logging of every decision.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT PENDOUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDOUT-FILE-STATUS.

           SELECT KEY-FILE ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT KEYOUT-FILE ASSIGN TO "KEYOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEYOUT-RECORD-KEY
               FILE STATUS IS KEYOUT-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "PROFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT PROFOUT-FILE ASSIGN TO "PROFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFOUT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY APPRCARD.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PENDREC.

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-RECORD              PIC X(240).

       FD  KEY-FILE.
           COPY KEYREC.

      *    Same 50-byte layout as KEYREC, under its own names so the
      *    input and output files can each own a record key.
       FD  KEYOUT-FILE.
       01  KEYOUT-RECORD.
           05  KEYOUT-RECORD-KEY.
               10  KEYOUT-PARTNER-ID   PIC X(08).
               10  KEYOUT-KEY-TYPE     PIC X(01).
               10  KEYOUT-EFF-DATE     PIC 9(08).
           05  FILLER                  PIC X(33).

       FD  PROFILE-FILE
           RECORDING MODE IS F.
           COPY PROFREC.

       FD  PROFOUT-FILE
           RECORDING MODE IS F.
       01  PROFOUT-RECORD              PIC X(60).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The whole pending file, held as raw records and looked at
      * through the PENDREC layout of the (closed) input file's
      * record area, so decisions can be stamped on it and the file
      * written back out.
      *----------------------------------------------------------------
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 500 TIMES
                                       PIC X(240).
       01  WS-PENDING-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-PENDING-MAX              PIC 9(03) COMP VALUE 500.
       01  WS-PE-INDEX                 PIC 9(03) COMP.

      *----------------------------------------------------------------
      * One entry per change still pending, in the order the changes
      * were requested: what the request said about itself, the
      * decision card for it, and what this run did with it.
      *----------------------------------------------------------------
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 100 TIMES.
               10  WS-CH-CHANGE-ID.
                   15  WS-CH-FILE-CODE PIC X(01).
                       88  CH-KEY-CHANGE       VALUE "K".
                   15  WS-CH-STAMP     PIC 9(14).
               10  WS-CH-REQ-USER      PIC X(08).
               10  WS-CH-ITEM-COUNT    PIC 9(03).
               10  WS-CH-ITEMS-FOUND   PIC 9(03).
               10  WS-CH-BASE-COUNT    PIC 9(05).
               10  WS-CH-BASE-HASH     PIC 9(15).
               10  WS-CH-DECISION      PIC X(01).
                   88  CH-NO-CARD              VALUE SPACE.
                   88  CH-APPROVE-CARD         VALUE "A".
               10  WS-CH-CARD-REASON   PIC X(40).
               10  WS-CH-OUTCOME       PIC X(01).
                   88  CH-UNDECIDED            VALUE "P".
                   88  CH-APPLIED              VALUE "A".
                   88  CH-REJECTED             VALUE "R".
                   88  CH-REFUSED              VALUE "S".
               10  WS-CH-REASON        PIC X(40).
       01  WS-CHANGE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-CHANGE-MAX               PIC 9(03) COMP VALUE 100.
       01  WS-CH-INDEX                 PIC 9(03) COMP.
       01  WS-CH-HIT-INDEX             PIC 9(03) COMP.
       01  WS-SEARCH-CHANGE-ID         PIC X(15).

      *----------------------------------------------------------------
      * The production key and profile files as raw images, with
      * the record count and hash total each stands at - the figures
      * a change's request stamp is compared against. An applied
      * change moves them, so a second change requested against the
      * same file goes stale.
      *----------------------------------------------------------------
       01  WS-KEY-IMAGE-TABLE.
           05  WS-KEY-IMAGE OCCURS 200 TIMES
                                       PIC X(50).
       01  WS-KEY-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-KEY-MAX                  PIC 9(03) COMP VALUE 200.
       01  WS-KEY-BASE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-KEY-BASE-HASH            PIC 9(15) VALUE ZERO.

       01  WS-PROFILE-IMAGE-TABLE.
           05  WS-PROFILE-IMAGE OCCURS 50 TIMES
                                       PIC X(60).
       01  WS-PROFILE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-PROFILE-MAX              PIC 9(03) COMP VALUE 50.
       01  WS-PRF-BASE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-PRF-BASE-HASH            PIC 9(15) VALUE ZERO.

       01  WS-IM-INDEX                 PIC 9(03) COMP.
       01  WS-IM-INDEX-2               PIC 9(03) COMP.
       01  WS-IM-HIT-INDEX             PIC 9(03) COMP.
       01  WS-SEARCH-KEY               PIC X(17).
       01  WS-SWAP-IMAGE               PIC X(60).
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".

       01  WS-HASH-TOTAL               PIC 9(15) VALUE ZERO.
       01  WS-HASH-IMAGE               PIC X(60).
       01  WS-HASH-POS                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      * The approval check of one change: blank fault when it can
      * be applied, and the adds it would make, so a table that
      * cannot take them rejects the change rather than part of it.
      *----------------------------------------------------------------
       01  WS-CHECK-FAULT              PIC X(20).
       01  WS-ADD-COUNT                PIC 9(03) COMP.

       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-AUDIT-OPERATION.
           05  WS-AO-FILE-PREFIX       PIC X(03).
           05  WS-AO-DECISION          PIC X(08).
       01  WS-BEFORE-SUMMARY           PIC X(20).
       01  WS-AFTER-SUMMARY            PIC X(20).
      *    A window or profile as the listing and the audit log show
      *    it (8400): a window's dates, C when compromised, and its
      *    shift - KW for a keyword window, whose keyword is never
      *    shown; a profile's digit range and punctuation length.
       01  WS-SUMMARY-IMAGE            PIC X(60).
       01  WS-SUMMARY-TEXT             PIC X(20).
       01  WS-WINDOW-SUMMARY.
           05  WS-WSUM-EFF-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-WSUM-EXP-DATE        PIC 9(08).
           05  WS-WSUM-STATUS          PIC X(01).
           05  WS-WSUM-SHIFT           PIC X(02).
       01  WS-PROFILE-SUMMARY.
           05  FILLER                  PIC X(07) VALUE "DIGITS ".
           05  WS-PSUM-DIGIT-LOW       PIC X(01).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-PSUM-DIGIT-HIGH      PIC X(01).
           05  FILLER                  PIC X(07) VALUE " PUNCT ".
           05  WS-PSUM-PUNCT-LEN       PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-DAY-NO             PIC 9(07) COMP.
       01  WS-DECIDED-DAY-NO           PIC 9(07) COMP.
       01  WS-RETAIN-DAYS              PIC 9(03) COMP VALUE 90.

      *    Display usage, not COMP - these numbers are edited
      *    straight into report lines by STRING.
       01  WS-CARD-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-UNDECIDED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  PENDING-FILE-STATUS     PIC X(02).
               88  PENDING-FILE-OK             VALUE "00".
           05  PENDOUT-FILE-STATUS     PIC X(02).
               88  PENDOUT-FILE-OK             VALUE "00".
           05  KEY-FILE-STATUS         PIC X(02).
               88  KEY-FILE-OK                 VALUE "00".
           05  KEYOUT-FILE-STATUS      PIC X(02).
               88  KEYOUT-FILE-OK              VALUE "00".
           05  PROFILE-FILE-STATUS     PIC X(02).
               88  PROFILE-FILE-OK             VALUE "00".
           05  PROFOUT-FILE-STATUS     PIC X(02).
               88  PROFOUT-FILE-OK             VALUE "00".
           05  AUDIT-FILE-STATUS       PIC X(02).
               88  AUDIT-FILE-OK               VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-CARD-SW          PIC X(01) VALUE "N".
               88  EOF-CARD                    VALUE "Y".
           05  WS-EOF-PENDING-SW       PIC X(01) VALUE "N".
               88  EOF-PENDING                 VALUE "Y".
           05  WS-EOF-KEY-SW           PIC X(01) VALUE "N".
               88  EOF-KEY                     VALUE "Y".
           05  WS-EOF-PROFILE-SW       PIC X(01) VALUE "N".
               88  EOF-PROFILE                 VALUE "Y".
      *        Y once any decision card is read: from then on a
      *        pending change without an approval is rejected.
           05  WS-CARDS-PRESENT-SW     PIC X(01) VALUE "N".
               88  DECISION-CARDS-PRESENT      VALUE "Y".
      *        Y when the run decides anything at all: cards, a user
      *        id to decide under, and no error in loading the files
      *        or reading the cards.
           05  WS-DECIDING-SW          PIC X(01) VALUE "N".
               88  RUN-IS-DECIDING             VALUE "Y".

      *----------------------------------------------------------------
      * APPRRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE-1.
           05  FILLER                  PIC X(29)
               VALUE "CHANGE APPROVAL REPORT - RUN ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  WS-HDG-USER             PIC X(08).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(07) VALUE "CHANGE ".
           05  WS-CL-CHANGE-ID         PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-FILE-NAME         PIC X(12).
           05  FILLER                  PIC X(13)
               VALUE " REQUESTED BY".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CL-REQ-USER          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-ITEMS-FOUND       PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE " OF ".
           05  WS-CL-ITEM-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE " ITEM(S)".
           05  FILLER                  PIC X(02) VALUE SPACES.
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
       01  WS-OUTCOME-LINE.
           05  FILLER                  PIC X(05) VALUE "  => ".
           05  WS-OL-TEXT              PIC X(75).
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PENDING-FILE THRU 2000-EXIT.
           PERFORM 2500-LOAD-KEY-FILE THRU 2500-EXIT.
           PERFORM 2600-LOAD-PROFILE-FILE THRU 2600-EXIT.
           PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT.
           PERFORM 4000-DECIDE-CHANGES THRU 4000-EXIT.
           PERFORM 5000-WRITE-KEY-FILE THRU 5000-EXIT.
           PERFORM 5500-WRITE-PROFILE-FILE THRU 5500-EXIT.
           PERFORM 6000-WRITE-PENDING-FILE THRU 6000-EXIT.
           PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT CARD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           MOVE WS-OPERATOR-ID TO WS-HDG-USER.
           MOVE WS-HDG-LINE-1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-PENDING-FILE - bring the whole pending file into
      * the table and gather the changes still pending. A missing
      * or empty PENDCHG simply has nothing pending.
      *----------------------------------------------------------------
       2000-LOAD-PENDING-FILE.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-FILE-OK
               SET EOF-PENDING TO TRUE
           END-IF.
           PERFORM 2100-READ-PENDING-FILE THRU 2100-EXIT
               UNTIL EOF-PENDING.
           IF PENDING-FILE-STATUS NOT = "35"
               CLOSE PENDING-FILE
           END-IF.
       2000-EXIT.
               EXIT.

       2100-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   SET EOF-PENDING TO TRUE
           END-READ.
           IF NOT PENDING-FILE-OK
               GO TO 2100-EXIT
           END-IF.
           IF WS-PENDING-COUNT >= WS-PENDING-MAX
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "PENDING FILE EXCEEDS TABLE - REST NOT LOADED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-PENDING TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PENDING-RECORD TO WS-PENDING-ENTRY(WS-PENDING-COUNT).
           IF PND-PENDING
               PERFORM 2200-NOTE-PENDING-ITEM THRU 2200-EXIT
           END-IF.
       2100-EXIT.
               EXIT.

      *    The item's change gets an entry the first time one of its
      *    items is met; every item counts toward the items found.
       2200-NOTE-PENDING-ITEM.
           MOVE PND-CHANGE-ID TO WS-SEARCH-CHANGE-ID.
           PERFORM 8300-FIND-CHANGE THRU 8300-EXIT.
           IF WS-CH-HIT-INDEX = ZERO
               IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "TOO MANY PENDING CHANGES - "
                       PND-CHANGE-ID " NOT LOADED"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-CHANGE-COUNT TO WS-CH-HIT-INDEX
               MOVE PND-CHANGE-ID TO WS-CH-CHANGE-ID(WS-CH-HIT-INDEX)
               MOVE PND-REQ-USER TO WS-CH-REQ-USER(WS-CH-HIT-INDEX)
               MOVE PND-ITEM-COUNT
                   TO WS-CH-ITEM-COUNT(WS-CH-HIT-INDEX)
               MOVE ZERO TO WS-CH-ITEMS-FOUND(WS-CH-HIT-INDEX)
               MOVE PND-BASE-COUNT
                   TO WS-CH-BASE-COUNT(WS-CH-HIT-INDEX)
               MOVE PND-BASE-HASH TO WS-CH-BASE-HASH(WS-CH-HIT-INDEX)
               MOVE SPACE TO WS-CH-DECISION(WS-CH-HIT-INDEX)
               MOVE SPACES TO WS-CH-CARD-REASON(WS-CH-HIT-INDEX)
               SET CH-UNDECIDED(WS-CH-HIT-INDEX) TO TRUE
               MOVE SPACES TO WS-CH-REASON(WS-CH-HIT-INDEX)
           END-IF.
           ADD 1 TO WS-CH-ITEMS-FOUND(WS-CH-HIT-INDEX).
       2200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2500-LOAD-KEY-FILE / 2600-LOAD-PROFILE-FILE - the production
      * files as they stand, with their record counts and hash
      * totals taken the way the maintenance runs took them.
      *----------------------------------------------------------------
       2500-LOAD-KEY-FILE.
           MOVE ZERO TO WS-HASH-TOTAL.
           OPEN INPUT KEY-FILE.
           IF NOT KEY-FILE-OK
               SET EOF-KEY TO TRUE
           END-IF.
           PERFORM 2510-READ-KEY-FILE THRU 2510-EXIT
               UNTIL EOF-KEY.
           IF KEY-FILE-STATUS NOT = "35"
               CLOSE KEY-FILE
           END-IF.
           MOVE WS-KEY-COUNT TO WS-KEY-BASE-COUNT.
           MOVE WS-HASH-TOTAL TO WS-KEY-BASE-HASH.
       2500-EXIT.
               EXIT.

       2510-READ-KEY-FILE.
           READ KEY-FILE
               AT END
                   SET EOF-KEY TO TRUE
           END-READ.
           IF NOT KEY-FILE-OK
               GO TO 2510-EXIT
           END-IF.
           IF WS-KEY-COUNT >= WS-KEY-MAX
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "KEY FILE EXCEEDS TABLE - REST NOT LOADED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-KEY TO TRUE
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE KEY-RECORD TO WS-KEY-IMAGE(WS-KEY-COUNT).
           MOVE KEY-RECORD TO WS-HASH-IMAGE.
           PERFORM 8600-HASH-IMAGE THRU 8600-EXIT.
       2510-EXIT.
               EXIT.

       2600-LOAD-PROFILE-FILE.
           MOVE ZERO TO WS-HASH-TOTAL.
           OPEN INPUT PROFILE-FILE.
           IF NOT PROFILE-FILE-OK
               SET EOF-PROFILE TO TRUE
           END-IF.
           PERFORM 2610-READ-PROFILE-FILE THRU 2610-EXIT
               UNTIL EOF-PROFILE.
           IF PROFILE-FILE-STATUS NOT = "35"
               CLOSE PROFILE-FILE
           END-IF.
           MOVE WS-PROFILE-COUNT TO WS-PRF-BASE-COUNT.
           MOVE WS-HASH-TOTAL TO WS-PRF-BASE-HASH.
       2600-EXIT.
               EXIT.

       2610-READ-PROFILE-FILE.
           READ PROFILE-FILE
               AT END
                   SET EOF-PROFILE TO TRUE
           END-READ.
           IF NOT PROFILE-FILE-OK
               GO TO 2610-EXIT
           END-IF.
           IF WS-PROFILE-COUNT >= WS-PROFILE-MAX
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "PROFILE FILE EXCEEDS TABLE - REST NOT LOADED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-PROFILE TO TRUE
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO WS-PROFILE-COUNT.
           MOVE PROFILE-RECORD TO WS-PROFILE-IMAGE(WS-PROFILE-COUNT).
           MOVE PROFILE-RECORD TO WS-HASH-IMAGE.
           PERFORM 8600-HASH-IMAGE THRU 8600-EXIT.
       2610-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-PROCESS-CARDS - note each decision card against its
      * change. A card that names no pending change, or no known
      * function, is an error and nothing is decided this run; a
      * second card for one change is ignored with a warning.
      *----------------------------------------------------------------
       3000-PROCESS-CARDS.
           PERFORM 3100-READ-CARD THRU 3100-EXIT.
           PERFORM 3200-NOTE-ONE-CARD THRU 3200-EXIT
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

       3200-NOTE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           SET DECISION-CARDS-PRESENT TO TRUE.
           PERFORM 3300-CHECK-ONE-CARD THRU 3300-EXIT.
           PERFORM 3100-READ-CARD THRU 3100-EXIT.
       3200-EXIT.
               EXIT.

       3300-CHECK-ONE-CARD.
           IF NOT AP-FUNC-APPROVE AND NOT AP-FUNC-REJECT
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "CARD " WS-CARD-COUNT
                   " UNKNOWN FUNCTION CODE " AP-FUNCTION
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE AP-CHANGE-ID TO WS-SEARCH-CHANGE-ID.
           PERFORM 8300-FIND-CHANGE THRU 8300-EXIT.
           IF WS-CH-HIT-INDEX = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "CARD " WS-CARD-COUNT
                   " NO PENDING CHANGE " AP-CHANGE-ID
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF NOT CH-NO-CARD(WS-CH-HIT-INDEX)
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "CARD " WS-CARD-COUNT
                   " SECOND DECISION FOR " AP-CHANGE-ID
                   " IGNORED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ADD 1 TO WS-WARNING-COUNT
               GO TO 3300-EXIT
           END-IF.
           MOVE AP-FUNCTION TO WS-CH-DECISION(WS-CH-HIT-INDEX).
           MOVE AP-REASON TO WS-CH-CARD-REASON(WS-CH-HIT-INDEX).
       3300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-DECIDE-CHANGES - list every pending change and, when
      * the run is deciding, apply, reject or refuse it. The run
      * decides only when it has cards, a user id to decide under,
      * and no error so far - an error leaves every change pending.
      *----------------------------------------------------------------
       4000-DECIDE-CHANGES.
           IF DECISION-CARDS-PRESENT
               IF WS-OPERATOR-ID = SPACES
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   MOVE "NO USER ID FOR THE RUN - NOTHING DECIDED"
                       TO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
               IF WS-ERROR-COUNT = ZERO
                   SET RUN-IS-DECIDING TO TRUE
               ELSE
                   MOVE "NOTICE   " TO WS-FL-SEVERITY
                   MOVE "ERRORS FOUND - EVERY CHANGE LEFT PENDING"
                       TO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "PENDING CHANGES" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-CHANGE-COUNT = ZERO
               MOVE "NO CHANGE IS PENDING" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF RUN-IS-DECIDING
               OPEN EXTEND AUDIT-FILE
               IF NOT AUDIT-FILE-OK
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           END-IF.
           PERFORM 4100-DECIDE-ONE-CHANGE THRU 4100-EXIT
               VARYING WS-CH-INDEX FROM 1 BY 1
               UNTIL WS-CH-INDEX > WS-CHANGE-COUNT.
           IF RUN-IS-DECIDING
               CLOSE AUDIT-FILE
           END-IF.
       4000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4100-DECIDE-ONE-CHANGE - the decision for one change, then
      * its items listed, logged and stamped with it.
      *----------------------------------------------------------------
       4100-DECIDE-ONE-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-CH-CHANGE-ID(WS-CH-INDEX) TO WS-CL-CHANGE-ID.
           IF CH-KEY-CHANGE(WS-CH-INDEX)
               MOVE "KEY FILE" TO WS-CL-FILE-NAME
           ELSE
               MOVE "PROFILE FILE" TO WS-CL-FILE-NAME
           END-IF.
           MOVE WS-CH-REQ-USER(WS-CH-INDEX) TO WS-CL-REQ-USER.
           MOVE WS-CH-ITEMS-FOUND(WS-CH-INDEX) TO WS-CL-ITEMS-FOUND.
           MOVE WS-CH-ITEM-COUNT(WS-CH-INDEX) TO WS-CL-ITEM-COUNT.
           MOVE WS-CHANGE-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           EVALUATE TRUE
               WHEN NOT RUN-IS-DECIDING
                   SET CH-UNDECIDED(WS-CH-INDEX) TO TRUE
               WHEN CH-APPROVE-CARD(WS-CH-INDEX)
                   PERFORM 4200-APPROVE-CHANGE THRU 4200-EXIT
               WHEN CH-NO-CARD(WS-CH-INDEX)
                   SET CH-REJECTED(WS-CH-INDEX) TO TRUE
                   MOVE "NOT APPROVED" TO WS-CH-REASON(WS-CH-INDEX)
               WHEN OTHER
                   SET CH-REJECTED(WS-CH-INDEX) TO TRUE
                   IF WS-CH-CARD-REASON(WS-CH-INDEX) = SPACES
                       MOVE "REJECTED BY APPROVER"
                           TO WS-CH-REASON(WS-CH-INDEX)
                   ELSE
                       MOVE WS-CH-CARD-REASON(WS-CH-INDEX)
                           TO WS-CH-REASON(WS-CH-INDEX)
                   END-IF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CH-APPLIED(WS-CH-INDEX)
                   MOVE "-APPROVE" TO WS-AO-DECISION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN CH-REJECTED(WS-CH-INDEX)
                   MOVE "-REJECT" TO WS-AO-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CH-REFUSED(WS-CH-INDEX)
                   MOVE "-REFUSED" TO WS-AO-DECISION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNDECIDED-COUNT
           END-EVALUATE.
           IF CH-KEY-CHANGE(WS-CH-INDEX)
               MOVE "KEY" TO WS-AO-FILE-PREFIX
           ELSE
               MOVE "PRF" TO WS-AO-FILE-PREFIX
           END-IF.
           PERFORM 4500-FINISH-ONE-ITEM THRU 4500-EXIT
               VARYING WS-PE-INDEX FROM 1 BY 1
               UNTIL WS-PE-INDEX > WS-PENDING-COUNT.

           MOVE SPACES TO WS-OL-TEXT.
           EVALUATE TRUE
               WHEN CH-APPLIED(WS-CH-INDEX)
                   MOVE "APPLIED" TO WS-OL-TEXT
               WHEN CH-REJECTED(WS-CH-INDEX)
                   STRING "REJECTED - " WS-CH-REASON(WS-CH-INDEX)
                       DELIMITED BY SIZE INTO WS-OL-TEXT
               WHEN CH-REFUSED(WS-CH-INDEX)
                   STRING "APPROVAL REFUSED - "
                       WS-CH-REASON(WS-CH-INDEX)
                       DELIMITED BY SIZE INTO WS-OL-TEXT
               WHEN OTHER
                   MOVE "PENDING - NOT DECIDED IN THIS RUN"
                       TO WS-OL-TEXT
           END-EVALUATE.
           MOVE WS-OUTCOME-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       4100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4200-APPROVE-CHANGE - an approval card. The user who asked
      * for the change cannot sign it off: the approval is refused
      * and the change stays pending. Otherwise the change is
      * applied when 4300 finds it can be, and rejected as stale or
      * incomplete when not.
      *----------------------------------------------------------------
       4200-APPROVE-CHANGE.
           IF WS-CH-REQ-USER(WS-CH-INDEX) = WS-OPERATOR-ID
               SET CH-REFUSED(WS-CH-INDEX) TO TRUE
               MOVE "SAME USER AS REQUEST" TO WS-CH-REASON(WS-CH-INDEX)
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "APPROVAL OF " WS-CH-CHANGE-ID(WS-CH-INDEX)
                   " REFUSED - " WS-OPERATOR-ID
                   " REQUESTED IT"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ADD 1 TO WS-WARNING-COUNT
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-CHECK-CHANGE THRU 4300-EXIT.
           IF WS-CHECK-FAULT NOT = SPACES
               SET CH-REJECTED(WS-CH-INDEX) TO TRUE
               MOVE WS-CHECK-FAULT TO WS-CH-REASON(WS-CH-INDEX)
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "CHANGE " WS-CH-CHANGE-ID(WS-CH-INDEX)
                   " NOT APPLIED - " WS-CHECK-FAULT
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ADD 1 TO WS-WARNING-COUNT
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4400-APPLY-ONE-ITEM THRU 4400-EXIT
               VARYING WS-PE-INDEX FROM 1 BY 1
               UNTIL WS-PE-INDEX > WS-PENDING-COUNT.
           IF CH-KEY-CHANGE(WS-CH-INDEX)
               PERFORM 8650-REHASH-KEY-TABLE THRU 8650-EXIT
           ELSE
               PERFORM 8660-REHASH-PROFILE-TABLE THRU 8660-EXIT
           END-IF.
           SET CH-APPLIED(WS-CH-INDEX) TO TRUE.
       4200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4300-CHECK-CHANGE - can the change be applied as it was
      * validated? Every item must have reached the pending file,
      * the production file must still have the record count and
      * hash total the request saw, and every record the change
      * replaces or removes must still be on file as its before
      * image shows (and nothing already on file where it adds).
      * WS-CHECK-FAULT comes back blank when the change can go in.
      *----------------------------------------------------------------
       4300-CHECK-CHANGE.
           MOVE SPACES TO WS-CHECK-FAULT.
           MOVE ZERO TO WS-ADD-COUNT.
           IF WS-CH-ITEMS-FOUND(WS-CH-INDEX) NOT =
                   WS-CH-ITEM-COUNT(WS-CH-INDEX)
               MOVE "INCOMPLETE REQUEST" TO WS-CHECK-FAULT
               GO TO 4300-EXIT
           END-IF.
           IF CH-KEY-CHANGE(WS-CH-INDEX)
               IF WS-CH-BASE-COUNT(WS-CH-INDEX) NOT = WS-KEY-BASE-COUNT
                       OR WS-CH-BASE-HASH(WS-CH-INDEX) NOT =
                           WS-KEY-BASE-HASH
                   MOVE "STALE - FILE CHANGED" TO WS-CHECK-FAULT
                   GO TO 4300-EXIT
               END-IF
           ELSE
               IF WS-CH-BASE-COUNT(WS-CH-INDEX) NOT = WS-PRF-BASE-COUNT
                       OR WS-CH-BASE-HASH(WS-CH-INDEX) NOT =
                           WS-PRF-BASE-HASH
                   MOVE "STALE - FILE CHANGED" TO WS-CHECK-FAULT
                   GO TO 4300-EXIT
               END-IF
           END-IF.
           PERFORM 4310-CHECK-ONE-ITEM THRU 4310-EXIT
               VARYING WS-PE-INDEX FROM 1 BY 1
               UNTIL WS-PE-INDEX > WS-PENDING-COUNT.
           IF WS-CHECK-FAULT NOT = SPACES
               GO TO 4300-EXIT
           END-IF.
           IF CH-KEY-CHANGE(WS-CH-INDEX)
               IF WS-KEY-COUNT + WS-ADD-COUNT > WS-KEY-MAX
                   MOVE "KEY TABLE FULL" TO WS-CHECK-FAULT
               END-IF
           ELSE
               IF WS-PROFILE-COUNT + WS-ADD-COUNT > WS-PROFILE-MAX
                   MOVE "PROFILE TABLE FULL" TO WS-CHECK-FAULT
               END-IF
           END-IF.
       4300-EXIT.
               EXIT.

       4310-CHECK-ONE-ITEM.
           MOVE WS-PENDING-ENTRY(WS-PE-INDEX) TO PENDING-RECORD.
           IF PND-CHANGE-ID NOT = WS-CH-CHANGE-ID(WS-CH-INDEX)
                   OR NOT PND-PENDING
               GO TO 4310-EXIT
           END-IF.
           PERFORM 8350-FIND-CURRENT-RECORD THRU 8350-EXIT.
           IF PND-ACTION-ADD
               IF WS-IM-HIT-INDEX NOT = ZERO
                   MOVE "STALE - FILE CHANGED" TO WS-CHECK-FAULT
               END-IF
               ADD 1 TO WS-ADD-COUNT
               GO TO 4310-EXIT
           END-IF.
           IF WS-IM-HIT-INDEX = ZERO
               MOVE "STALE - FILE CHANGED" TO WS-CHECK-FAULT
               GO TO 4310-EXIT
           END-IF.
           IF PND-KEY-CHANGE
               IF WS-KEY-IMAGE(WS-IM-HIT-INDEX) NOT =
                       PND-BEFORE-IMAGE(1:50)
                   MOVE "STALE - FILE CHANGED" TO WS-CHECK-FAULT
               END-IF
           ELSE
               IF WS-PROFILE-IMAGE(WS-IM-HIT-INDEX) NOT =
                       PND-BEFORE-IMAGE
                   MOVE "STALE - FILE CHANGED" TO WS-CHECK-FAULT
               END-IF
           END-IF.
       4310-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4400-APPLY-ONE-ITEM - put one item of the approved change
      * into its file's table: an add appended, a change replaced
      * in place, a delete filled from the table's last entry. The
      * tables are sorted before they are written.
      *----------------------------------------------------------------
       4400-APPLY-ONE-ITEM.
           MOVE WS-PENDING-ENTRY(WS-PE-INDEX) TO PENDING-RECORD.
           IF PND-CHANGE-ID NOT = WS-CH-CHANGE-ID(WS-CH-INDEX)
                   OR NOT PND-PENDING
               GO TO 4400-EXIT
           END-IF.
           PERFORM 8350-FIND-CURRENT-RECORD THRU 8350-EXIT.
           IF PND-KEY-CHANGE
               EVALUATE TRUE
                   WHEN PND-ACTION-ADD
                       ADD 1 TO WS-KEY-COUNT
                       MOVE PND-AFTER-IMAGE
                           TO WS-KEY-IMAGE(WS-KEY-COUNT)
                   WHEN PND-ACTION-CHANGE
                       MOVE PND-AFTER-IMAGE
                           TO WS-KEY-IMAGE(WS-IM-HIT-INDEX)
                   WHEN PND-ACTION-DELETE
                       MOVE WS-KEY-IMAGE(WS-KEY-COUNT)
                           TO WS-KEY-IMAGE(WS-IM-HIT-INDEX)
                       SUBTRACT 1 FROM WS-KEY-COUNT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN PND-ACTION-ADD
                       ADD 1 TO WS-PROFILE-COUNT
                       MOVE PND-AFTER-IMAGE
                           TO WS-PROFILE-IMAGE(WS-PROFILE-COUNT)
                   WHEN PND-ACTION-CHANGE
                       MOVE PND-AFTER-IMAGE
                           TO WS-PROFILE-IMAGE(WS-IM-HIT-INDEX)
                   WHEN PND-ACTION-DELETE
                       MOVE WS-PROFILE-IMAGE(WS-PROFILE-COUNT)
                           TO WS-PROFILE-IMAGE(WS-IM-HIT-INDEX)
                       SUBTRACT 1 FROM WS-PROFILE-COUNT
               END-EVALUATE
           END-IF.
       4400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4500-FINISH-ONE-ITEM - list one item of the change at
      * WS-CH-INDEX; once the change is decided, log the decision to
      * AUDITLOG and, for an approval or a rejection, stamp it on
      * the pending record. A refused approval is logged but leaves
      * the record pending.
      *----------------------------------------------------------------
       4500-FINISH-ONE-ITEM.
           MOVE WS-PENDING-ENTRY(WS-PE-INDEX) TO PENDING-RECORD.
           IF PND-CHANGE-ID NOT = WS-CH-CHANGE-ID(WS-CH-INDEX)
                   OR NOT PND-PENDING
               GO TO 4500-EXIT
           END-IF.
           MOVE PND-BEFORE-IMAGE TO WS-SUMMARY-IMAGE.
           PERFORM 8400-SUMMARIZE-IMAGE THRU 8400-EXIT.
           MOVE WS-SUMMARY-TEXT TO WS-BEFORE-SUMMARY.
           MOVE PND-AFTER-IMAGE TO WS-SUMMARY-IMAGE.
           PERFORM 8400-SUMMARIZE-IMAGE THRU 8400-EXIT.
           MOVE WS-SUMMARY-TEXT TO WS-AFTER-SUMMARY.

           EVALUATE TRUE
               WHEN PND-ACTION-ADD
                   MOVE "ADD" TO WS-IL-ACTION
               WHEN PND-ACTION-CHANGE
                   MOVE "CHANGE" TO WS-IL-ACTION
               WHEN PND-ACTION-DELETE
                   MOVE "DELETE" TO WS-IL-ACTION
               WHEN OTHER
                   MOVE PND-ACTION TO WS-IL-ACTION
           END-EVALUATE.
           MOVE PND-PARTNER-ID TO WS-IL-PARTNER.
           IF WS-IL-PARTNER = SPACES
               MOVE "*HOUSE*" TO WS-IL-PARTNER
           END-IF.
           IF PND-KEY-CHANGE
               IF PND-ACTION-DELETE
                   MOVE PND-BEFORE-IMAGE(9:1) TO WS-IL-TYPE
               ELSE
                   MOVE PND-AFTER-IMAGE(9:1) TO WS-IL-TYPE
               END-IF
           ELSE
               MOVE SPACE TO WS-IL-TYPE
           END-IF.
           MOVE WS-BEFORE-SUMMARY TO WS-IL-BEFORE.
           MOVE WS-AFTER-SUMMARY TO WS-IL-AFTER.
           MOVE WS-ITEM-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.

           IF CH-UNDECIDED(WS-CH-INDEX)
               GO TO 4500-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION.
           MOVE PND-CHANGE-ID TO AUD-SHIFT-OR-KEY.
           STRING "REQ BY " PND-REQ-USER
               DELIMITED BY SIZE INTO AUD-INPUT-TRUNC.
           IF CH-APPLIED(WS-CH-INDEX)
               MOVE WS-AFTER-SUMMARY TO AUD-OUTPUT-TRUNC
           ELSE
               MOVE WS-CH-REASON(WS-CH-INDEX) TO AUD-OUTPUT-TRUNC
           END-IF.
           MOVE PND-PARTNER-ID TO AUD-PARTNER-ID.
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE.
           WRITE AUDIT-RECORD.
           IF NOT AUDIT-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "AUDIT LOG WRITE FAILED - STATUS "
                   AUDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.

           IF CH-REFUSED(WS-CH-INDEX)
               GO TO 4500-EXIT
           END-IF.
           IF CH-APPLIED(WS-CH-INDEX)
               SET PND-APPROVED TO TRUE
           ELSE
               SET PND-REJECTED TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO PND-DECIDED-BY.
           MOVE WS-TODAY-DATE TO PND-DECIDED-DATE.
           MOVE WS-CH-REASON(WS-CH-INDEX) TO PND-REASON.
           MOVE PENDING-RECORD TO WS-PENDING-ENTRY(WS-PE-INDEX).
       4500-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-KEY-FILE - the key table, in key order, to
      * KEYOUT. Written on every run so the promote step always has
      * a complete file, changed or not.
      *----------------------------------------------------------------
       5000-WRITE-KEY-FILE.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM 5100-SORT-KEY-PASS THRU 5100-EXIT
               UNTIL TABLE-IS-SORTED.
           OPEN OUTPUT KEYOUT-FILE.
           PERFORM 5200-WRITE-ONE-KEY THRU 5200-EXIT
               VARYING WS-IM-INDEX FROM 1 BY 1
               UNTIL WS-IM-INDEX > WS-KEY-COUNT.
           CLOSE KEYOUT-FILE.
       5000-EXIT.
               EXIT.

       5100-SORT-KEY-PASS.
           SET TABLE-IS-SORTED TO TRUE.
           PERFORM 5110-ORDER-KEY-PAIR THRU 5110-EXIT
               VARYING WS-IM-INDEX FROM 1 BY 1
               UNTIL WS-IM-INDEX >= WS-KEY-COUNT.
       5100-EXIT.
               EXIT.

       5110-ORDER-KEY-PAIR.
           COMPUTE WS-IM-INDEX-2 = WS-IM-INDEX + 1.
           IF WS-KEY-IMAGE(WS-IM-INDEX)(1:17) >
                   WS-KEY-IMAGE(WS-IM-INDEX-2)(1:17)
               MOVE WS-KEY-IMAGE(WS-IM-INDEX) TO WS-SWAP-IMAGE
               MOVE WS-KEY-IMAGE(WS-IM-INDEX-2)
                   TO WS-KEY-IMAGE(WS-IM-INDEX)
               MOVE WS-SWAP-IMAGE TO WS-KEY-IMAGE(WS-IM-INDEX-2)
               MOVE "N" TO WS-SORTED-SW
           END-IF.
       5110-EXIT.
               EXIT.

       5200-WRITE-ONE-KEY.
           MOVE WS-KEY-IMAGE(WS-IM-INDEX) TO KEYOUT-RECORD.
           WRITE KEYOUT-RECORD
               INVALID KEY
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "DUPLICATE KEY NOT WRITTEN - "
                       KEYOUT-PARTNER-ID " " KEYOUT-KEY-TYPE " "
                       KEYOUT-EFF-DATE
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-WRITE.
       5200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5500-WRITE-PROFILE-FILE - the profile table, in partner
      * order, to PROFOUT, on every run.
      *----------------------------------------------------------------
       5500-WRITE-PROFILE-FILE.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM 5600-SORT-PROFILE-PASS THRU 5600-EXIT
               UNTIL TABLE-IS-SORTED.
           OPEN OUTPUT PROFOUT-FILE.
           PERFORM 5700-WRITE-ONE-PROFILE THRU 5700-EXIT
               VARYING WS-IM-INDEX FROM 1 BY 1
               UNTIL WS-IM-INDEX > WS-PROFILE-COUNT.
           CLOSE PROFOUT-FILE.
       5500-EXIT.
               EXIT.

       5600-SORT-PROFILE-PASS.
           SET TABLE-IS-SORTED TO TRUE.
           PERFORM 5610-ORDER-PROFILE-PAIR THRU 5610-EXIT
               VARYING WS-IM-INDEX FROM 1 BY 1
               UNTIL WS-IM-INDEX >= WS-PROFILE-COUNT.
       5600-EXIT.
               EXIT.

       5610-ORDER-PROFILE-PAIR.
           COMPUTE WS-IM-INDEX-2 = WS-IM-INDEX + 1.
           IF WS-PROFILE-IMAGE(WS-IM-INDEX)(1:8) >
                   WS-PROFILE-IMAGE(WS-IM-INDEX-2)(1:8)
               MOVE WS-PROFILE-IMAGE(WS-IM-INDEX) TO WS-SWAP-IMAGE
               MOVE WS-PROFILE-IMAGE(WS-IM-INDEX-2)
                   TO WS-PROFILE-IMAGE(WS-IM-INDEX)
               MOVE WS-SWAP-IMAGE TO WS-PROFILE-IMAGE(WS-IM-INDEX-2)
               MOVE "N" TO WS-SORTED-SW
           END-IF.
       5610-EXIT.
               EXIT.

       5700-WRITE-ONE-PROFILE.
           MOVE WS-PROFILE-IMAGE(WS-IM-INDEX) TO PROFOUT-RECORD.
           WRITE PROFOUT-RECORD.
       5700-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-PENDING-FILE - the pending file back out to
      * PENDOUT with this run's decisions stamped on it. A change
      * decided more than WS-RETAIN-DAYS ago drops off; pending
      * records are always kept.
      *----------------------------------------------------------------
       6000-WRITE-PENDING-FILE.
           OPEN OUTPUT PENDOUT-FILE.
           PERFORM 6100-WRITE-ONE-PENDING THRU 6100-EXIT
               VARYING WS-PE-INDEX FROM 1 BY 1
               UNTIL WS-PE-INDEX > WS-PENDING-COUNT.
           CLOSE PENDOUT-FILE.
       6000-EXIT.
               EXIT.

       6100-WRITE-ONE-PENDING.
           MOVE WS-PENDING-ENTRY(WS-PE-INDEX) TO PENDING-RECORD.
           IF NOT PND-PENDING
                   AND PND-DECIDED-DATE IS NUMERIC
                   AND PND-DECIDED-DATE > ZERO
               COMPUTE WS-DECIDED-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(PND-DECIDED-DATE)
               IF WS-DECIDED-DAY-NO + WS-RETAIN-DAYS
                       < WS-TODAY-DAY-NO
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           MOVE PENDING-RECORD TO PENDOUT-RECORD.
           WRITE PENDOUT-RECORD.
       6100-EXIT.
               EXIT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES APPLIED " WS-APPLIED-COUNT
               "  REJECTED " WS-REJECTED-COUNT
               "  REFUSED " WS-REFUSED-COUNT
               "  STILL PENDING " WS-UNDECIDED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DECIDED RECORDS DROPPED AFTER 90 DAYS "
               WS-PURGED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7000-EXIT.
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

      *    The change table entry for WS-SEARCH-CHANGE-ID, into
      *    WS-CH-HIT-INDEX (zero when it has none).
       8300-FIND-CHANGE.
           MOVE ZERO TO WS-CH-HIT-INDEX.
           PERFORM 8310-MATCH-CHANGE THRU 8310-EXIT
               VARYING WS-CH-INDEX FROM 1 BY 1
               UNTIL WS-CH-INDEX > WS-CHANGE-COUNT.
       8300-EXIT.
               EXIT.

       8310-MATCH-CHANGE.
           IF WS-CH-CHANGE-ID(WS-CH-INDEX) = WS-SEARCH-CHANGE-ID
               MOVE WS-CH-INDEX TO WS-CH-HIT-INDEX
               MOVE WS-CHANGE-COUNT TO WS-CH-INDEX
           END-IF.
       8310-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8350-FIND-CURRENT-RECORD - the record the item in
      * PENDING-RECORD adds, replaces or removes, as the table now
      * holds it, into WS-IM-HIT-INDEX (zero when not on file). A
      * window is found by its full key (partner, key type and
      * effective date), a profile by its partner.
      *----------------------------------------------------------------
       8350-FIND-CURRENT-RECORD.
           MOVE ZERO TO WS-IM-HIT-INDEX.
           IF PND-KEY-CHANGE
               IF PND-ACTION-DELETE
                   MOVE PND-BEFORE-IMAGE(1:17) TO WS-SEARCH-KEY
               ELSE
                   MOVE PND-AFTER-IMAGE(1:17) TO WS-SEARCH-KEY
               END-IF
               PERFORM 8360-MATCH-KEY THRU 8360-EXIT
                   VARYING WS-IM-INDEX FROM 1 BY 1
                   UNTIL WS-IM-INDEX > WS-KEY-COUNT
           ELSE
               PERFORM 8370-MATCH-PROFILE THRU 8370-EXIT
                   VARYING WS-IM-INDEX FROM 1 BY 1
                   UNTIL WS-IM-INDEX > WS-PROFILE-COUNT
           END-IF.
       8350-EXIT.
               EXIT.

       8360-MATCH-KEY.
           IF WS-KEY-IMAGE(WS-IM-INDEX)(1:17) = WS-SEARCH-KEY
               MOVE WS-IM-INDEX TO WS-IM-HIT-INDEX
               MOVE WS-KEY-COUNT TO WS-IM-INDEX
           END-IF.
       8360-EXIT.
               EXIT.

       8370-MATCH-PROFILE.
           IF WS-PROFILE-IMAGE(WS-IM-INDEX)(1:8) = PND-PARTNER-ID
               MOVE WS-IM-INDEX TO WS-IM-HIT-INDEX
               MOVE WS-PROFILE-COUNT TO WS-IM-INDEX
           END-IF.
       8370-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8400-SUMMARIZE-IMAGE - the image in WS-SUMMARY-IMAGE (blank
      * for none) of the item in PENDING-RECORD as the 20 bytes the
      * listing and the audit log show, into WS-SUMMARY-TEXT. The
      * key and profile files' record areas (both closed) give the
      * image its layout.
      *----------------------------------------------------------------
       8400-SUMMARIZE-IMAGE.
           IF WS-SUMMARY-IMAGE = SPACES
               MOVE "(NONE)" TO WS-SUMMARY-TEXT
               GO TO 8400-EXIT
           END-IF.
           IF PND-KEY-CHANGE
               MOVE WS-SUMMARY-IMAGE TO KEY-RECORD
               MOVE KEY-EFF-DATE TO WS-WSUM-EFF-DATE
               MOVE KEY-EXP-DATE TO WS-WSUM-EXP-DATE
               MOVE KEY-WINDOW-STATUS TO WS-WSUM-STATUS
               IF KEY-IS-KEYWORD
                   MOVE "KW" TO WS-WSUM-SHIFT
               ELSE
                   MOVE KEY-SHIFT-VALUE TO WS-WSUM-SHIFT
               END-IF
               MOVE WS-WINDOW-SUMMARY TO WS-SUMMARY-TEXT
           ELSE
               MOVE WS-SUMMARY-IMAGE TO PROFILE-RECORD
               MOVE PRF-DIGIT-LOW TO WS-PSUM-DIGIT-LOW
               MOVE PRF-DIGIT-HIGH TO WS-PSUM-DIGIT-HIGH
               MOVE PRF-PUNCT-LEN TO WS-PSUM-PUNCT-LEN
               MOVE WS-PROFILE-SUMMARY TO WS-SUMMARY-TEXT
           END-IF.
       8400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8600-HASH-IMAGE - add the record in WS-HASH-IMAGE to
      * WS-HASH-TOTAL: each byte's code point weighted by its
      * position, the same total the maintenance runs stamp on a
      * request.
      *----------------------------------------------------------------
       8600-HASH-IMAGE.
           PERFORM 8610-HASH-ONE-BYTE THRU 8610-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 60.
       8600-EXIT.
               EXIT.

       8610-HASH-ONE-BYTE.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
               + FUNCTION ORD(WS-HASH-IMAGE(WS-HASH-POS:1))
               * WS-HASH-POS.
       8610-EXIT.
               EXIT.

      *    A change just applied moves its file's count and total,
      *    so a later change requested against the old file is
      *    rejected as stale rather than applied over this one.
       8650-REHASH-KEY-TABLE.
           MOVE ZERO TO WS-HASH-TOTAL.
           PERFORM 8655-HASH-ONE-KEY THRU 8655-EXIT
               VARYING WS-IM-INDEX FROM 1 BY 1
               UNTIL WS-IM-INDEX > WS-KEY-COUNT.
           MOVE WS-KEY-COUNT TO WS-KEY-BASE-COUNT.
           MOVE WS-HASH-TOTAL TO WS-KEY-BASE-HASH.
       8650-EXIT.
               EXIT.

       8655-HASH-ONE-KEY.
           MOVE WS-KEY-IMAGE(WS-IM-INDEX) TO WS-HASH-IMAGE.
           PERFORM 8600-HASH-IMAGE THRU 8600-EXIT.
       8655-EXIT.
               EXIT.

       8660-REHASH-PROFILE-TABLE.
           MOVE ZERO TO WS-HASH-TOTAL.
           PERFORM 8665-HASH-ONE-PROFILE THRU 8665-EXIT
               VARYING WS-IM-INDEX FROM 1 BY 1
               UNTIL WS-IM-INDEX > WS-PROFILE-COUNT.
           MOVE WS-PROFILE-COUNT TO WS-PRF-BASE-COUNT.
           MOVE WS-HASH-TOTAL TO WS-PRF-BASE-HASH.
       8660-EXIT.
               EXIT.

       8665-HASH-ONE-PROFILE.
           MOVE WS-PROFILE-IMAGE(WS-IM-INDEX) TO WS-HASH-IMAGE.
           PERFORM 8600-HASH-IMAGE THRU 8600-EXIT.
       8665-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - close out and grade the run for the
      * scheduler: 8 when an error left everything undecided (hold
      * the promote steps), 4 for a refusal, a stale or incomplete
      * change or a second card, 0 clean.
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
