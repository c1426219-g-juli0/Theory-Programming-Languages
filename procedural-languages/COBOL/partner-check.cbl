       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerCheck.

      *----------------------------------------------------------------
      * Nightly partner consistency check: holds the key file, the
      * shift-class profiles and the night's MSGIN traffic up
      * against the partner master (PTNRREC.CPY) so the files that
      * each name a partner on their own cannot quietly drift apart.
      *
      * One SYSIN card (PCHKCARD.CPY) gives the run date and the
      * partner unrouted MSGIN records belong to. The report on
      * PCHKRPT lists every master partner with its night's traffic
      * and its key coverage for the coming week, then the findings:
      *   - a key window for a partner with no master entry
      *   - a suspended or closed partner with traffic on MSGIN
      *   - an active partner whose own shift windows leave a day
      *     of the run date and the six days after it uncovered
      *     (keyword windows and windows withdrawn as compromised
      *     do not count as coverage)
      *   - a profile for a partner with no master entry
      *   - traffic on MSGIN for a partner with no master entry
      *     (a warning: the cipher run still serves it off the
      *     house rules, but nobody has agreed terms for it)
      * Blank partner ids are the house default key's and are never
      * held against the master.
      *
      * RETURN-CODE: 0 clean, 4 warnings only, 8 any error - the
      * scheduler holds the night's cipher run on 8.
      *
      * Modification History
      *   - Initial version: key-window, profile, traffic and
      *     coverage checks against the partner master.
      *   - Only a live shift window counts as coverage: a keyword
      *     window or one withdrawn as compromised no longer lets a
      *     partner pass the look-ahead check.
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

           SELECT KEY-FILE ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "PROFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT MSGIN-FILE ASSIGN TO "MSGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGIN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY PCHKCARD.

       FD  PARTNER-FILE
           RECORDING MODE IS F.
           COPY PTNRREC.

       FD  KEY-FILE.
           COPY KEYREC.

       FD  PROFILE-FILE
           RECORDING MODE IS F.
           COPY PROFREC.

       FD  MSGIN-FILE
           RECORDING MODE IS F.
       01  MSGIN-RECORD                PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BATCHCNT.
           COPY ROUTEPFX.

      *----------------------------------------------------------------
      * The partner master, with what the other files said about
      * each partner: the night's MSGIN records, and which of the
      * seven days from the run date its key windows cover.
      *----------------------------------------------------------------
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 50 TIMES.
               10  WS-PT-PARTNER-ID    PIC X(08).
               10  WS-PT-STATUS        PIC X(01).
                   88  PT-ACTIVE              VALUE "A".
                   88  PT-SUSPENDED           VALUE "S".
                   88  PT-CLOSED              VALUE "C".
               10  WS-PT-TRAFFIC       PIC 9(07).
               10  WS-PT-COVER-TABLE.
                   15  WS-PT-COVERED-SW PIC X(01) OCCURS 7 TIMES.
                       88  DAY-IS-COVERED     VALUE "Y".
       01  WS-PARTNER-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-PARTNER-MAX              PIC 9(02) COMP VALUE 50.
       01  WS-PT-INDEX                 PIC 9(02) COMP.
       01  WS-PT-HIT-INDEX             PIC 9(02) COMP.
       01  WS-LOOKUP-PARTNER-ID        PIC X(08).

      *    Partners with MSGIN traffic but no master entry - each is
      *    reported once however many records it sent.
       01  WS-UNLISTED-TABLE.
           05  WS-UNLISTED-ENTRY OCCURS 20 TIMES.
               10  WS-UL-PARTNER-ID    PIC X(08).
               10  WS-UL-TRAFFIC       PIC 9(07).
       01  WS-UNLISTED-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  WS-UNLISTED-MAX             PIC 9(02) COMP VALUE 20.
       01  WS-UL-INDEX                 PIC 9(02) COMP.
       01  WS-UL-HIT-INDEX             PIC 9(02) COMP.

      *    The look-ahead week: the run date and the six days after.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-DATE            PIC 9(08) OCCURS 7 TIMES.
       01  WS-DAY-INDEX                PIC 9(01) COMP.
       01  WS-DAYS-COVERED             PIC 9(01) COMP.
       01  WS-FIRST-GAP-DATE           PIC 9(08).
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-INT             PIC 9(07) COMP.
       01  WS-WORK-DATE-INT            PIC 9(07) COMP.
       01  WS-LAST-KEY-PARTNER-ID      PIC X(08) VALUE LOW-VALUES.

       01  WS-MSGIN-DETAILS            PIC 9(07) COMP VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  PARTNER-FILE-STATUS     PIC X(02).
               88  PARTNER-FILE-OK             VALUE "00".
           05  KEY-FILE-STATUS         PIC X(02).
               88  KEY-FILE-OK                 VALUE "00".
           05  PROFILE-FILE-STATUS     PIC X(02).
               88  PROFILE-FILE-OK             VALUE "00".
           05  MSGIN-FILE-STATUS       PIC X(02).
               88  MSGIN-FILE-OK               VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-EOF-PARTNER-SW       PIC X(01) VALUE "N".
               88  EOF-PARTNER                 VALUE "Y".
           05  WS-EOF-KEY-SW           PIC X(01) VALUE "N".
               88  EOF-KEY                     VALUE "Y".
           05  WS-EOF-PROFILE-SW       PIC X(01) VALUE "N".
               88  EOF-PROFILE                 VALUE "Y".
           05  WS-EOF-MSGIN-SW         PIC X(01) VALUE "N".
               88  EOF-MSGIN                   VALUE "Y".
           05  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
               88  HEADER-WAS-SEEN             VALUE "Y".

      *----------------------------------------------------------------
      * PCHKRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE-1.
           05  FILLER                  PIC X(38)
               VALUE "PARTNER CONSISTENCY CHECK - RUN DATE  ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-HDG-LINE-2.
           05  FILLER                  PIC X(40)
               VALUE "  PARTNER  STATUS      MSGIN RECS  KEY D".
           05  FILLER                  PIC X(40)
               VALUE "AYS (OF 7)                              ".
       01  WS-PARTNER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-STATUS            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-TRAFFIC           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-PL-DAYS              PIC 9(01).
           05  FILLER                  PIC X(38) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.
       01  WS-EDIT-COUNT               PIC 9(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PARTNER-TABLE THRU 2000-EXIT.
           PERFORM 3000-CHECK-KEY-FILE THRU 3000-EXIT.
           PERFORM 4000-CHECK-PROFILES THRU 4000-EXIT.
           PERFORM 5000-COUNT-TRAFFIC THRU 5000-EXIT.
           PERFORM 6000-CHECK-PARTNERS THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - read the card and lay out the look-ahead
      * week. A missing card behaves like a blank one: today's date
      * and unrouted traffic on the house default key.
      *----------------------------------------------------------------
       1000-INITIALIZE.
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
           IF NOT CARD-WAS-READ
               MOVE ZERO TO PC-RUN-DATE
               MOVE SPACES TO PC-DEFAULT-PARTNER-ID
           END-IF.
           IF PC-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE PC-RUN-DATE TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1100-SET-ONE-WEEK-DAY THRU 1100-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-HDG-LINE-1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
               EXIT.

       1100-SET-ONE-WEEK-DAY.
           COMPUTE WS-WORK-DATE-INT =
               WS-RUN-DATE-INT + WS-DAY-INDEX - 1.
           COMPUTE WS-WEEK-DATE(WS-DAY-INDEX) =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT).
       1100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-PARTNER-TABLE - the master, with no traffic and no
      * coverage yet. Without a master there is nothing to check
      * against, which is itself the first error.
      *----------------------------------------------------------------
       2000-LOAD-PARTNER-TABLE.
           OPEN INPUT PARTNER-FILE.
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "PARTNER MASTER COULD NOT BE OPENED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
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
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-PARTNER-COUNT >= WS-PARTNER-MAX
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "PARTNER MASTER EXCEEDS TABLE - REST NOT CHECKED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-PARTNER TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PARTNER-COUNT.
           MOVE PTR-PARTNER-ID TO WS-PT-PARTNER-ID(WS-PARTNER-COUNT).
           MOVE PTR-STATUS TO WS-PT-STATUS(WS-PARTNER-COUNT).
           MOVE ZERO TO WS-PT-TRAFFIC(WS-PARTNER-COUNT).
           MOVE ALL "N" TO WS-PT-COVER-TABLE(WS-PARTNER-COUNT).
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-KEY-FILE - one pass over the key file in key
      * order. A window for a partner the master does not know is
      * reported once per partner (the file is in partner order);
      * a known partner's shift windows mark the look-ahead days
      * they cover. A keyword window carries no shift, and a window
      * withdrawn as compromised must not be used however its dates
      * read, so neither is coverage.
      *----------------------------------------------------------------
       3000-CHECK-KEY-FILE.
           OPEN INPUT KEY-FILE.
           IF NOT KEY-FILE-OK
               SET EOF-KEY TO TRUE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "KEY FILE COULD NOT BE OPENED - NO COVERAGE CHECK"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           PERFORM 3100-CHECK-ONE-WINDOW THRU 3100-EXIT
               UNTIL EOF-KEY.
           IF KEY-FILE-STATUS NOT = "35"
               CLOSE KEY-FILE
           END-IF.
       3000-EXIT.
               EXIT.

       3100-CHECK-ONE-WINDOW.
           READ KEY-FILE
               AT END
                   SET EOF-KEY TO TRUE
           END-READ.
           IF NOT KEY-FILE-OK
               SET EOF-KEY TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF KEY-PARTNER-ID = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE KEY-PARTNER-ID TO WS-LOOKUP-PARTNER-ID.
           PERFORM 7000-FIND-PARTNER THRU 7000-EXIT.
           IF WS-PT-HIT-INDEX = ZERO
               IF KEY-PARTNER-ID NOT = WS-LAST-KEY-PARTNER-ID
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   STRING "KEY WINDOWS FOR " KEY-PARTNER-ID
                       " (FIRST EFF " KEY-EFF-DATE
                       ") - NO PARTNER MASTER ENTRY"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
               MOVE KEY-PARTNER-ID TO WS-LAST-KEY-PARTNER-ID
               GO TO 3100-EXIT
           END-IF.
           MOVE KEY-PARTNER-ID TO WS-LAST-KEY-PARTNER-ID.
           IF NOT KEY-IS-SHIFT OR KEY-WINDOW-COMPROMISED
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-MARK-ONE-DAY THRU 3200-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7.
       3100-EXIT.
               EXIT.

       3200-MARK-ONE-DAY.
           IF WS-WEEK-DATE(WS-DAY-INDEX) >= KEY-EFF-DATE
                   AND WS-WEEK-DATE(WS-DAY-INDEX) <= KEY-EXP-DATE
               MOVE "Y"
                   TO WS-PT-COVERED-SW(WS-PT-HIT-INDEX, WS-DAY-INDEX)
           END-IF.
       3200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-PROFILES - every named profile must belong to a
      * master partner. A missing PROFILE file is not an error here:
      * every partner then runs on the house default set.
      *----------------------------------------------------------------
       4000-CHECK-PROFILES.
           OPEN INPUT PROFILE-FILE.
           IF NOT PROFILE-FILE-OK
               SET EOF-PROFILE TO TRUE
           END-IF.
           PERFORM 4100-CHECK-ONE-PROFILE THRU 4100-EXIT
               UNTIL EOF-PROFILE.
           IF PROFILE-FILE-STATUS NOT = "35"
               CLOSE PROFILE-FILE
           END-IF.
       4000-EXIT.
               EXIT.

       4100-CHECK-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET EOF-PROFILE TO TRUE
           END-READ.
           IF NOT PROFILE-FILE-OK
               SET EOF-PROFILE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF PRF-PARTNER-ID = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE PRF-PARTNER-ID TO WS-LOOKUP-PARTNER-ID.
           PERFORM 7000-FIND-PARTNER THRU 7000-EXIT.
           IF WS-PT-HIT-INDEX = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "PROFILE ON FILE FOR " PRF-PARTNER-ID
                   " - NO PARTNER MASTER ENTRY"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       4100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-COUNT-TRAFFIC - who has records on tonight's MSGIN. The
      * partner is resolved the way the cipher run resolves the
      * key: a routed record's own partner, else the card's. A
      * routed re-key (T) record involves two partners - traffic
      * leaves under the target's key as well - so it counts
      * against both.
      *----------------------------------------------------------------
       5000-COUNT-TRAFFIC.
           OPEN INPUT MSGIN-FILE.
           IF NOT MSGIN-FILE-OK
               SET EOF-MSGIN TO TRUE
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "MSGIN COULD NOT BE OPENED - NO TRAFFIC CHECK"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           PERFORM 5100-COUNT-ONE-RECORD THRU 5100-EXIT
               UNTIL EOF-MSGIN.
           IF MSGIN-FILE-STATUS NOT = "35"
               CLOSE MSGIN-FILE
           END-IF.
       5000-EXIT.
               EXIT.

       5100-COUNT-ONE-RECORD.
           READ MSGIN-FILE
               AT END
                   SET EOF-MSGIN TO TRUE
           END-READ.
           IF NOT MSGIN-FILE-OK
               SET EOF-MSGIN TO TRUE
               GO TO 5100-EXIT
           END-IF.
           MOVE MSGIN-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER AND NOT HEADER-WAS-SEEN
               SET HEADER-WAS-SEEN TO TRUE
               GO TO 5100-EXIT
           END-IF.
           IF BC-IS-TRAILER
               SET EOF-MSGIN TO TRUE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-MSGIN-DETAILS.
           MOVE MSGIN-RECORD TO ROUTED-MSG-RECORD.
           IF RM-IS-ROUTED AND RM-PARTNER-ID NOT = SPACES
               MOVE RM-PARTNER-ID TO WS-LOOKUP-PARTNER-ID
           ELSE
               MOVE PC-DEFAULT-PARTNER-ID TO WS-LOOKUP-PARTNER-ID
           END-IF.
           PERFORM 5200-TALLY-PARTNER THRU 5200-EXIT.
           IF RM-IS-ROUTED AND RM-OP-TRANSLATE
                   AND RM-TO-PARTNER-ID NOT = SPACES
                   AND RM-TO-PARTNER-ID NOT = WS-LOOKUP-PARTNER-ID
               MOVE RM-TO-PARTNER-ID TO WS-LOOKUP-PARTNER-ID
               PERFORM 5200-TALLY-PARTNER THRU 5200-EXIT
           END-IF.
       5100-EXIT.
               EXIT.

       5200-TALLY-PARTNER.
           IF WS-LOOKUP-PARTNER-ID = SPACES
               GO TO 5200-EXIT
           END-IF.
           PERFORM 7000-FIND-PARTNER THRU 7000-EXIT.
           IF WS-PT-HIT-INDEX > ZERO
               ADD 1 TO WS-PT-TRAFFIC(WS-PT-HIT-INDEX)
               GO TO 5200-EXIT
           END-IF.
           MOVE ZERO TO WS-UL-HIT-INDEX.
           PERFORM 5300-MATCH-UNLISTED THRU 5300-EXIT
               VARYING WS-UL-INDEX FROM 1 BY 1
               UNTIL WS-UL-INDEX > WS-UNLISTED-COUNT.
           IF WS-UL-HIT-INDEX = ZERO
               IF WS-UNLISTED-COUNT >= WS-UNLISTED-MAX
                   GO TO 5200-EXIT
               END-IF
               ADD 1 TO WS-UNLISTED-COUNT
               MOVE WS-UNLISTED-COUNT TO WS-UL-HIT-INDEX
               MOVE WS-LOOKUP-PARTNER-ID
                   TO WS-UL-PARTNER-ID(WS-UL-HIT-INDEX)
               MOVE ZERO TO WS-UL-TRAFFIC(WS-UL-HIT-INDEX)
           END-IF.
           ADD 1 TO WS-UL-TRAFFIC(WS-UL-HIT-INDEX).
       5200-EXIT.
               EXIT.

       5300-MATCH-UNLISTED.
           IF WS-UL-PARTNER-ID(WS-UL-INDEX) = WS-LOOKUP-PARTNER-ID
               MOVE WS-UL-INDEX TO WS-UL-HIT-INDEX
               MOVE WS-UNLISTED-COUNT TO WS-UL-INDEX
           END-IF.
       5300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-CHECK-PARTNERS - the per-partner board, with the
      * traffic and coverage findings that need the whole picture.
      *----------------------------------------------------------------
       6000-CHECK-PARTNERS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-HDG-LINE-2 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 6100-CHECK-ONE-PARTNER THRU 6100-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
           PERFORM 6300-REPORT-ONE-UNLISTED THRU 6300-EXIT
               VARYING WS-UL-INDEX FROM 1 BY 1
               UNTIL WS-UL-INDEX > WS-UNLISTED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-ERROR-COUNT = ZERO AND WS-WARNING-COUNT = ZERO
               MOVE "NO PARTNER CONSISTENCY FINDINGS" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       6000-EXIT.
               EXIT.

       6100-CHECK-ONE-PARTNER.
           MOVE ZERO TO WS-DAYS-COVERED.
           MOVE ZERO TO WS-FIRST-GAP-DATE.
           PERFORM 6200-COUNT-ONE-DAY THRU 6200-EXIT
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7.
           MOVE WS-PT-PARTNER-ID(WS-PT-INDEX) TO WS-PL-PARTNER.
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
           MOVE WS-PT-TRAFFIC(WS-PT-INDEX) TO WS-PL-TRAFFIC.
           MOVE WS-DAYS-COVERED TO WS-PL-DAYS.
           MOVE WS-PARTNER-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF NOT PT-ACTIVE(WS-PT-INDEX)
                   AND WS-PT-TRAFFIC(WS-PT-INDEX) > ZERO
               MOVE WS-PT-TRAFFIC(WS-PT-INDEX) TO WS-EDIT-COUNT
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "PARTNER " WS-PT-PARTNER-ID(WS-PT-INDEX)
                   " IS NOT ACTIVE BUT HAS " WS-EDIT-COUNT
                   " RECORDS ON MSGIN"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF PT-ACTIVE(WS-PT-INDEX) AND WS-DAYS-COVERED < 7
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "ACTIVE PARTNER "
                   WS-PT-PARTNER-ID(WS-PT-INDEX)
                   " HAS NO SHIFT WINDOW COVERING " WS-FIRST-GAP-DATE
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       6100-EXIT.
               EXIT.

       6200-COUNT-ONE-DAY.
           IF DAY-IS-COVERED(WS-PT-INDEX, WS-DAY-INDEX)
               ADD 1 TO WS-DAYS-COVERED
           ELSE
               IF WS-FIRST-GAP-DATE = ZERO
                   MOVE WS-WEEK-DATE(WS-DAY-INDEX)
                       TO WS-FIRST-GAP-DATE
               END-IF
           END-IF.
       6200-EXIT.
               EXIT.

       6300-REPORT-ONE-UNLISTED.
           MOVE WS-UL-TRAFFIC(WS-UL-INDEX) TO WS-EDIT-COUNT.
           MOVE "WARNING  " TO WS-FL-SEVERITY.
           STRING "PARTNER " WS-UL-PARTNER-ID(WS-UL-INDEX)
               " HAS " WS-EDIT-COUNT
               " RECORDS ON MSGIN - NO MASTER ENTRY"
               DELIMITED BY SIZE INTO WS-FL-TEXT.
           PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
           ADD 1 TO WS-WARNING-COUNT.
       6300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-FIND-PARTNER - master subscript of WS-LOOKUP-PARTNER-ID
      * into WS-PT-HIT-INDEX, zero when the master has no entry.
      *----------------------------------------------------------------
       7000-FIND-PARTNER.
           MOVE ZERO TO WS-PT-HIT-INDEX.
           PERFORM 7100-MATCH-ONE-PARTNER THRU 7100-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
       7000-EXIT.
               EXIT.

       7100-MATCH-ONE-PARTNER.
           IF WS-PT-PARTNER-ID(WS-PT-INDEX) = WS-LOOKUP-PARTNER-ID
               MOVE WS-PT-INDEX TO WS-PT-HIT-INDEX
               MOVE WS-PARTNER-COUNT TO WS-PT-INDEX
           END-IF.
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
      * scheduler: 8 when any error was found, 4 for warnings only,
      * 0 clean.
      *----------------------------------------------------------------
       9999-TERMINATE.
           DISPLAY "PARTNER CHECK: " WS-PARTNER-COUNT
               " MASTER PARTNERS, " WS-MSGIN-DETAILS
               " MSGIN DETAILS, " WS-ERROR-COUNT " ERRORS".
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
