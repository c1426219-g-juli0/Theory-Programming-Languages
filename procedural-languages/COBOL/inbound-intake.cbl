       IDENTIFICATION DIVISION.
       PROGRAM-ID. InboundIntake.

      *----------------------------------------------------------------
      * Inbound partner file intake ahead of a decrypt night,
      * replacing the hand copy of whatever arrived onto MSGIN. One
      * run takes one partner's received file (INFILE) as named by
      * the SYSIN card (INTKCARD.CPY) and either accepts it into the
      * night's MSGIN build or refuses it.
      *
      * A file is refused when:
      *   - it does not lead with a BATCHCNT header, or does not end
      *     with a trailer, or the header's expected count or the
      *     trailer's actual count disagrees with the details on
      *     the file
      *   - the intake log already holds an accepted file for the
      *     same partner and file date
      *   - a "##"-routed detail does not name the sending partner
      *     in its prefix
      *   - an unrouted detail's text runs past the 88 bytes the
      *     routing prefix leaves, so it cannot be stamped
      *   - the partner master (when present) has no entry for the
      *     partner, or shows it suspended or closed
      * Every reason found is listed on the intake exception report
      * (INTKEXC), not just the first.
      *
      * An accepted file is stamped with its partner: each unrouted
      * detail is given a "##" routing prefix naming the partner
      * (operation and mode left blank, so the control card's still
      * apply), and routed details already name it. The stamped
      * details are added after those of the files already taken in
      * tonight (PREVIN), under one header carrying the combined
      * count, and written to MSGNEW for the JCL to promote over
      * MSGIN. A refused file leaves the build as it was.
      *
      * Every file presented, accepted or not, is appended to the
      * cumulative intake log (INTKREC.CPY) with when it arrived and
      * its header, trailer and detail counts.
      *
      * RETURN-CODE: 0 accepted, 8 refused.
      *
      * Modification History
      *   - Initial version: header/trailer balance, duplicate-file,
      *     sender and partner master checks, stamping and the
      *     cumulative MSGIN build.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT INFILE-FILE ASSIGN TO "INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFILE-FILE-STATUS.

           SELECT PREVIN-FILE ASSIGN TO "PREVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIN-FILE-STATUS.

           SELECT MSGNEW-FILE ASSIGN TO "MSGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGNEW-FILE-STATUS.

           SELECT PARTNER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT INTKLOG-FILE ASSIGN TO "INTKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTKLOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTKEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY INTKCARD.

       FD  INFILE-FILE
           RECORDING MODE IS F.
       01  INFILE-RECORD               PIC X(100).

       FD  PREVIN-FILE
           RECORDING MODE IS F.
       01  PREVIN-RECORD               PIC X(100).

       FD  MSGNEW-FILE
           RECORDING MODE IS F.
       01  MSGNEW-RECORD               PIC X(100).

       FD  PARTNER-FILE
           RECORDING MODE IS F.
           COPY PTNRREC.

       FD  INTKLOG-FILE
           RECORDING MODE IS F.
           COPY INTKREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BATCHCNT.
           COPY ROUTEPFX.

      *----------------------------------------------------------------
      * What the partner's file said about itself and what it held.
      *----------------------------------------------------------------
       01  WS-HEADER-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-BUILD-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-PHYSICAL-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-FIRST-REASON             PIC X(28) VALUE SPACES.
       01  WS-PRIOR-ACCEPT-DATE        PIC 9(08) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-FILE-DATE                PIC 9(08).
       01  WS-TIME-OF-DAY              PIC 9(08).

      *    Display usage - these are STRINGed into finding lines.
       01  WS-EDIT-RECNO               PIC 9(07).
       01  WS-EDIT-COUNT               PIC 9(07).
       01  WS-EDIT-COUNT-2             PIC 9(07).
       01  WS-REFUSAL-COUNT            PIC 9(03) COMP VALUE ZERO.
      *    Per-record refusals are listed up to this many; past it
      *    the file is refused regardless and one more line says so.
       01  WS-RECORD-FINDING-COUNT     PIC 9(03) COMP VALUE ZERO.
       01  WS-RECORD-FINDING-MAX       PIC 9(03) COMP VALUE 20.

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  INFILE-FILE-STATUS      PIC X(02).
               88  INFILE-FILE-OK              VALUE "00".
           05  PREVIN-FILE-STATUS      PIC X(02).
               88  PREVIN-FILE-OK              VALUE "00".
           05  MSGNEW-FILE-STATUS      PIC X(02).
               88  MSGNEW-FILE-OK              VALUE "00".
           05  PARTNER-FILE-STATUS     PIC X(02).
               88  PARTNER-FILE-OK             VALUE "00".
           05  INTKLOG-FILE-STATUS     PIC X(02).
               88  INTKLOG-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-EOF-INFILE-SW        PIC X(01) VALUE "N".
               88  EOF-INFILE                  VALUE "Y".
           05  WS-EOF-PREVIN-SW        PIC X(01) VALUE "N".
               88  EOF-PREVIN                  VALUE "Y".
           05  WS-EOF-PARTNER-SW       PIC X(01) VALUE "N".
               88  EOF-PARTNER                 VALUE "Y".
           05  WS-EOF-LOG-SW           PIC X(01) VALUE "N".
               88  EOF-LOG                     VALUE "Y".
           05  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
               88  HEADER-WAS-SEEN             VALUE "Y".
           05  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
               88  TRAILER-WAS-SEEN            VALUE "Y".
           05  WS-AFTER-TRAILER-SW     PIC X(01) VALUE "N".
               88  DATA-AFTER-TRAILER          VALUE "Y".
           05  WS-MASTER-PRESENT-SW    PIC X(01) VALUE "N".
               88  MASTER-IS-PRESENT           VALUE "Y".
           05  WS-ON-MASTER-SW         PIC X(01) VALUE "N".
               88  PARTNER-ON-MASTER           VALUE "Y".
           05  WS-MASTER-STATUS        PIC X(01) VALUE SPACE.
               88  MASTER-SHOWS-ACTIVE         VALUE "A".
           05  WS-WRITE-FAIL-SW        PIC X(01) VALUE "N".
               88  OUTPUT-WRITE-FAILED         VALUE "Y".

      *----------------------------------------------------------------
      * INTKEXC print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE-1.
           05  FILLER                  PIC X(35)
               VALUE "INBOUND FILE INTAKE REPORT - RUN  ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-FILE-LINE.
           05  FILLER                  PIC X(10) VALUE "PARTNER   ".
           05  WS-FL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(13) VALUE "  FILE DATE  ".
           05  WS-FL-FILE-DATE         PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(09) VALUE "  HEADER ".
           05  WS-CL-HEADER            PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  TRAILER ".
           05  WS-CL-TRAILER           PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  DETAILS ".
           05  WS-CL-DETAILS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-CHECK-PARTNER-MASTER THRU 1500-EXIT.
           PERFORM 2000-CHECK-INTAKE-LOG THRU 2000-EXIT.
           PERFORM 3000-VALIDATE-PARTNER-FILE THRU 3000-EXIT.
           PERFORM 4000-BUILD-MSGIN THRU 4000-EXIT.
           PERFORM 5000-WRITE-INTAKE-LOG THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - read the card. A file with no card, or a
      * card naming no partner, cannot be attributed to anyone and
      * is refused outright.
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
               MOVE SPACES TO INTK-CARD
               MOVE ZERO TO IN-FILE-DATE
               MOVE ZERO TO IN-RUN-DATE
           END-IF.
           IF IN-RUN-DATE IS NOT NUMERIC OR IN-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE IN-RUN-DATE TO WS-RUN-DATE
           END-IF.
           IF IN-FILE-DATE IS NOT NUMERIC OR IN-FILE-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-FILE-DATE
           ELSE
               MOVE IN-FILE-DATE TO WS-FILE-DATE
           END-IF.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-HDG-LINE-1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE IN-PARTNER-ID TO WS-FL-PARTNER.
           MOVE WS-FILE-DATE TO WS-FL-FILE-DATE.
           MOVE WS-FILE-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF IN-PARTNER-ID = SPACES
               MOVE "NO PARTNER NAMED ON THE INTAKE CARD"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           END-IF.
           IF NOT IN-NEW-BUILD AND NOT IN-ADD-TO-BUILD
               STRING "BUILD MODE MUST BE N OR BLANK, NOT "
                   IN-BUILD-MODE
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           END-IF.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 1500-CHECK-PARTNER-MASTER - only a partner the master shows
      * as active may feed a night. With no master on the PARTNER
      * DD the check is skipped (and said so).
      *----------------------------------------------------------------
       1500-CHECK-PARTNER-MASTER.
           OPEN INPUT PARTNER-FILE.
           IF PARTNER-FILE-OK
               SET MASTER-IS-PRESENT TO TRUE
           ELSE
               SET EOF-PARTNER TO TRUE
           END-IF.
           PERFORM 1600-READ-ONE-PARTNER THRU 1600-EXIT
               UNTIL EOF-PARTNER.
           IF PARTNER-FILE-STATUS NOT = "35"
               CLOSE PARTNER-FILE
           END-IF.
           IF NOT MASTER-IS-PRESENT
               MOVE "NOTE     " TO WS-FL-SEVERITY
               MOVE "NO PARTNER MASTER - PARTNER STATUS NOT CHECKED"
                   TO WS-FL-TEXT
               MOVE WS-FINDING-LINE TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE SPACES TO WS-FL-TEXT
               GO TO 1500-EXIT
           END-IF.
           IF IN-PARTNER-ID = SPACES
               GO TO 1500-EXIT
           END-IF.
           IF NOT PARTNER-ON-MASTER
               STRING "PARTNER " IN-PARTNER-ID
                   " HAS NO PARTNER MASTER ENTRY"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           ELSE
               IF NOT MASTER-SHOWS-ACTIVE
                   STRING "PARTNER " IN-PARTNER-ID
                       " IS NOT ACTIVE ON THE PARTNER MASTER (STATUS "
                       WS-MASTER-STATUS ")"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
               END-IF
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
           IF PTR-PARTNER-ID = IN-PARTNER-ID
               SET PARTNER-ON-MASTER TO TRUE
               MOVE PTR-STATUS TO WS-MASTER-STATUS
           END-IF.
       1600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-INTAKE-LOG - refuse a second copy of a file this
      * partner has already had accepted for the same file date. A
      * refused earlier copy does not count - the partner is
      * expected to send it again once the refusal is resolved.
      *----------------------------------------------------------------
       2000-CHECK-INTAKE-LOG.
           OPEN INPUT INTKLOG-FILE.
           IF NOT INTKLOG-FILE-OK
               SET EOF-LOG TO TRUE
           END-IF.
           PERFORM 2100-READ-ONE-LOG THRU 2100-EXIT
               UNTIL EOF-LOG.
           IF INTKLOG-FILE-STATUS NOT = "35"
               CLOSE INTKLOG-FILE
           END-IF.
           IF WS-PRIOR-ACCEPT-DATE NOT = ZERO
               STRING "FILE FOR " WS-FILE-DATE
                   " ALREADY TAKEN IN ON " WS-PRIOR-ACCEPT-DATE
                   " - DUPLICATE"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           END-IF.
       2000-EXIT.
               EXIT.

       2100-READ-ONE-LOG.
           READ INTKLOG-FILE
               AT END
                   SET EOF-LOG TO TRUE
           END-READ.
           IF NOT INTKLOG-FILE-OK
               SET EOF-LOG TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF IL-ACCEPTED
                   AND IL-PARTNER-ID = IN-PARTNER-ID
                   AND IL-FILE-DATE = WS-FILE-DATE
               MOVE IL-RECEIVED-DATE TO WS-PRIOR-ACCEPT-DATE
           END-IF.
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-PARTNER-FILE - one pass over the received file:
      * its own header and trailer against the details between
      * them, and each detail's prefix against the sender.
      *----------------------------------------------------------------
       3000-VALIDATE-PARTNER-FILE.
           OPEN INPUT INFILE-FILE.
           IF NOT INFILE-FILE-OK
               SET EOF-INFILE TO TRUE
               MOVE "RECEIVED FILE COULD NOT BE OPENED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           END-IF.
           PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
               UNTIL EOF-INFILE.
           IF INFILE-FILE-STATUS NOT = "35"
               CLOSE INFILE-FILE
           END-IF.
           IF WS-RECORD-FINDING-COUNT > WS-RECORD-FINDING-MAX
               MOVE "REFUSED  " TO WS-FL-SEVERITY
               MOVE "FURTHER RECORD-LEVEL REFUSALS NOT LISTED"
                   TO WS-FL-TEXT
               MOVE WS-FINDING-LINE TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE SPACES TO WS-FL-TEXT
           END-IF.
           IF NOT HEADER-WAS-SEEN
               MOVE "NO BATCH HEADER AT THE FRONT OF THE FILE"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           ELSE
               IF WS-HEADER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE WS-HEADER-COUNT TO WS-EDIT-COUNT
                   MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT-2
                   STRING "HEADER SAYS " WS-EDIT-COUNT
                       " BUT FILE HOLDS " WS-EDIT-COUNT-2 " DETAILS"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
               END-IF
           END-IF.
           IF NOT TRAILER-WAS-SEEN
               MOVE "NO BATCH TRAILER AT THE END OF THE FILE"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
                   MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT-2
                   STRING "TRAILER SAYS " WS-EDIT-COUNT
                       " BUT FILE HOLDS " WS-EDIT-COUNT-2 " DETAILS"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
               END-IF
           END-IF.
           IF DATA-AFTER-TRAILER
               MOVE "RECORDS FOLLOW THE BATCH TRAILER" TO WS-FL-TEXT
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           END-IF.
           MOVE WS-HEADER-COUNT TO WS-CL-HEADER.
           MOVE WS-TRAILER-COUNT TO WS-CL-TRAILER.
           MOVE WS-DETAIL-COUNT TO WS-CL-DETAILS.
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       3000-EXIT.
               EXIT.

       3100-CHECK-ONE-RECORD.
           READ INFILE-FILE
               AT END
                   SET EOF-INFILE TO TRUE
           END-READ.
           IF NOT INFILE-FILE-OK
               SET EOF-INFILE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PHYSICAL-COUNT.
           IF TRAILER-WAS-SEEN
               SET DATA-AFTER-TRAILER TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE INFILE-RECORD TO BATCH-COUNT-RECORD.
           IF WS-PHYSICAL-COUNT = 1 AND BC-IS-HEADER
               SET HEADER-WAS-SEEN TO TRUE
               MOVE BC-EXPECTED-COUNT TO WS-HEADER-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF BC-IS-TRAILER
               SET TRAILER-WAS-SEEN TO TRUE
               MOVE BC-ACTUAL-COUNT TO WS-TRAILER-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE INFILE-RECORD TO ROUTED-MSG-RECORD.
           IF RM-IS-ROUTED
               IF RM-PARTNER-ID NOT = IN-PARTNER-ID
                   MOVE WS-DETAIL-COUNT TO WS-EDIT-RECNO
                   STRING "DETAIL " WS-EDIT-RECNO
                       " PREFIX NAMES '" RM-PARTNER-ID
                       "', NOT THE SENDER"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8300-WRITE-RECORD-REFUSAL THRU 8300-EXIT
               END-IF
           ELSE
               IF INFILE-RECORD(89:12) NOT = SPACES
                   MOVE WS-DETAIL-COUNT TO WS-EDIT-RECNO
                   STRING "DETAIL " WS-EDIT-RECNO
                       " TEXT PAST COLUMN 88 - CANNOT BE STAMPED"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8300-WRITE-RECORD-REFUSAL THRU 8300-EXIT
               END-IF
           END-IF.
       3100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-BUILD-MSGIN - write the night's build to MSGNEW: one
      * header with the combined count, the details of the files
      * already taken in, then this file's stamped details when it
      * was accepted. A refused file leaves the build as it was (a
      * refused first file of the night leaves an empty build).
      *----------------------------------------------------------------
       4000-BUILD-MSGIN.
           IF NOT IN-NEW-BUILD
               PERFORM 4100-COUNT-PRIOR-BUILD THRU 4100-EXIT
           END-IF.
           MOVE WS-PRIOR-COUNT TO WS-BUILD-COUNT.
           IF WS-REFUSAL-COUNT = ZERO
               ADD WS-DETAIL-COUNT TO WS-BUILD-COUNT
           END-IF.
           OPEN OUTPUT MSGNEW-FILE.
           MOVE SPACES TO BATCH-COUNT-RECORD.
           SET BC-IS-HEADER TO TRUE.
           MOVE WS-BUILD-COUNT TO BC-EXPECTED-COUNT.
           MOVE ZERO TO BC-ACTUAL-COUNT.
           MOVE BATCH-COUNT-RECORD TO MSGNEW-RECORD.
           PERFORM 4900-WRITE-MSGNEW THRU 4900-EXIT.
           IF NOT IN-NEW-BUILD
               PERFORM 4200-COPY-PRIOR-BUILD THRU 4200-EXIT
           END-IF.
           IF WS-REFUSAL-COUNT = ZERO
               PERFORM 4400-STAMP-PARTNER-FILE THRU 4400-EXIT
           END-IF.
           CLOSE MSGNEW-FILE.
       4000-EXIT.
               EXIT.

       4100-COUNT-PRIOR-BUILD.
           MOVE "N" TO WS-EOF-PREVIN-SW.
           OPEN INPUT PREVIN-FILE.
           IF NOT PREVIN-FILE-OK
               SET EOF-PREVIN TO TRUE
           END-IF.
           PERFORM 4150-COUNT-ONE-PRIOR THRU 4150-EXIT
               UNTIL EOF-PREVIN.
           IF PREVIN-FILE-STATUS NOT = "35"
               CLOSE PREVIN-FILE
           END-IF.
       4100-EXIT.
               EXIT.

       4150-COUNT-ONE-PRIOR.
           READ PREVIN-FILE
               AT END
                   SET EOF-PREVIN TO TRUE
           END-READ.
           IF NOT PREVIN-FILE-OK
               SET EOF-PREVIN TO TRUE
               GO TO 4150-EXIT
           END-IF.
           MOVE PREVIN-RECORD TO BATCH-COUNT-RECORD.
           IF NOT BC-IS-HEADER AND NOT BC-IS-TRAILER
               ADD 1 TO WS-PRIOR-COUNT
           END-IF.
       4150-EXIT.
               EXIT.

       4200-COPY-PRIOR-BUILD.
           MOVE "N" TO WS-EOF-PREVIN-SW.
           OPEN INPUT PREVIN-FILE.
           IF NOT PREVIN-FILE-OK
               SET EOF-PREVIN TO TRUE
           END-IF.
           PERFORM 4250-COPY-ONE-PRIOR THRU 4250-EXIT
               UNTIL EOF-PREVIN.
           IF PREVIN-FILE-STATUS NOT = "35"
               CLOSE PREVIN-FILE
           END-IF.
       4200-EXIT.
               EXIT.

       4250-COPY-ONE-PRIOR.
           READ PREVIN-FILE
               AT END
                   SET EOF-PREVIN TO TRUE
           END-READ.
           IF NOT PREVIN-FILE-OK
               SET EOF-PREVIN TO TRUE
               GO TO 4250-EXIT
           END-IF.
           MOVE PREVIN-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER OR BC-IS-TRAILER
               GO TO 4250-EXIT
           END-IF.
           MOVE PREVIN-RECORD TO MSGNEW-RECORD.
           PERFORM 4900-WRITE-MSGNEW THRU 4900-EXIT.
       4250-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4400-STAMP-PARTNER-FILE - the accepted file's details, each
      * carrying the sender in a routing prefix. Validation has
      * already proved every routed detail names the sender and
      * every unrouted one fits behind a prefix.
      *----------------------------------------------------------------
       4400-STAMP-PARTNER-FILE.
           MOVE "N" TO WS-EOF-INFILE-SW.
           MOVE "N" TO WS-HEADER-SEEN-SW.
           OPEN INPUT INFILE-FILE.
           PERFORM 4450-STAMP-ONE-RECORD THRU 4450-EXIT
               UNTIL EOF-INFILE.
           CLOSE INFILE-FILE.
       4400-EXIT.
               EXIT.

       4450-STAMP-ONE-RECORD.
           READ INFILE-FILE
               AT END
                   SET EOF-INFILE TO TRUE
           END-READ.
           IF NOT INFILE-FILE-OK
               SET EOF-INFILE TO TRUE
               GO TO 4450-EXIT
           END-IF.
           MOVE INFILE-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER AND NOT HEADER-WAS-SEEN
               SET HEADER-WAS-SEEN TO TRUE
               GO TO 4450-EXIT
           END-IF.
           IF BC-IS-TRAILER
               SET EOF-INFILE TO TRUE
               GO TO 4450-EXIT
           END-IF.
           MOVE INFILE-RECORD TO ROUTED-MSG-RECORD.
           IF NOT RM-IS-ROUTED
               MOVE SPACES TO ROUTED-MSG-RECORD
               MOVE "##" TO RM-TAG
               MOVE IN-PARTNER-ID TO RM-PARTNER-ID
               MOVE INFILE-RECORD(1:88) TO RM-TEXT
           END-IF.
           MOVE ROUTED-MSG-RECORD TO MSGNEW-RECORD.
           PERFORM 4900-WRITE-MSGNEW THRU 4900-EXIT.
       4450-EXIT.
               EXIT.

       4900-WRITE-MSGNEW.
           WRITE MSGNEW-RECORD.
           IF NOT MSGNEW-FILE-OK
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
       4900-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-INTAKE-LOG - append this file's record to the
      * cumulative intake log, accepted or refused.
      *----------------------------------------------------------------
       5000-WRITE-INTAKE-LOG.
           OPEN EXTEND INTKLOG-FILE.
           IF NOT INTKLOG-FILE-OK
               OPEN OUTPUT INTKLOG-FILE
           END-IF.
           MOVE SPACES TO INTAKE-LOG-RECORD.
           MOVE IN-PARTNER-ID TO IL-PARTNER-ID.
           MOVE WS-FILE-DATE TO IL-FILE-DATE.
           MOVE WS-RUN-DATE TO IL-RECEIVED-DATE.
           MOVE WS-TIME-OF-DAY(1:6) TO IL-RECEIVED-TIME.
           MOVE WS-HEADER-COUNT TO IL-HEADER-COUNT.
           MOVE WS-TRAILER-COUNT TO IL-TRAILER-COUNT.
           MOVE WS-DETAIL-COUNT TO IL-DETAIL-COUNT.
           IF WS-REFUSAL-COUNT = ZERO AND NOT OUTPUT-WRITE-FAILED
               SET IL-ACCEPTED TO TRUE
           ELSE
               SET IL-REFUSED TO TRUE
               IF WS-FIRST-REASON = SPACES
                   MOVE "MSGIN BUILD WRITE FAILED" TO WS-FIRST-REASON
               END-IF
               MOVE WS-FIRST-REASON TO IL-REASON
           END-IF.
           WRITE INTAKE-LOG-RECORD.
           IF NOT INTKLOG-FILE-OK
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
           CLOSE INTKLOG-FILE.
       5000-EXIT.
               EXIT.

       8100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       8100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8200-WRITE-REFUSAL - one refusal reason on the exception
      * report. Callers set WS-FL-TEXT; the first reason is kept for
      * the intake log record.
      *----------------------------------------------------------------
       8200-WRITE-REFUSAL.
           MOVE "REFUSED  " TO WS-FL-SEVERITY.
           MOVE WS-FINDING-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-REFUSAL-COUNT = ZERO
               MOVE WS-FL-TEXT TO WS-FIRST-REASON
           END-IF.
           ADD 1 TO WS-REFUSAL-COUNT.
           MOVE SPACES TO WS-FL-TEXT.
       8200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8300-WRITE-RECORD-REFUSAL - a refusal against one detail.
      * A badly built file can fail every record; past the listing
      * limit the refusal still counts but is not printed.
      *----------------------------------------------------------------
       8300-WRITE-RECORD-REFUSAL.
           ADD 1 TO WS-RECORD-FINDING-COUNT.
           IF WS-RECORD-FINDING-COUNT > WS-RECORD-FINDING-MAX
               IF WS-REFUSAL-COUNT = ZERO
                   MOVE WS-FL-TEXT TO WS-FIRST-REASON
               END-IF
               ADD 1 TO WS-REFUSAL-COUNT
               MOVE SPACES TO WS-FL-TEXT
           ELSE
               PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
           END-IF.
       8300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - the verdict line, and the grade: 8 when the
      * file was refused (or the build could not be written), 0 when
      * it is in tonight's MSGIN.
      *----------------------------------------------------------------
       9999-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-BUILD-COUNT TO WS-EDIT-COUNT.
           IF WS-REFUSAL-COUNT = ZERO AND NOT OUTPUT-WRITE-FAILED
               MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT-2
               STRING "FILE ACCEPTED - " WS-EDIT-COUNT-2
                   " DETAILS ADDED, MSGIN BUILD NOW HOLDS "
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "FILE REFUSED - MSGIN BUILD UNCHANGED AT "
                   WS-EDIT-COUNT " DETAILS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           DISPLAY WS-REPORT-LINE.
           CLOSE REPORT-FILE.
           IF WS-REFUSAL-COUNT > ZERO OR OUTPUT-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       9999-EXIT.
               EXIT.
