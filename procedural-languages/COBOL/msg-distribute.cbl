      * A detail's partner is its routing prefix's RM-PARTNER-ID
      * when the record is "##"-routed with a partner named, and the
      * control card's DS-PARTNER-ID otherwise - the same resolution
      * the cipher run used to pick the record's key. A partner on
      * the partner master (PTNRREC.CPY) always lands in the
      * PTNROUT file its master entry fixes, night after night, so
      * the transmission side can hard-wire partner to file; traffic
      * for a partner not on the master takes the lowest file no
      * open master partner owns. With no master on the PARTNER DD
      * the four files (PTNROUT1-4) go in order of first appearance
      * as they always did. A partner with nowhere to go is an
      * error - its traffic would have no file.
      *
      * Any partner whose records appear on THIS night's DISCRPT
      * entries (the report is cumulative; only entries stamped
      * partner - one bad round-trip no longer holds every partner's
      * transmission. DISCRPT's record numbers are detail positions
      * counted from 1 (the header not included), which is how this
      * pass counts MSGOUT's details too. A partner the master shows
      * as suspended is held the same way - its file is written,
      * but nothing ships to a suspended correspondent. A closed
      * partner has given its slot up, so traffic still arriving
      * for it takes a free file like an unlisted partner's, but
      * it is held as well: nothing ships to a closed
      * correspondent either.
      *
      * Two passes over MSGOUT, the same shape as the stream
      * splitter: the first counts each partner's share so each
      *     whose key the record leaves under. On an unrouted T
      *     night the card names the cipher run's target partner
      *     for the same reason.
      *   - Partner master on the new PARTNER DD: a master partner
      *     is dealt into its fixed PTNROUT slot instead of the next
      *     free one, unlisted partners fill the slots no open
      *     master partner owns, and a suspended partner's file is
      *     held on DISTSUMM.
      *   - Each partner file's header is stamped with the run date
      *     and the partner it belongs to, so a retained file says
      *     which night and correspondent it was without relying on
      *     the slot it was written to.
      *   - The summary counts each partner's re-key (T) and verify
      *     (V) records - routed records by their own operation, the
      *     rest by the card's new operation column - and every
      *     summary record is also appended to the cumulative
      *     distribution history (DISTHIST) for month-end billing.
      *   - Traffic for a partner the master shows as closed is held
      *     like a suspended partner's (file written, held flag on
      *     DISTSUMM, RC 4) instead of shipping as if unlisted.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTSUMM-FILE-STATUS.

           SELECT PARTNER-FILE ASSIGN TO "PARTNER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT DISTHIST-FILE ASSIGN TO "DISTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY DISTREC.

       FD  PARTNER-FILE
           RECORDING MODE IS F.
           COPY PTNRREC.

       FD  DISTHIST-FILE
           RECORDING MODE IS F.
       01  DISTHIST-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BATCHCNT.
           COPY ROUTEPFX.

      *----------------------------------------------------------------
      * One slot per partner file - the subscript IS the PTNROUT
      * file number. A slot an open master partner owns is reserved
      * for that partner from the start; the rest are handed out in
      * order of first appearance on MSGOUT. The first pass fills
      * the expected count and the held flag, the second pass the
      * dealt count. Only slots in use get a file.
      *----------------------------------------------------------------
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 4 TIMES.
               10  WS-PT-ID            PIC X(08).
               10  WS-PT-EXPECTED      PIC 9(07).
               10  WS-PT-DEALT         PIC 9(07).
               10  WS-PT-XLATE         PIC 9(07).
               10  WS-PT-VERIFY        PIC 9(07).
               10  WS-PT-HELD-SW       PIC X(01).
                   88  PARTNER-IS-HELD        VALUE "Y".
               10  WS-PT-USED-SW       PIC X(01).
                   88  SLOT-IN-USE            VALUE "Y".
               10  WS-PT-RESERVED-SW   PIC X(01).
                   88  SLOT-IS-RESERVED       VALUE "Y".
               10  WS-PT-SUSPENDED-SW  PIC X(01).
                   88  PARTNER-IS-SUSPENDED   VALUE "Y".
               10  WS-PT-CLOSED-SW     PIC X(01).
                   88  PARTNER-IS-CLOSED      VALUE "Y".
       01  WS-PARTNER-USED             PIC 9(01) COMP VALUE ZERO.
       01  WS-PARTNER-MAX              PIC 9(01) COMP VALUE 4.
       01  WS-PT-INDEX                 PIC 9(01) COMP.
       01  WS-PT-HIT-INDEX             PIC 9(01) COMP VALUE ZERO.
       01  WS-REC-PARTNER-ID           PIC X(08).

      *----------------------------------------------------------------
      * Closed partners off the master. They own no slot, so their
      * ids are kept apart and looked up when traffic for a partner
      * with no reserved slot turns up. Past the table, every
      * partner without a reserved slot is held - one of them may
      * be a closed partner that did not fit.
      *----------------------------------------------------------------
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ID            PIC X(08) OCCURS 100 TIMES.
       01  WS-CLOSED-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-CLOSED-MAX               PIC 9(03) COMP VALUE 100.
       01  WS-CLOSED-INDEX             PIC 9(03) COMP.
       01  WS-CLOSED-OVERFLOW-SW       PIC X(01) VALUE "N".
           88  CLOSED-TABLE-OVERFLOWED         VALUE "Y".

      *----------------------------------------------------------------
      * Discrepancy record numbers off DISCRPT - detail positions,
      * counted from 1, of the records whose round-trip failed.
               88  PTNROUT4-FILE-OK            VALUE "00".
           05  DISTSUMM-FILE-STATUS    PIC X(02).
               88  DISTSUMM-FILE-OK            VALUE "00".
           05  PARTNER-FILE-STATUS     PIC X(02).
               88  PARTNER-FILE-OK             VALUE "00".
           05  DISTHIST-FILE-STATUS    PIC X(02).
               88  DISTHIST-FILE-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-MSGOUT-SW        PIC X(01) VALUE "N".
               88  EOF-MSGOUT                  VALUE "Y".
           05  WS-EOF-DISC-SW          PIC X(01) VALUE "N".
               88  EOF-DISC                    VALUE "Y".
           05  WS-EOF-PARTNER-SW       PIC X(01) VALUE "N".
               88  EOF-PARTNER                 VALUE "Y".
           05  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
               88  HEADER-WAS-SEEN             VALUE "Y".
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PARTNER-MASTER THRU 1500-EXIT.
           PERFORM 2000-LOAD-DISCREPANCIES THRU 2000-EXIT.
           PERFORM 3000-COUNT-PASS THRU 3000-EXIT.
           IF NOT TOO-MANY-PARTNERS
           IF NOT CARD-WAS-READ
               MOVE SPACES TO DS-PARTNER-ID
               MOVE ZERO TO DS-RUN-DATE
               MOVE SPACE TO DS-OPERATION
           END-IF.
           IF DS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE DS-RUN-DATE TO WS-RUN-DATE
           END-IF.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PARTNER-MAX
               MOVE SPACES TO WS-PT-ID(WS-PT-INDEX)
               MOVE ZERO TO WS-PT-EXPECTED(WS-PT-INDEX)
               MOVE ZERO TO WS-PT-DEALT(WS-PT-INDEX)
               MOVE ZERO TO WS-PT-XLATE(WS-PT-INDEX)
               MOVE ZERO TO WS-PT-VERIFY(WS-PT-INDEX)
               MOVE "N" TO WS-PT-HELD-SW(WS-PT-INDEX)
               MOVE "N" TO WS-PT-USED-SW(WS-PT-INDEX)
               MOVE "N" TO WS-PT-RESERVED-SW(WS-PT-INDEX)
               MOVE "N" TO WS-PT-SUSPENDED-SW(WS-PT-INDEX)
               MOVE "N" TO WS-PT-CLOSED-SW(WS-PT-INDEX)
           END-PERFORM.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-PARTNER-MASTER - reserve each open (active or
      * suspended) master partner's fixed slot. A closed partner
      * has given its slot up; its id is kept so that any traffic
      * still arriving for it is held. A master entry whose slot is
      * out of range or already reserved is left for the partner
      * master maintenance run to report; that partner is treated
      * as unlisted here. A missing PARTNER DD reserves nothing.
      *----------------------------------------------------------------
       1500-LOAD-PARTNER-MASTER.
           OPEN INPUT PARTNER-FILE.
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
           END-IF.
           PERFORM 1600-RESERVE-ONE-PARTNER THRU 1600-EXIT
               UNTIL EOF-PARTNER.
           IF PARTNER-FILE-STATUS NOT = "35"
               CLOSE PARTNER-FILE
           END-IF.
       1500-EXIT.
               EXIT.

       1600-RESERVE-ONE-PARTNER.
           READ PARTNER-FILE
               AT END
                   SET EOF-PARTNER TO TRUE
           END-READ.
           IF NOT PARTNER-FILE-OK
               SET EOF-PARTNER TO TRUE
               GO TO 1600-EXIT
           END-IF.
           IF PTR-CLOSED
               IF WS-CLOSED-COUNT < WS-CLOSED-MAX
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE PTR-PARTNER-ID TO WS-CLOSED-ID(WS-CLOSED-COUNT)
               ELSE
                   IF NOT CLOSED-TABLE-OVERFLOWED
                       DISPLAY "CLOSED PARTNERS EXCEED TABLE - "
                           "UNRESERVED PARTNERS WILL BE HELD"
                   END-IF
                   SET CLOSED-TABLE-OVERFLOWED TO TRUE
               END-IF
               GO TO 1600-EXIT
           END-IF.
           IF PTR-DIST-SLOT < 1
                   OR PTR-DIST-SLOT > WS-PARTNER-MAX
               GO TO 1600-EXIT
           END-IF.
           MOVE PTR-DIST-SLOT TO WS-PT-INDEX.
           IF SLOT-IS-RESERVED(WS-PT-INDEX)
               DISPLAY "PARTNER " PTR-PARTNER-ID " SLOT "
                   PTR-DIST-SLOT " ALREADY RESERVED FOR "
                   WS-PT-ID(WS-PT-INDEX) " - TREATED AS UNLISTED"
               GO TO 1600-EXIT
           END-IF.
           MOVE "Y" TO WS-PT-RESERVED-SW(WS-PT-INDEX).
           MOVE PTR-PARTNER-ID TO WS-PT-ID(WS-PT-INDEX).
           IF PTR-SUSPENDED
               MOVE "Y" TO WS-PT-SUSPENDED-SW(WS-PT-INDEX)
           END-IF.
       1600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-DISCREPANCIES - bring the night's DISCRPT record
      * numbers into the table. A missing or empty DISCRPT means a
      *    2100. WS-DISC-COUNT at the table limit is the signal.
           IF WS-DISC-COUNT = WS-DISC-MAX
               PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                       UNTIL WS-PT-INDEX > WS-PARTNER-MAX
                   MOVE "Y" TO WS-PT-HELD-SW(WS-PT-INDEX)
               END-PERFORM
           END-IF.
      *    Nothing ships to a suspended or closed correspondent,
      *    whatever its round-trip looked like.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PARTNER-MAX
               IF PARTNER-IS-SUSPENDED(WS-PT-INDEX)
                       OR PARTNER-IS-CLOSED(WS-PT-INDEX)
                   MOVE "Y" TO WS-PT-HELD-SW(WS-PT-INDEX)
               END-IF
           END-PERFORM.
       3000-EXIT.
               EXIT.

       4000-DEAL-PASS.
           PERFORM 4100-OPEN-PARTNER-FILES THRU 4100-EXIT.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PARTNER-MAX
               IF SLOT-IN-USE(WS-PT-INDEX)
                   MOVE SPACES TO BATCH-COUNT-RECORD
                   SET BC-IS-HEADER TO TRUE
                   MOVE WS-PT-EXPECTED(WS-PT-INDEX)
                       TO BC-EXPECTED-COUNT
                   MOVE ZERO TO BC-ACTUAL-COUNT
                   MOVE WS-RUN-DATE TO BC-RUN-DATE
                   MOVE WS-PT-ID(WS-PT-INDEX) TO BC-PARTNER-ID
                   MOVE BATCH-COUNT-RECORD TO MSGOUT-RECORD
                   PERFORM 4500-WRITE-TO-PARTNER THRU 4500-EXIT
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-MSGOUT-SW.
           MOVE "N" TO WS-HEADER-SEEN-SW.
               UNTIL EOF-MSGOUT.
           CLOSE MSGOUT-FILE.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PARTNER-MAX
               IF SLOT-IN-USE(WS-PT-INDEX)
                   PERFORM 4400-WRITE-PARTNER-TRAILER THRU 4400-EXIT
               END-IF
           END-PERFORM.
           PERFORM 4300-CLOSE-PARTNER-FILES THRU 4300-EXIT.
       4000-EXIT.
               EXIT.

       4100-OPEN-PARTNER-FILES.
           IF SLOT-IN-USE(1)
               OPEN OUTPUT PTNROUT1-FILE
           END-IF.
           IF SLOT-IN-USE(2)
               OPEN OUTPUT PTNROUT2-FILE
           END-IF.
           IF SLOT-IN-USE(3)
               OPEN OUTPUT PTNROUT3-FILE
           END-IF.
           IF SLOT-IN-USE(4)
               OPEN OUTPUT PTNROUT4-FILE
           END-IF.
       4100-EXIT.
               MOVE WS-PT-HIT-INDEX TO WS-PT-INDEX
               PERFORM 4500-WRITE-TO-PARTNER THRU 4500-EXIT
               ADD 1 TO WS-PT-DEALT(WS-PT-HIT-INDEX)
               PERFORM 4600-COUNT-OPERATION THRU 4600-EXIT
           END-IF.
       4200-EXIT.
               EXIT.

       4300-CLOSE-PARTNER-FILES.
           IF SLOT-IN-USE(1)
               CLOSE PTNROUT1-FILE
           END-IF.
           IF SLOT-IN-USE(2)
               CLOSE PTNROUT2-FILE
           END-IF.
           IF SLOT-IN-USE(3)
               CLOSE PTNROUT3-FILE
           END-IF.
           IF SLOT-IN-USE(4)
               CLOSE PTNROUT4-FILE
           END-IF.
       4300-EXIT.
               EXIT.

       4400-WRITE-PARTNER-TRAILER.
           MOVE SPACES TO BATCH-COUNT-RECORD.
           SET BC-IS-TRAILER TO TRUE.
           MOVE WS-PT-EXPECTED(WS-PT-INDEX) TO BC-EXPECTED-COUNT.
           MOVE WS-PT-DEALT(WS-PT-INDEX) TO BC-ACTUAL-COUNT.
           IF WS-PT-DEALT(WS-PT-INDEX) NOT =
                   WS-PT-EXPECTED(WS-PT-INDEX)
               SET BC-OUT-OF-BALANCE TO TRUE
               SET OUTPUT-WRITE-FAILED TO TRUE
           ELSE
               MOVE "N" TO BC-OUT-OF-BALANCE-SW
           END-IF.
           MOVE BATCH-COUNT-RECORD TO MSGOUT-RECORD.
           PERFORM 4500-WRITE-TO-PARTNER THRU 4500-EXIT.
       4400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4500-WRITE-TO-PARTNER - MSGOUT-RECORD to the partner file
      * that slot WS-PT-INDEX owns. The four FDs force the EVALUATE,
       4500-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4600-COUNT-OPERATION - a dealt detail's re-key or verify
      * share, for billing. ROUTED-MSG-RECORD still holds the record
      * from 7000-RESOLVE-PARTNER. A routed record with an operation
      * of its own was processed under that operation; everything
      * else under the cipher run's, which the card repeats.
      *----------------------------------------------------------------
       4600-COUNT-OPERATION.
           EVALUATE TRUE
               WHEN RM-IS-ROUTED AND RM-OP-TRANSLATE
                   ADD 1 TO WS-PT-XLATE(WS-PT-HIT-INDEX)
               WHEN RM-IS-ROUTED AND RM-OP-VERIFY
                   ADD 1 TO WS-PT-VERIFY(WS-PT-HIT-INDEX)
               WHEN RM-IS-ROUTED AND NOT RM-OP-DEFAULT
                   CONTINUE
               WHEN DS-OP-TRANSLATE
                   ADD 1 TO WS-PT-XLATE(WS-PT-HIT-INDEX)
               WHEN DS-OP-VERIFY
                   ADD 1 TO WS-PT-VERIFY(WS-PT-HIT-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-SUMMARY - one DISTSUMM record per partner for the
      * transmission scheduler, and the same board on SYSOUT for the
      * operator. Each record also goes onto the cumulative
      * DISTHIST; a history that will not open costs billing its
      * held-night list, not the night's transmission, so it is
      * reported and the run carries on.
      *----------------------------------------------------------------
       5000-WRITE-SUMMARY.
           OPEN OUTPUT DISTSUMM-FILE.
           OPEN EXTEND DISTHIST-FILE.
           IF NOT DISTHIST-FILE-OK
               OPEN OUTPUT DISTHIST-FILE
           END-IF.
           IF NOT DISTHIST-FILE-OK
               DISPLAY "DISTHIST OPEN FAILED - STATUS "
                   DISTHIST-FILE-STATUS " - HISTORY NOT WRITTEN"
           END-IF.
           PERFORM 5100-WRITE-ONE-SUMMARY THRU 5100-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PARTNER-MAX.
           CLOSE DISTSUMM-FILE.
           IF DISTHIST-FILE-OK
               CLOSE DISTHIST-FILE
           END-IF.
       5000-EXIT.
               EXIT.

       5100-WRITE-ONE-SUMMARY.
           IF NOT SLOT-IN-USE(WS-PT-INDEX)
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO DIST-SUMMARY-RECORD.
           MOVE WS-RUN-DATE TO DSM-RUN-DATE.
           MOVE WS-PT-ID(WS-PT-INDEX) TO DSM-PARTNER-ID.
           MOVE WS-PT-DEALT(WS-PT-INDEX) TO DSM-RECORD-COUNT.
           MOVE WS-PT-HELD-SW(WS-PT-INDEX) TO DSM-HELD-SW.
           MOVE WS-PT-XLATE(WS-PT-INDEX) TO DSM-XLATE-COUNT.
           MOVE WS-PT-VERIFY(WS-PT-INDEX) TO DSM-VERIFY-COUNT.
           WRITE DIST-SUMMARY-RECORD.
           IF NOT DISTSUMM-FILE-OK
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
           IF DISTHIST-FILE-OK
               MOVE DIST-SUMMARY-RECORD TO DISTHIST-RECORD
               WRITE DISTHIST-RECORD
               IF NOT DISTHIST-FILE-OK
                   DISPLAY "DISTHIST WRITE FAILED - STATUS "
                       DISTHIST-FILE-STATUS
               END-IF
           END-IF.
           IF PARTNER-IS-HELD(WS-PT-INDEX)
               ADD 1 TO WS-HELD-COUNT
               EVALUATE TRUE
                   WHEN PARTNER-IS-SUSPENDED(WS-PT-INDEX)
                       DISPLAY "PARTNER " WS-PT-ID(WS-PT-INDEX)
                           " HELD - SUSPENDED ON PARTNER MASTER - "
                           WS-PT-DEALT(WS-PT-INDEX) " RECORDS"
                   WHEN PARTNER-IS-CLOSED(WS-PT-INDEX)
                       DISPLAY "PARTNER " WS-PT-ID(WS-PT-INDEX)
                           " HELD - CLOSED ON PARTNER MASTER - "
                           WS-PT-DEALT(WS-PT-INDEX) " RECORDS"
                   WHEN OTHER
                       DISPLAY "PARTNER " WS-PT-ID(WS-PT-INDEX)
                           " HELD - ON DISCREPANCY REPORT - "
                           WS-PT-DEALT(WS-PT-INDEX) " RECORDS"
               END-EVALUATE
           ELSE
               DISPLAY "PARTNER " WS-PT-ID(WS-PT-INDEX)
                   " RELEASED - " WS-PT-DEALT(WS-PT-INDEX)
               EXIT.

      *----------------------------------------------------------------
      * 7100-FIND-PARTNER-SLOT - the slot WS-REC-PARTNER-ID owns: its
      * reserved master slot, or the slot it was given earlier this
      * run, or else the lowest slot nobody owns. A partner with no
      * free slot left has no file to go to; the run is abandoned
      * rather than shipping somebody's traffic in somebody else's
      * file.
      *----------------------------------------------------------------
       7100-FIND-PARTNER-SLOT.
           MOVE ZERO TO WS-PT-HIT-INDEX.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PARTNER-MAX
               IF (SLOT-IN-USE(WS-PT-INDEX)
                       OR SLOT-IS-RESERVED(WS-PT-INDEX))
                   AND WS-PT-ID(WS-PT-INDEX) = WS-REC-PARTNER-ID
                   MOVE WS-PT-INDEX TO WS-PT-HIT-INDEX
                   MOVE WS-PARTNER-MAX TO WS-PT-INDEX
               END-IF
           END-PERFORM.
           IF WS-PT-HIT-INDEX = ZERO
               PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                       UNTIL WS-PT-INDEX > WS-PARTNER-MAX
                   IF NOT SLOT-IN-USE(WS-PT-INDEX)
                           AND NOT SLOT-IS-RESERVED(WS-PT-INDEX)
                       MOVE WS-PT-INDEX TO WS-PT-HIT-INDEX
                       MOVE WS-PARTNER-MAX TO WS-PT-INDEX
                   END-IF
               END-PERFORM
               IF WS-PT-HIT-INDEX > ZERO
                   MOVE WS-REC-PARTNER-ID TO WS-PT-ID(WS-PT-HIT-INDEX)
                   PERFORM 7200-CHECK-CLOSED-PARTNER THRU 7200-EXIT
               END-IF
           END-IF.
           IF WS-PT-HIT-INDEX > ZERO
               IF NOT SLOT-IN-USE(WS-PT-HIT-INDEX)
                   MOVE "Y" TO WS-PT-USED-SW(WS-PT-HIT-INDEX)
                   ADD 1 TO WS-PARTNER-USED
               END-IF
           ELSE
               IF NOT TOO-MANY-PARTNERS
                   DISPLAY "MORE PARTNERS ON MSGOUT THAN "
                       "OUTPUT FILES - RUN ABANDONED"
               END-IF
               SET TOO-MANY-PARTNERS TO TRUE
           END-IF.
       7100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7200-CHECK-CLOSED-PARTNER - a partner just handed a free slot
      * is either unlisted or closed on the master; a closed one's
      * file is held. The house default key (blank) is never a
      * closed partner.
      *----------------------------------------------------------------
       7200-CHECK-CLOSED-PARTNER.
           IF WS-REC-PARTNER-ID = SPACES
               GO TO 7200-EXIT
           END-IF.
           IF CLOSED-TABLE-OVERFLOWED
               MOVE "Y" TO WS-PT-CLOSED-SW(WS-PT-HIT-INDEX)
               GO TO 7200-EXIT
           END-IF.
           PERFORM VARYING WS-CLOSED-INDEX FROM 1 BY 1
                   UNTIL WS-CLOSED-INDEX > WS-CLOSED-COUNT
               IF WS-CLOSED-ID(WS-CLOSED-INDEX) = WS-REC-PARTNER-ID
                   MOVE "Y" TO WS-PT-CLOSED-SW(WS-PT-HIT-INDEX)
                   MOVE WS-CLOSED-COUNT TO WS-CLOSED-INDEX
               END-IF
           END-PERFORM.
       7200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - grade the run for the scheduler: 8 means no
      * partner file may ship, 4 means ship only the released
