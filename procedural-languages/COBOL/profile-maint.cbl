      *     (letters and range digits are ciphered by their own
      *     classes and would shadow the punctuation entry)
      *   - two profiles for one partner
      * Any of these sets RETURN-CODE 8 and no change is requested;
      * stray non-blank characters past the live length set 4.
      *
      * The run never changes the production profile file itself.
      * When the cards change the file and validation finds no
      * error, every profile added, replaced or deleted goes to the
      * pending-change file (PENDCHG, PENDREC.CPY) under one change
      * id, with its before and after image and the requesting user,
      * and one PRF-REQUEST line per profile goes to AUDITLOG. The
      * change reaches PROFILE only when the approval run
      * (ChangeApprove), submitted under another user's id, applies
      * it. The input PROFILE is never rewritten in place.
      *
      * Modification History
      *   - Initial version: add/replace/delete functions and the
      *     profile validation pass.
      *   - Dual control: the run no longer writes PROFOUT for the
      *     job to promote. A validated change goes to the
      *     pending-change file (PENDREC.CPY) stamped with the
      *     requesting user, the production file's record count and
      *     hash total, and each profile's before and after image,
      *     and is logged to AUDITLOG as a PRF-REQUEST; ChangeApprove
      *     applies it on a second user's approval. A run with no
      *     user id to stamp on the request requests nothing.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY PROFREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PENDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
      *----------------------------------------------------------------
      * The whole profile file is small (one record per partner), so
      * it is held and worked on as a table: loaded, updated by the
      * function cards, sorted by partner id, validated, and
      * requested as a change.
      *----------------------------------------------------------------
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 50 TIMES.
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".

      *----------------------------------------------------------------
      * The table as loaded, before any card touched it, so the
      * change request can carry each profile's before image; and
      * the record count and hash total of the production file it
      * came from, which the approval run checks the file still
      * matches before it applies the change.
      *----------------------------------------------------------------
       01  WS-ORIG-PROFILE-TABLE.
           05  WS-ORIG-PROFILE-ENTRY OCCURS 50 TIMES.
               10  WS-OP-PARTNER-ID    PIC X(08).
               10  WS-OP-DIGIT-LOW     PIC X(01).
               10  WS-OP-DIGIT-HIGH    PIC X(01).
               10  WS-OP-DIGIT-MOD     PIC 9(02).
               10  WS-OP-PUNCT-CHARS   PIC X(40).
               10  WS-OP-PUNCT-LEN     PIC 9(02).
       01  WS-ORIG-PROFILE-COUNT       PIC 9(02) COMP VALUE ZERO.
       01  WS-OP-INDEX                 PIC 9(02) COMP.
       01  WS-OP-HIT-INDEX             PIC 9(02) COMP.
       01  WS-BASE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-BASE-HASH                PIC 9(15) VALUE ZERO.
       01  WS-HASH-IMAGE               PIC X(60).
       01  WS-HASH-POS                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      * The change request: its id (P plus the request's date and
      * time), the requesting user, and the profile being written.
      * A profile is staged in WS-IMAGE-ENTRY (the table's layout)
      * to be built into a PROFREC image.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-CHANGE-ID.
           05  WS-CHG-FILE-CODE        PIC X(01) VALUE "P".
           05  WS-CHG-STAMP            PIC 9(14).
      *    Display usage, not COMP - these numbers are edited
      *    straight into the request lines by STRING.
       01  WS-ITEM-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ITEM-NO                  PIC 9(03) VALUE ZERO.
       01  WS-ITEM-ACTION              PIC X(01).
       01  WS-ITEM-PARTNER-ID          PIC X(08).
       01  WS-IMAGE-ENTRY.
           05  WS-IE-PARTNER-ID        PIC X(08).
           05  WS-IE-DIGIT-LOW         PIC X(01).
           05  WS-IE-DIGIT-HIGH        PIC X(01).
           05  WS-IE-DIGIT-MOD         PIC 9(02).
           05  WS-IE-PUNCT-CHARS       PIC X(40).
           05  WS-IE-PUNCT-LEN         PIC 9(02).
       01  WS-BEFORE-IMAGE             PIC X(60).
       01  WS-AFTER-IMAGE              PIC X(60).
       01  WS-BEFORE-SUMMARY           PIC X(20).
       01  WS-AFTER-SUMMARY            PIC X(20).
      *    A profile as the request report and the audit log show it
      *    (8400): its digit range and live punctuation length.
       01  WS-SUMMARY-IMAGE            PIC X(60).
       01  WS-SUMMARY-TEXT             PIC X(20).
       01  WS-PROFILE-SUMMARY.
           05  FILLER                  PIC X(07) VALUE "DIGITS ".
           05  WS-PSUM-DIGIT-LOW       PIC X(01).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-PSUM-DIGIT-HIGH      PIC X(01).
           05  FILLER                  PIC X(07) VALUE " PUNCT ".
           05  WS-PSUM-PUNCT-LEN       PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.

      *    Display usage, not COMP - this number is edited straight
      *    into finding lines by STRING.
       01  WS-CARD-COUNT               PIC 9(03) VALUE ZERO.
               88  CARD-FILE-OK                VALUE "00".
           05  PROFILE-FILE-STATUS     PIC X(02).
               88  PROFILE-FILE-OK             VALUE "00".
           05  PENDING-FILE-STATUS     PIC X(02).
               88  PENDING-FILE-OK             VALUE "00".
           05  AUDIT-FILE-STATUS       PIC X(02).
               88  AUDIT-FILE-OK               VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

               88  EOF-CARD                    VALUE "Y".
           05  WS-EOF-PROFILE-SW       PIC X(01) VALUE "N".
               88  EOF-PROFILE                 VALUE "Y".
           05  WS-PROFILE-CHANGED-SW   PIC X(01) VALUE "N".
               88  PROFILE-FILE-CHANGED        VALUE "Y".

      *----------------------------------------------------------------
      * PRFRPT print lines.
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-PL-PUNCT-LEN         PIC 9(02).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-ACTION            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IL-PARTNER           PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-IL-BEFORE            PIC X(20).
           05  FILLER                  PIC X(03) VALUE " > ".
           05  WS-IL-AFTER             PIC X(20).
           05  FILLER                  PIC X(15) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT.
           PERFORM 4000-SORT-PROFILE-TABLE THRU 4000-EXIT.
           PERFORM 5000-VALIDATE-PROFILES THRU 5000-EXIT.
           PERFORM 7000-REQUEST-CHANGES THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           OPEN INPUT CARD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           IF PROFILE-FILE-STATUS NOT = "35"
               CLOSE PROFILE-FILE
           END-IF.
           MOVE WS-PROFILE-TABLE TO WS-ORIG-PROFILE-TABLE.
           MOVE WS-PROFILE-COUNT TO WS-ORIG-PROFILE-COUNT.
       2000-EXIT.
               EXIT.

                       TO WS-PT-PUNCT-CHARS(WS-PROFILE-COUNT)
                   MOVE PRF-PUNCT-LEN
                       TO WS-PT-PUNCT-LEN(WS-PROFILE-COUNT)
                   ADD 1 TO WS-BASE-COUNT
                   MOVE PROFILE-RECORD TO WS-HASH-IMAGE
                   PERFORM 8600-HASH-IMAGE THRU 8600-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           MOVE PM-PUNCT-CHARS
               TO WS-PT-PUNCT-CHARS(WS-PT-HIT-INDEX).
           MOVE PM-PUNCT-LEN TO WS-PT-PUNCT-LEN(WS-PT-HIT-INDEX).
           SET PROFILE-FILE-CHANGED TO TRUE.
       3300-EXIT.
               EXIT.

                   TO WS-PROFILE-ENTRY(WS-PT-HIT-INDEX)
           END-IF.
           SUBTRACT 1 FROM WS-PROFILE-COUNT.
           SET PROFILE-FILE-CHANGED TO TRUE.
       3400-EXIT.
               EXIT.


      *----------------------------------------------------------------
      * 4000-SORT-PROFILE-TABLE - order the table by partner id so
      * the duplicate check compares neighbours and the change is
      * requested in a stable order. The table is small; a bubble
      * pass is plenty.
      *----------------------------------------------------------------
       4000-SORT-PROFILE-TABLE.
           MOVE "N" TO WS-SORTED-SW.
               EXIT.

      *----------------------------------------------------------------
      * 7000-REQUEST-CHANGES - the cards' changes go to the
      * pending-change file for a second user to approve, not to the
      * production file. Nothing is requested when the cards left
      * every profile as it was, when validation found an error, or
      * when the run has no user id to stamp on the request. Each
      * profile added, replaced or deleted is one item, carrying its
      * image as loaded and as the cards left it, and one
      * PRF-REQUEST line on the audit log.
      *----------------------------------------------------------------
       7000-REQUEST-CHANGES.
           IF NOT PROFILE-FILE-CHANGED
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "CHANGE REQUEST" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-ERROR-COUNT > ZERO
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE "ERRORS FOUND - NO CHANGE REQUESTED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE ZERO TO WS-ITEM-COUNT.
           PERFORM 7100-COUNT-ONE-PROFILE THRU 7100-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PROFILE-COUNT.
           PERFORM 7150-COUNT-ONE-DELETION THRU 7150-EXIT
               VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-ORIG-PROFILE-COUNT.
           IF WS-ITEM-COUNT = ZERO
               MOVE "NOTICE   " TO WS-FL-SEVERITY
               MOVE "CARDS LEAVE THE FILE AS IT WAS - NOTHING REQUESTED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "NO USER ID FOR THE RUN - NO CHANGE REQUESTED"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHG-STAMP.
           OPEN EXTEND PENDING-FILE.
           IF NOT PENDING-FILE-OK
               OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGE " WS-CHANGE-ID " - " WS-ITEM-COUNT
               " PROFILE(S) REQUESTED BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE ZERO TO WS-ITEM-NO.
           PERFORM 7200-REQUEST-ONE-PROFILE THRU 7200-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PROFILE-COUNT.
           PERFORM 7250-REQUEST-ONE-DELETION THRU 7250-EXIT
               VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-ORIG-PROFILE-COUNT.
           CLOSE PENDING-FILE.
           CLOSE AUDIT-FILE.
           MOVE "AWAITING APPROVAL UNDER ANOTHER USER ID"
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7000-EXIT.
               EXIT.

       7100-COUNT-ONE-PROFILE.
           PERFORM 7300-FIND-ORIGINAL-PROFILE THRU 7300-EXIT.
           IF WS-OP-HIT-INDEX = ZERO
               ADD 1 TO WS-ITEM-COUNT
           ELSE
               IF WS-ORIG-PROFILE-ENTRY(WS-OP-HIT-INDEX) NOT =
                       WS-PROFILE-ENTRY(WS-PT-INDEX)
                   ADD 1 TO WS-ITEM-COUNT
               END-IF
           END-IF.
       7100-EXIT.
               EXIT.

       7150-COUNT-ONE-DELETION.
           PERFORM 7350-FIND-FINAL-PROFILE THRU 7350-EXIT.
           IF WS-PT-HIT-INDEX = ZERO
               ADD 1 TO WS-ITEM-COUNT
           END-IF.
       7150-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7200-REQUEST-ONE-PROFILE - one pending item for the profile
      * at WS-PT-INDEX when the cards added it (the partner had none
      * at load) or replaced it with different content. A profile
      * the cards did not touch is skipped.
      *----------------------------------------------------------------
       7200-REQUEST-ONE-PROFILE.
           PERFORM 7300-FIND-ORIGINAL-PROFILE THRU 7300-EXIT.
           IF WS-OP-HIT-INDEX = ZERO
               MOVE "A" TO WS-ITEM-ACTION
               MOVE "ADD" TO WS-IL-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
           ELSE
               IF WS-ORIG-PROFILE-ENTRY(WS-OP-HIT-INDEX) =
                       WS-PROFILE-ENTRY(WS-PT-INDEX)
                   GO TO 7200-EXIT
               END-IF
               MOVE "C" TO WS-ITEM-ACTION
               MOVE "CHANGE" TO WS-IL-ACTION
               MOVE WS-ORIG-PROFILE-ENTRY(WS-OP-HIT-INDEX)
                   TO WS-IMAGE-ENTRY
               PERFORM 7400-BUILD-PROFILE-IMAGE THRU 7400-EXIT
               MOVE PROFILE-RECORD TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-PROFILE-ENTRY(WS-PT-INDEX) TO WS-IMAGE-ENTRY.
           PERFORM 7400-BUILD-PROFILE-IMAGE THRU 7400-EXIT.
           MOVE PROFILE-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-PT-PARTNER-ID(WS-PT-INDEX) TO WS-ITEM-PARTNER-ID.
           PERFORM 7500-WRITE-ONE-ITEM THRU 7500-EXIT.
       7200-EXIT.
               EXIT.

      *    A partner that had a profile at load and has none now was
      *    deleted: one D item, its after image blank.
       7250-REQUEST-ONE-DELETION.
           PERFORM 7350-FIND-FINAL-PROFILE THRU 7350-EXIT.
           IF WS-PT-HIT-INDEX NOT = ZERO
               GO TO 7250-EXIT
           END-IF.
           MOVE "D" TO WS-ITEM-ACTION.
           MOVE "DELETE" TO WS-IL-ACTION.
           MOVE WS-ORIG-PROFILE-ENTRY(WS-OP-INDEX) TO WS-IMAGE-ENTRY.
           PERFORM 7400-BUILD-PROFILE-IMAGE THRU 7400-EXIT.
           MOVE PROFILE-RECORD TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE WS-OP-PARTNER-ID(WS-OP-INDEX) TO WS-ITEM-PARTNER-ID.
           PERFORM 7500-WRITE-ONE-ITEM THRU 7500-EXIT.
       7250-EXIT.
               EXIT.

      *    The partner's profile as loaded, into WS-OP-HIT-INDEX
      *    (zero when the partner had none).
       7300-FIND-ORIGINAL-PROFILE.
           MOVE ZERO TO WS-OP-HIT-INDEX.
           PERFORM 7310-MATCH-ORIGINAL THRU 7310-EXIT
               VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-ORIG-PROFILE-COUNT.
       7300-EXIT.
               EXIT.

       7310-MATCH-ORIGINAL.
           IF WS-OP-PARTNER-ID(WS-OP-INDEX) =
                   WS-PT-PARTNER-ID(WS-PT-INDEX)
               MOVE WS-OP-INDEX TO WS-OP-HIT-INDEX
               MOVE WS-ORIG-PROFILE-COUNT TO WS-OP-INDEX
           END-IF.
       7310-EXIT.
               EXIT.

      *    The loaded partner's profile as the cards left it, into
      *    WS-PT-HIT-INDEX (zero when the cards deleted it).
       7350-FIND-FINAL-PROFILE.
           MOVE ZERO TO WS-PT-HIT-INDEX.
           PERFORM 7360-MATCH-FINAL THRU 7360-EXIT
               VARYING WS-PT-INDEX FROM 1 BY 1
               UNTIL WS-PT-INDEX > WS-PROFILE-COUNT.
       7350-EXIT.
               EXIT.

       7360-MATCH-FINAL.
           IF WS-PT-PARTNER-ID(WS-PT-INDEX) =
                   WS-OP-PARTNER-ID(WS-OP-INDEX)
               MOVE WS-PT-INDEX TO WS-PT-HIT-INDEX
               MOVE WS-PROFILE-COUNT TO WS-PT-INDEX
           END-IF.
       7360-EXIT.
               EXIT.

      *    The PROFREC image of the profile staged in WS-IMAGE-ENTRY,
      *    built in the profile file's record area (the file is
      *    closed).
       7400-BUILD-PROFILE-IMAGE.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE WS-IE-PARTNER-ID TO PRF-PARTNER-ID.
           MOVE WS-IE-DIGIT-LOW TO PRF-DIGIT-LOW.
           MOVE WS-IE-DIGIT-HIGH TO PRF-DIGIT-HIGH.
           MOVE WS-IE-DIGIT-MOD TO PRF-DIGIT-MODULUS.
           MOVE WS-IE-PUNCT-CHARS TO PRF-PUNCT-CHARS.
           MOVE WS-IE-PUNCT-LEN TO PRF-PUNCT-LEN.
       7400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7500-WRITE-ONE-ITEM - the pending record, the audit line and
      * the report line for one item, from WS-ITEM-ACTION,
      * WS-ITEM-PARTNER-ID and the two images.
      *----------------------------------------------------------------
       7500-WRITE-ONE-ITEM.
           MOVE WS-BEFORE-IMAGE TO WS-SUMMARY-IMAGE.
           PERFORM 8400-SUMMARIZE-PROFILE-IMAGE THRU 8400-EXIT.
           MOVE WS-SUMMARY-TEXT TO WS-BEFORE-SUMMARY.
           MOVE WS-AFTER-IMAGE TO WS-SUMMARY-IMAGE.
           PERFORM 8400-SUMMARIZE-PROFILE-IMAGE THRU 8400-EXIT.
           MOVE WS-SUMMARY-TEXT TO WS-AFTER-SUMMARY.
           ADD 1 TO WS-ITEM-NO.

           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-CHANGE-ID TO PND-CHANGE-ID.
           MOVE WS-ITEM-NO TO PND-ITEM-NO.
           MOVE WS-ITEM-COUNT TO PND-ITEM-COUNT.
           SET PND-PENDING TO TRUE.
           MOVE WS-ITEM-ACTION TO PND-ACTION.
           MOVE WS-ITEM-PARTNER-ID TO PND-PARTNER-ID.
           MOVE WS-OPERATOR-ID TO PND-REQ-USER.
           MOVE WS-BASE-COUNT TO PND-BASE-COUNT.
           MOVE WS-BASE-HASH TO PND-BASE-HASH.
           MOVE ZERO TO PND-DECIDED-DATE.
           MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO PND-AFTER-IMAGE.
           WRITE PENDING-RECORD.
           IF NOT PENDING-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "PENDING-CHANGE WRITE FAILED - STATUS "
                   PENDING-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-USER-ID.
           MOVE "PRF-REQUEST" TO AUD-OPERATION.
           MOVE WS-CHANGE-ID TO AUD-SHIFT-OR-KEY.
           MOVE WS-BEFORE-SUMMARY TO AUD-INPUT-TRUNC.
           MOVE WS-AFTER-SUMMARY TO AUD-OUTPUT-TRUNC.
           MOVE WS-ITEM-PARTNER-ID TO AUD-PARTNER-ID.
           MOVE WS-TODAY-DATE TO AUD-RUN-DATE.
           WRITE AUDIT-RECORD.
           IF NOT AUDIT-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "AUDIT LOG WRITE FAILED - STATUS "
                   AUDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.

           MOVE WS-ITEM-PARTNER-ID TO WS-IL-PARTNER.
           IF WS-IL-PARTNER = SPACES
               MOVE "*HOUSE* " TO WS-IL-PARTNER
           END-IF.
           MOVE WS-BEFORE-SUMMARY TO WS-IL-BEFORE.
           MOVE WS-AFTER-SUMMARY TO WS-IL-AFTER.
           MOVE WS-ITEM-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7500-EXIT.
               EXIT.

       8100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       8200-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8400-SUMMARIZE-PROFILE-IMAGE - the PROFREC image in
      * WS-SUMMARY-IMAGE (blank for none) as the 20 bytes the request
      * report and the audit log show, into WS-SUMMARY-TEXT.
      *----------------------------------------------------------------
       8400-SUMMARIZE-PROFILE-IMAGE.
           IF WS-SUMMARY-IMAGE = SPACES
               MOVE "(NONE)" TO WS-SUMMARY-TEXT
               GO TO 8400-EXIT
           END-IF.
           MOVE WS-SUMMARY-IMAGE TO PROFILE-RECORD.
           MOVE PRF-DIGIT-LOW TO WS-PSUM-DIGIT-LOW.
           MOVE PRF-DIGIT-HIGH TO WS-PSUM-DIGIT-HIGH.
           MOVE PRF-PUNCT-LEN TO WS-PSUM-PUNCT-LEN.
           MOVE WS-PROFILE-SUMMARY TO WS-SUMMARY-TEXT.
       8400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8600-HASH-IMAGE - add the record in WS-HASH-IMAGE to the hash
      * total: each byte's code point weighted by its position, so a
      * changed or transposed byte anywhere in a record moves the
      * total. The approval run totals the file the same way.
      *----------------------------------------------------------------
       8600-HASH-IMAGE.
           PERFORM 8610-HASH-ONE-BYTE THRU 8610-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 60.
       8600-EXIT.
               EXIT.

       8610-HASH-ONE-BYTE.
           COMPUTE WS-BASE-HASH = WS-BASE-HASH
               + FUNCTION ORD(WS-HASH-IMAGE(WS-HASH-POS:1))
               * WS-HASH-POS.
       8610-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - close out and grade the run for the
      * scheduler: 8 when any integrity error was found (no change
      * is requested), 4 for warnings only, 0 clean.
      *----------------------------------------------------------------
       9999-TERMINATE.
           CLOSE CARD-FILE.
