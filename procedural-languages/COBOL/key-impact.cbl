       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyImpact.

      *----------------------------------------------------------------
      * Key-compromise impact analysis and emergency re-send package.
      * When a partner reports its shift exposed, the key maintenance
      * run's compromise function cuts the window off and requires a
      * replacement; this program then answers, in one pass over the
      * logs, what traffic the exposed shift touched - the answer that
      * used to take days of hand-searching AUDITLOG and the archive.
      *
      * One SYSIN card (KIMPCARD.CPY) names the partner and,
      * optionally, the compromised window by its effective date
      * (zeros = the partner's most recent compromised window). The
      * window, its shift and its replacement come off KEYFILE. The
      * impact range runs from the compromised window's effective
      * date to the replacement window's expiration (capped at
      * today), so a night that still ran under the exposed shift
      * after the compromise date is found too. A night on or after
      * the replacement window opened is affected only when its
      * audit detail shows the exposed shift still ran for the
      * partner; one that ran under the replacement is listed apart
      * as not under the exposed shift and is never re-keyed.
      *
      * Inputs scanned:
      *   AUDITLOG  the active audit log, and ARCHIN, the archive
      *             generations concatenated back as far as the
      *             window reaches. An ENCRYPT or DECRYPT line of
      *             the partner under the exposed shift counts, as
      *             does a TRANSLATE line where the partner was the
      *             source under that shift or the target under it.
      *             A re-key's two half records are counted once,
      *             through their TRANSLATE line (the halves are the
      *             ENCRYPT with a blank input side and the DECRYPT
      *             with a blank output side).
      *   XMITLOG   what each night shipped to the partner and
      *             whether the partner acknowledged it.
      *   RUNSUMM   the night's whole record count, for scale.
      *   RETAIN    the partner's retained transmission files; a
      *             file whose header the distribution step stamped
      *             with this partner and a night inside the range
      *             is re-keyed from the exposed shift to the
      *             replacement shift onto RESEND, with a fresh
      *             header and trailer - but only a night whose
      *             audit detail shows the partner's output leaving
      *             under the exposed shift (an ENCRYPT, or a
      *             TRANSLATE to the partner). A night retained
      *             more than once (an authorized rerun) is re-keyed
      *             once, from the latest generation whose count is
      *             what XMITLOG says shipped. The re-key runs the
      *             partner's shift classes off PROFILE, the same
      *             classes the cipher run used.
      *
      * IMPRPT lists every affected night with its operation counts,
      * shipped count and acknowledgement, then the totals, the
      * re-send package summary and the findings. Anything that
      * makes the list incomplete is a warning, never silence:
      *   - a shipped night with no audit detail supplied for it
      *   - audit detail supplied starting after the range opens
      *   - audit lines logged before records carried a partner,
      *     which match the shift but cannot be attributed
      *   - a shipped night missing from the retained output
      *   - retained records that were not under the shift
      *     (decrypt or solve output, Vigenere records)
      *   - retained records of a night before the replacement whose
      *     audit detail shows no output under the shift (a decrypt
      *     or solve night, or detail not supplied)
      *   - a night's other retained copies, left out of the package
      *
      * RETURN-CODE: 0 complete answer, 4 any warning above, 8 no
      * compromised window on file for the card, no replacement
      * window (no package can be built), or a write failure.
      *
      * Modification History
      *   - Initial version: compromised-window lookup, audit and
      *     archive scan, shipped/acknowledged nights, re-keyed
      *     re-send package from the retained transmission files.
      *   - The key file now carries Vigenere keyword windows beside
      *     the shifts; only the partner's shift rotation is read.
      *   - A night on or after the replacement window opened is
      *     affected only when its audit detail shows the exposed
      *     shift ran for the partner; the rest are listed as not
      *     under the exposed shift and left out of the package. A
      *     retained night is re-keyed only when its audit detail
      *     shows the partner's output left under the exposed shift
      *     (ENCRYPT or TRANSLATE to the partner); otherwise its
      *     records are left out with a warning, the way routed
      *     decrypt, solve and Vigenere records already were.
      *   - A night distributed twice is packaged once: the latest
      *     retained generation whose count matches the transmission
      *     log, with the other copies left out and reported.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT KEY-FILE ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT XMIT-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.

           SELECT RUNSUMM-FILE ASSIGN TO "RUNSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSUMM-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "PROFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT RETAIN-FILE ASSIGN TO "RETAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETAIN-FILE-STATUS.

           SELECT RESEND-FILE ASSIGN TO "RESEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESEND-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "IMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY KIMPCARD.

       FD  KEY-FILE.
           COPY KEYREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

      *    Same layout as AUDITREC; the archive generations are read
      *    into AUDIT-RECORD so one matching routine serves both.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(134).

       FD  XMIT-FILE
           RECORDING MODE IS F.
           COPY XMITREC.

       FD  RUNSUMM-FILE
           RECORDING MODE IS F.
           COPY RUNSUMM.

       FD  PROFILE-FILE
           RECORDING MODE IS F.
           COPY PROFREC.

       FD  RETAIN-FILE
           RECORDING MODE IS F.
       01  RETAIN-RECORD               PIC X(100).

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD               PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BATCHCNT.
           COPY ROUTEPFX.
           COPY SHIFTCLS.

      *----------------------------------------------------------------
      * The partner's windows off KEYFILE, in key (effective date)
      * order - a partner's whole rotation history is a few dozen
      * records at most.
      *----------------------------------------------------------------
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 100 TIMES.
               10  WS-WT-EFF-DATE      PIC 9(08).
               10  WS-WT-EXP-DATE      PIC 9(08).
               10  WS-WT-SHIFT         PIC 9(02).
               10  WS-WT-STATUS        PIC X(01).
                   88  WT-COMPROMISED         VALUE "C".
       01  WS-WINDOW-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-WINDOW-MAX               PIC 9(03) COMP VALUE 100.
       01  WS-WT-INDEX                 PIC 9(03) COMP.

      *    The compromised window and its replacement.
       01  WS-CW-INDEX                 PIC 9(03) COMP VALUE ZERO.
       01  WS-RW-INDEX                 PIC 9(03) COMP VALUE ZERO.
       01  WS-CW-EFF-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CW-EXP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CW-SHIFT                 PIC 9(02) VALUE ZERO.
       01  WS-RW-EFF-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RW-EXP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RW-SHIFT                 PIC 9(02) VALUE ZERO.
      *    The shift as the cipher run writes it to AUD-SHIFT-OR-KEY
      *    (two digits, left-justified, space-filled).
       01  WS-CW-SHIFT-KEY             PIC X(20).
       01  WS-RANGE-LOW-DATE           PIC 9(08).
       01  WS-RANGE-HIGH-DATE          PIC 9(08).
       01  WS-PARTNER-ID               PIC X(08).
       01  WS-PARTNER-NAME             PIC X(17).

      *----------------------------------------------------------------
      * One entry per affected night, keyed by run date: what the
      * audit detail, the transmission log and the run summary each
      * said about it.
      *----------------------------------------------------------------
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 400 TIMES.
               10  WS-NT-DATE          PIC 9(08).
               10  WS-NT-ENCRYPT       PIC 9(07).
               10  WS-NT-DECRYPT       PIC 9(07).
               10  WS-NT-XL-FROM       PIC 9(07).
               10  WS-NT-XL-TO         PIC 9(07).
               10  WS-NT-SHIPPED       PIC 9(07).
               10  WS-NT-RUN-TOTAL     PIC 9(07).
               10  WS-NT-ACK-SW        PIC X(01).
               10  WS-NT-AUDIT-SW      PIC X(01).
                   88  NT-HAS-AUDIT           VALUE "Y".
               10  WS-NT-SHIPPED-SW    PIC X(01).
                   88  NT-WAS-SHIPPED         VALUE "Y".
               10  WS-NT-PACKAGE-SW    PIC X(01).
                   88  NT-IN-PACKAGE          VALUE "Y".
      *            N = on or after the replacement opened, with no
      *            audit line under the exposed shift: the night ran
      *            under the replacement and is not affected.
               10  WS-NT-EXPOSED-SW    PIC X(01).
                   88  NT-NOT-UNDER-SHIFT     VALUE "N".
      *            The retained generation packaged for the night (the
      *            RETAIN section number), the other copies left out,
      *            and what the packaged one counted.
               10  WS-NT-PICK-SECTION  PIC 9(05).
               10  WS-NT-COPIES-OUT    PIC 9(03).
               10  WS-NT-PKG-EXPECTED  PIC 9(07).
               10  WS-NT-PKG-SKIPPED   PIC 9(07).
               10  WS-NT-PKG-UNEXPOSED PIC 9(07).
       01  WS-NIGHT-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-LATE-NIGHT-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-NIGHT-MAX                PIC 9(03) COMP VALUE 400.
       01  WS-NT-INDEX                 PIC 9(03) COMP.
       01  WS-NT-INDEX-2               PIC 9(03) COMP.
       01  WS-NT-HIT-INDEX             PIC 9(03) COMP.
       01  WS-NIGHT-SWAP               PIC X(84).
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".
       01  WS-ADD-NIGHT-SW             PIC X(01).
           88  ADD-MISSING-NIGHT               VALUE "Y".
       01  WS-LOOKUP-DATE              PIC 9(08).

      *----------------------------------------------------------------
      * Audit scan work areas.
      *----------------------------------------------------------------
       01  WS-AUD-NIGHT                PIC 9(08).
       01  WS-AUD-STAMP-DATE           PIC 9(08).
       01  WS-AUD-UNSTAMPED-SW         PIC X(01).
           88  AUD-IS-UNSTAMPED                VALUE "Y".
       01  WS-XLATE-PAIR.
           05  WS-XP-SOURCE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  WS-XP-TARGET            PIC X(02).
       01  WS-AUDIT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
       01  WS-AUDIT-LOW-DATE           PIC 9(08) VALUE 99999999.
       01  WS-UNSTAMPED-MATCH-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-NIGHT-OVERFLOW-COUNT     PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * Totals across the affected nights.
      *----------------------------------------------------------------
       01  WS-TOT-ENCRYPT              PIC 9(07) VALUE ZERO.
       01  WS-TOT-DECRYPT              PIC 9(07) VALUE ZERO.
       01  WS-TOT-XL-FROM              PIC 9(07) VALUE ZERO.
       01  WS-TOT-XL-TO                PIC 9(07) VALUE ZERO.
       01  WS-TOT-SHIPPED              PIC 9(07) VALUE ZERO.
       01  WS-TOT-RUN-TOTAL            PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * Re-send package work areas. A retained file is selected by
      * its header; its details are classified, then re-keyed in
      * place from WS-RK-START to the end of the record. The re-key
      * from the exposed shift to the replacement is one shift by
      * the difference, in every class - letters, the digit range
      * and the punctuation set are each a cycle, so decrypting
      * under one shift and encrypting under another lands on the
      * same character.
      *----------------------------------------------------------------
       01  WS-PKG-RECORD               PIC X(100).
       01  WS-SECTION-SW               PIC X(01) VALUE "N".
           88  SECTION-SELECTED                VALUE "Y".
       01  WS-SECTION-EXPOSED-SW       PIC X(01) VALUE "N".
           88  SECTION-UNDER-SHIFT             VALUE "Y".
      *    RETAIN sections: every header opens one, numbered in order
      *    on both passes. The open section's night and its counts
      *    are held until its trailer settles whether it is the
      *    night's generation.
       01  WS-SECTION-NO               PIC 9(05) COMP.
       01  WS-SECTION-NT-INDEX         PIC 9(03) COMP.
       01  WS-SEC-DETAILS              PIC 9(07).
       01  WS-SEC-EXPECTED             PIC 9(07).
       01  WS-SEC-SKIPPED              PIC 9(07).
       01  WS-SEC-UNEXPOSED            PIC 9(07).
       01  WS-SKIP-REASON-SW           PIC X(01).
           88  SKIP-NO-OUTPUT-UNDER-SHIFT      VALUE "U".
       01  WS-REKEYABLE-SW             PIC X(01).
           88  RECORD-IS-REKEYABLE             VALUE "Y".
       01  WS-PACKAGE-PASS-SW          PIC X(01).
           88  PACKAGE-WRITE-PASS              VALUE "W".
       01  WS-RK-DELTA                 PIC S9(03).
       01  WS-RK-START                 PIC 9(03) COMP.
       01  WS-RK-POS                   PIC 9(03) COMP.
       01  WS-RK-CODE                  PIC S9(05) COMP.
       01  WS-RK-CHAR                  PIC X(01).
       01  WS-PUNCT-INDEX              PIC 9(02) COMP.
       01  WS-SCAN-INDEX               PIC 9(02) COMP.
       01  WS-PKG-EXPECTED             PIC 9(07) VALUE ZERO.
       01  WS-PKG-WRITTEN              PIC 9(07) VALUE ZERO.
       01  WS-PKG-SKIPPED              PIC 9(07) VALUE ZERO.
       01  WS-PKG-UNEXPOSED            PIC 9(07) VALUE ZERO.
       01  WS-PKG-NIGHTS               PIC 9(05) VALUE ZERO.
       01  WS-UNSTAMPED-FILE-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-RETAIN-PRESENT-SW        PIC X(01) VALUE "N".
           88  RETAIN-PRESENT                  VALUE "Y".

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-DAY-NO                   PIC 9(07) COMP.
       01  WS-WORK-DATE                PIC 9(08).
       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-WRITE-FAIL-SW            PIC X(01) VALUE "N".
           88  OUTPUT-WRITE-FAILED             VALUE "Y".

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  KEY-FILE-STATUS         PIC X(02).
               88  KEY-FILE-OK                 VALUE "00".
           05  AUDIT-FILE-STATUS       PIC X(02).
               88  AUDIT-FILE-OK               VALUE "00".
           05  ARCHIVE-FILE-STATUS     PIC X(02).
               88  ARCHIVE-FILE-OK             VALUE "00".
           05  XMIT-FILE-STATUS        PIC X(02).
               88  XMIT-FILE-OK                VALUE "00".
           05  RUNSUMM-FILE-STATUS     PIC X(02).
               88  RUNSUMM-FILE-OK             VALUE "00".
           05  PROFILE-FILE-STATUS     PIC X(02).
               88  PROFILE-FILE-OK             VALUE "00".
           05  RETAIN-FILE-STATUS      PIC X(02).
               88  RETAIN-FILE-OK              VALUE "00".
           05  RESEND-FILE-STATUS      PIC X(02).
               88  RESEND-FILE-OK              VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-WINDOW-FOUND-SW      PIC X(01) VALUE "N".
               88  WINDOW-WAS-FOUND            VALUE "Y".
           05  WS-EOF-KEY-SW           PIC X(01) VALUE "N".
               88  EOF-KEY                     VALUE "Y".
           05  WS-EOF-AUDIT-SW         PIC X(01) VALUE "N".
               88  EOF-AUDIT                   VALUE "Y".
           05  WS-EOF-ARCHIVE-SW       PIC X(01) VALUE "N".
               88  EOF-ARCHIVE                 VALUE "Y".
           05  WS-EOF-XMIT-SW          PIC X(01) VALUE "N".
               88  EOF-XMIT                    VALUE "Y".
           05  WS-EOF-RUNSUMM-SW       PIC X(01) VALUE "N".
               88  EOF-RUNSUMM                 VALUE "Y".
           05  WS-EOF-PROFILE-SW       PIC X(01) VALUE "N".
               88  EOF-PROFILE                 VALUE "Y".
           05  WS-EOF-RETAIN-SW        PIC X(01) VALUE "N".
               88  EOF-RETAIN                  VALUE "Y".

      *----------------------------------------------------------------
      * IMPRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE-1.
           05  FILLER                  PIC X(34)
               VALUE "KEY COMPROMISE IMPACT - RUN DATE  ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  PARTNER ".
           05  WS-HDG-PARTNER          PIC X(17).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-HDG-LINE-2.
           05  FILLER                  PIC X(40)
               VALUE "  RUN DATE  ENCRYPT  DECRYPT  XL-FROM   ".
           05  FILLER                  PIC X(40)
               VALUE " XL-TO  SHIPPED  ACK    TOTAL           ".
       01  WS-NIGHT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-ENCRYPT           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-DECRYPT           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-XL-FROM           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-XL-TO             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-SHIPPED           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-ACK               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-NL-RUN-TOTAL         PIC Z(06)9.
           05  FILLER                  PIC X(11) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.
       01  WS-EDIT-COUNT               PIC 9(07).
       01  WS-EDIT-COPIES              PIC ZZ9.
       01  WS-EDIT-SHIFT               PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FIND-WINDOWS THRU 2000-EXIT.
           IF WINDOW-WAS-FOUND
               PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT
               PERFORM 4000-LOAD-TRANSMISSIONS THRU 4000-EXIT
               PERFORM 4500-LOAD-RUN-SUMMARIES THRU 4500-EXIT
               PERFORM 4700-CLASSIFY-NIGHT THRU 4700-EXIT
                   VARYING WS-NT-INDEX FROM 1 BY 1
                   UNTIL WS-NT-INDEX > WS-NIGHT-COUNT
               PERFORM 5000-PRINT-IMPACT THRU 5000-EXIT
               PERFORM 6000-BUILD-PACKAGE THRU 6000-EXIT
               PERFORM 7000-PRINT-FINDINGS THRU 7000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - read the card and open the report. A
      * missing card leaves the partner blank (the house default
      * key) with the most recent compromised window.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO KIMP-CARD.
           MOVE ZERO TO KI-WINDOW-DATE.
           OPEN INPUT CARD-FILE.
           IF CARD-FILE-OK
               READ CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CARD-WAS-READ TO TRUE
               END-READ
               CLOSE CARD-FILE
           END-IF.
           IF KI-WINDOW-DATE NOT NUMERIC
               MOVE ZERO TO KI-WINDOW-DATE
           END-IF.
           MOVE KI-PARTNER-ID TO WS-PARTNER-ID.
           IF WS-PARTNER-ID = SPACES
               MOVE "HOUSE DEFAULT KEY" TO WS-PARTNER-NAME
           ELSE
               MOVE WS-PARTNER-ID TO WS-PARTNER-NAME
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT RESEND-FILE.
           IF NOT RESEND-FILE-OK
               DISPLAY "RESEND OPEN FAILED - STATUS "
                   RESEND-FILE-STATUS
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           MOVE WS-PARTNER-NAME TO WS-HDG-PARTNER.
           MOVE WS-HDG-LINE-1 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF NOT CARD-WAS-READ
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "NO SYSIN CARD - HOUSE KEY, LATEST COMPROMISED WIN
      -            "DOW ASSUMED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       1000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-FIND-WINDOWS - load the partner's windows with a keyed
      * START on the partner, pick the compromised one the card
      * asked for, then its replacement: the window opening the day
      * after the compromised window was cut off. The impact range
      * runs from the compromised window's first day to the
      * replacement's last (today at the latest), since nights that
      * still ran under the exposed shift after the compromise date
      * are exactly the ones a late-loaded replacement leaves behind.
      * Which of the nights from the replacement on really did is
      * settled by the audit detail - see 4700.
      *----------------------------------------------------------------
       2000-FIND-WINDOWS.
           OPEN INPUT KEY-FILE.
           IF NOT KEY-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "KEY FILE WILL NOT OPEN - STATUS "
                   KEY-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-PARTNER-ID TO KEY-PARTNER-ID.
           SET KEY-IS-SHIFT TO TRUE.
           MOVE ZERO TO KEY-EFF-DATE.
           START KEY-FILE KEY IS NOT LESS THAN KEY-RECORD-KEY
               INVALID KEY
                   SET EOF-KEY TO TRUE
           END-START.
           PERFORM 2100-READ-ONE-WINDOW THRU 2100-EXIT
               UNTIL EOF-KEY.
           CLOSE KEY-FILE.
           PERFORM 2200-PICK-COMPROMISED THRU 2200-EXIT
               VARYING WS-WT-INDEX FROM 1 BY 1
               UNTIL WS-WT-INDEX > WS-WINDOW-COUNT.
           IF WS-CW-INDEX = ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               IF KI-WINDOW-DATE = ZERO
                   STRING "NO COMPROMISED WINDOW ON FILE FOR "
                       WS-PARTNER-NAME
                       DELIMITED BY SIZE INTO WS-FL-TEXT
               ELSE
                   STRING "NO COMPROMISED WINDOW OPENING "
                       KI-WINDOW-DATE " FOR " WS-PARTNER-NAME
                       DELIMITED BY SIZE INTO WS-FL-TEXT
               END-IF
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF.
           SET WINDOW-WAS-FOUND TO TRUE.
           MOVE WS-WT-EFF-DATE(WS-CW-INDEX) TO WS-CW-EFF-DATE.
           MOVE WS-WT-EXP-DATE(WS-CW-INDEX) TO WS-CW-EXP-DATE.
           MOVE WS-WT-SHIFT(WS-CW-INDEX) TO WS-CW-SHIFT.
           MOVE SPACES TO WS-CW-SHIFT-KEY.
           MOVE WS-CW-SHIFT TO WS-CW-SHIFT-KEY.
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-CW-EXP-DATE) + 1.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
           PERFORM 2300-PICK-REPLACEMENT THRU 2300-EXIT
               VARYING WS-WT-INDEX FROM 1 BY 1
               UNTIL WS-WT-INDEX > WS-WINDOW-COUNT.
           MOVE WS-CW-EFF-DATE TO WS-RANGE-LOW-DATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COMPROMISED WINDOW  " WS-CW-EFF-DATE " - "
               WS-CW-EXP-DATE "  SHIFT " WS-CW-SHIFT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-RW-INDEX = ZERO
               MOVE WS-TODAY-DATE TO WS-RANGE-HIGH-DATE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "NO REPLACEMENT WINDOW OPENS " WS-WORK-DATE
                   " - NO RE-SEND PACKAGE CAN BE BUILT"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           ELSE
               MOVE WS-WT-EFF-DATE(WS-RW-INDEX) TO WS-RW-EFF-DATE
               MOVE WS-WT-EXP-DATE(WS-RW-INDEX) TO WS-RW-EXP-DATE
               MOVE WS-WT-SHIFT(WS-RW-INDEX) TO WS-RW-SHIFT
               MOVE WS-RW-EXP-DATE TO WS-RANGE-HIGH-DATE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REPLACEMENT WINDOW  " WS-RW-EFF-DATE " - "
                   WS-RW-EXP-DATE "  SHIFT " WS-RW-SHIFT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
           IF WS-RANGE-HIGH-DATE > WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-RANGE-HIGH-DATE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "IMPACT RANGE        " WS-RANGE-LOW-DATE " - "
               WS-RANGE-HIGH-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       2000-EXIT.
               EXIT.

       2100-READ-ONE-WINDOW.
           READ KEY-FILE NEXT RECORD
               AT END
                   SET EOF-KEY TO TRUE
           END-READ.
           IF EOF-KEY OR NOT KEY-FILE-OK
               SET EOF-KEY TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF KEY-PARTNER-ID NOT = WS-PARTNER-ID
                   OR NOT KEY-IS-SHIFT
               SET EOF-KEY TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-WINDOW-COUNT >= WS-WINDOW-MAX
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "PARTNER HAS MORE WINDOWS THAN THE TABLE - REST NO
      -            "T LOADED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-KEY TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-COUNT.
           MOVE KEY-EFF-DATE TO WS-WT-EFF-DATE(WS-WINDOW-COUNT).
           MOVE KEY-EXP-DATE TO WS-WT-EXP-DATE(WS-WINDOW-COUNT).
           MOVE KEY-SHIFT-VALUE TO WS-WT-SHIFT(WS-WINDOW-COUNT).
           MOVE KEY-WINDOW-STATUS TO WS-WT-STATUS(WS-WINDOW-COUNT).
       2100-EXIT.
               EXIT.

      *    Windows arrive in effective-date order, so with no date on
      *    the card the last compromised one seen is the latest.
       2200-PICK-COMPROMISED.
           IF WT-COMPROMISED(WS-WT-INDEX)
               IF KI-WINDOW-DATE = ZERO
                       OR KI-WINDOW-DATE = WS-WT-EFF-DATE(WS-WT-INDEX)
                   MOVE WS-WT-INDEX TO WS-CW-INDEX
               END-IF
           END-IF.
       2200-EXIT.
               EXIT.

       2300-PICK-REPLACEMENT.
           IF WS-WT-EFF-DATE(WS-WT-INDEX) = WS-WORK-DATE
               MOVE WS-WT-INDEX TO WS-RW-INDEX
           END-IF.
       2300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-AUDIT - the active log, then whatever archive
      * generations were concatenated on ARCHIN (none is legitimate
      * when the window is recent enough to sit on the active log;
      * the coverage check in 7000 says when it was not).
      *----------------------------------------------------------------
       3000-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               SET EOF-AUDIT TO TRUE
           END-IF.
           PERFORM 3100-READ-AUDIT THRU 3100-EXIT
               UNTIL EOF-AUDIT.
           IF AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               SET EOF-ARCHIVE TO TRUE
           END-IF.
           PERFORM 3150-READ-ARCHIVE THRU 3150-EXIT
               UNTIL EOF-ARCHIVE.
           IF ARCHIVE-FILE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.
       3000-EXIT.
               EXIT.

       3100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET EOF-AUDIT TO TRUE
           END-READ.
           IF AUDIT-FILE-OK
               PERFORM 3200-MATCH-AUDIT-RECORD THRU 3200-EXIT
           ELSE
               SET EOF-AUDIT TO TRUE
           END-IF.
       3100-EXIT.
               EXIT.

       3150-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET EOF-ARCHIVE TO TRUE
           END-READ.
           IF ARCHIVE-FILE-OK
               MOVE ARCHIVE-RECORD TO AUDIT-RECORD
               PERFORM 3200-MATCH-AUDIT-RECORD THRU 3200-EXIT
           ELSE
               SET EOF-ARCHIVE TO TRUE
           END-IF.
       3150-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3200-MATCH-AUDIT-RECORD - does this line belong to the
      * partner under the exposed shift? The night is the run date
      * the cipher run stamped (the timestamp's date on a line
      * logged before run dates were stamped). An unstamped line
      * carries no partner either: one matching the shift inside
      * the range is counted as unattributable rather than guessed.
      *----------------------------------------------------------------
       3200-MATCH-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           IF AUD-TIMESTAMP(1:8) NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-STAMP-DATE.
           IF WS-AUD-STAMP-DATE < WS-AUDIT-LOW-DATE
               MOVE WS-AUD-STAMP-DATE TO WS-AUDIT-LOW-DATE
           END-IF.
           IF AUD-RUN-DATE NUMERIC
               MOVE AUD-RUN-DATE TO WS-AUD-NIGHT
               MOVE "N" TO WS-AUD-UNSTAMPED-SW
           ELSE
               MOVE WS-AUD-STAMP-DATE TO WS-AUD-NIGHT
               SET AUD-IS-UNSTAMPED TO TRUE
           END-IF.
           IF WS-AUD-NIGHT < WS-RANGE-LOW-DATE
                   OR WS-AUD-NIGHT > WS-RANGE-HIGH-DATE
               GO TO 3200-EXIT
           END-IF.
           MOVE AUD-SHIFT-OR-KEY(1:5) TO WS-XLATE-PAIR.
           EVALUATE AUD-OPERATION
               WHEN "ENCRYPT"
                   IF AUD-INPUT-TRUNC = SPACES
                           OR AUD-SHIFT-OR-KEY NOT = WS-CW-SHIFT-KEY
                       GO TO 3200-EXIT
                   END-IF
                   IF AUD-IS-UNSTAMPED
                       ADD 1 TO WS-UNSTAMPED-MATCH-COUNT
                       GO TO 3200-EXIT
                   END-IF
                   IF AUD-PARTNER-ID = WS-PARTNER-ID
                       PERFORM 3300-FIND-AUDIT-NIGHT THRU 3300-EXIT
                       IF WS-NT-HIT-INDEX > ZERO
                           ADD 1 TO WS-NT-ENCRYPT(WS-NT-HIT-INDEX)
                       END-IF
                   END-IF
               WHEN "DECRYPT"
                   IF AUD-OUTPUT-TRUNC = SPACES
                           OR AUD-SHIFT-OR-KEY NOT = WS-CW-SHIFT-KEY
                       GO TO 3200-EXIT
                   END-IF
                   IF AUD-IS-UNSTAMPED
                       ADD 1 TO WS-UNSTAMPED-MATCH-COUNT
                       GO TO 3200-EXIT
                   END-IF
                   IF AUD-PARTNER-ID = WS-PARTNER-ID
                       PERFORM 3300-FIND-AUDIT-NIGHT THRU 3300-EXIT
                       IF WS-NT-HIT-INDEX > ZERO
                           ADD 1 TO WS-NT-DECRYPT(WS-NT-HIT-INDEX)
                       END-IF
                   END-IF
               WHEN "TRANSLATE"
                   IF WS-XP-SOURCE NOT = WS-CW-SHIFT-KEY(1:2)
                           AND WS-XP-TARGET NOT = WS-CW-SHIFT-KEY(1:2)
                       GO TO 3200-EXIT
                   END-IF
                   IF AUD-IS-UNSTAMPED
                       ADD 1 TO WS-UNSTAMPED-MATCH-COUNT
                       GO TO 3200-EXIT
                   END-IF
                   IF AUD-PARTNER-ID = WS-PARTNER-ID
                           AND WS-XP-SOURCE = WS-CW-SHIFT-KEY(1:2)
                       PERFORM 3300-FIND-AUDIT-NIGHT THRU 3300-EXIT
                       IF WS-NT-HIT-INDEX > ZERO
                           ADD 1 TO WS-NT-XL-FROM(WS-NT-HIT-INDEX)
                       END-IF
                   END-IF
                   IF AUD-TO-PARTNER-ID = WS-PARTNER-ID
                           AND WS-XP-TARGET = WS-CW-SHIFT-KEY(1:2)
                       PERFORM 3300-FIND-AUDIT-NIGHT THRU 3300-EXIT
                       IF WS-NT-HIT-INDEX > ZERO
                           ADD 1 TO WS-NT-XL-TO(WS-NT-HIT-INDEX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
               EXIT.

       3300-FIND-AUDIT-NIGHT.
           MOVE WS-AUD-NIGHT TO WS-LOOKUP-DATE.
           SET ADD-MISSING-NIGHT TO TRUE.
           PERFORM 8300-FIND-NIGHT THRU 8300-EXIT.
           IF WS-NT-HIT-INDEX > ZERO
               MOVE "Y" TO WS-NT-AUDIT-SW(WS-NT-HIT-INDEX)
           END-IF.
       3300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-LOAD-TRANSMISSIONS - every night in the range that
      * shipped the partner a file: traffic to the partner left
      * under its window's shift, so a shipped night is affected
      * whether or not its audit detail was supplied.
      *----------------------------------------------------------------
       4000-LOAD-TRANSMISSIONS.
           OPEN INPUT XMIT-FILE.
           IF NOT XMIT-FILE-OK
               SET EOF-XMIT TO TRUE
           END-IF.
           PERFORM 4100-READ-ONE-XMIT THRU 4100-EXIT
               UNTIL EOF-XMIT.
           IF XMIT-FILE-STATUS NOT = "35"
               CLOSE XMIT-FILE
           END-IF.
       4000-EXIT.
               EXIT.

       4100-READ-ONE-XMIT.
           READ XMIT-FILE
               AT END
                   SET EOF-XMIT TO TRUE
           END-READ.
           IF NOT XMIT-FILE-OK
               SET EOF-XMIT TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF XL-PARTNER-ID NOT = WS-PARTNER-ID
                   OR XL-RUN-DATE < WS-RANGE-LOW-DATE
                   OR XL-RUN-DATE > WS-RANGE-HIGH-DATE
               GO TO 4100-EXIT
           END-IF.
           MOVE XL-RUN-DATE TO WS-LOOKUP-DATE.
           SET ADD-MISSING-NIGHT TO TRUE.
           PERFORM 8300-FIND-NIGHT THRU 8300-EXIT.
           IF WS-NT-HIT-INDEX = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE "Y" TO WS-NT-SHIPPED-SW(WS-NT-HIT-INDEX).
           ADD XL-SENT-COUNT TO WS-NT-SHIPPED(WS-NT-HIT-INDEX).
           EVALUATE TRUE
               WHEN XL-ACKNOWLEDGED
                   MOVE "Y" TO WS-NT-ACK-SW(WS-NT-HIT-INDEX)
               WHEN XL-MISMATCHED
                   MOVE "M" TO WS-NT-ACK-SW(WS-NT-HIT-INDEX)
               WHEN OTHER
                   MOVE "N" TO WS-NT-ACK-SW(WS-NT-HIT-INDEX)
           END-EVALUATE.
       4100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4500-LOAD-RUN-SUMMARIES - each affected night's whole record
      * count off RUNSUMM (every stream's record counts toward it),
      * so the report shows how much of the night the partner's
      * exposed traffic was. RUNSUMM adds no nights of its own - it
      * carries no partner.
      *----------------------------------------------------------------
       4500-LOAD-RUN-SUMMARIES.
           OPEN INPUT RUNSUMM-FILE.
           IF NOT RUNSUMM-FILE-OK
               SET EOF-RUNSUMM TO TRUE
           END-IF.
           PERFORM 4600-READ-ONE-SUMMARY THRU 4600-EXIT
               UNTIL EOF-RUNSUMM.
           IF RUNSUMM-FILE-STATUS NOT = "35"
               CLOSE RUNSUMM-FILE
           END-IF.
       4500-EXIT.
               EXIT.

       4600-READ-ONE-SUMMARY.
           READ RUNSUMM-FILE
               AT END
                   SET EOF-RUNSUMM TO TRUE
           END-READ.
           IF NOT RUNSUMM-FILE-OK
               SET EOF-RUNSUMM TO TRUE
               GO TO 4600-EXIT
           END-IF.
           IF RS-RUN-DATE NOT NUMERIC
               GO TO 4600-EXIT
           END-IF.
           MOVE RS-RUN-DATE TO WS-LOOKUP-DATE.
           MOVE "N" TO WS-ADD-NIGHT-SW.
           PERFORM 8300-FIND-NIGHT THRU 8300-EXIT.
           IF WS-NT-HIT-INDEX > ZERO
               ADD RS-RECORD-COUNT TO WS-NT-RUN-TOTAL(WS-NT-HIT-INDEX)
           END-IF.
       4600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4700-CLASSIFY-NIGHT - a night before the replacement window
      * opened ran under the exposed shift by definition. From the
      * replacement on, the date alone proves nothing: the night is
      * affected only when an audit line shows the exposed shift ran
      * for the partner. One with none ran under the replacement (or
      * its detail was not supplied - 7100 says so for a shipped
      * night) and is listed apart, never re-keyed.
      *----------------------------------------------------------------
       4700-CLASSIFY-NIGHT.
           MOVE "Y" TO WS-NT-EXPOSED-SW(WS-NT-INDEX).
           IF WS-RW-INDEX = ZERO
                   OR WS-NT-DATE(WS-NT-INDEX) < WS-RW-EFF-DATE
               GO TO 4700-EXIT
           END-IF.
           IF WS-NT-ENCRYPT(WS-NT-INDEX) = ZERO
                   AND WS-NT-DECRYPT(WS-NT-INDEX) = ZERO
                   AND WS-NT-XL-FROM(WS-NT-INDEX) = ZERO
                   AND WS-NT-XL-TO(WS-NT-INDEX) = ZERO
               MOVE "N" TO WS-NT-EXPOSED-SW(WS-NT-INDEX)
               ADD 1 TO WS-LATE-NIGHT-COUNT
           END-IF.
       4700-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-IMPACT - the affected nights in date order, one
      * line each, then the totals, then the nights from the
      * replacement on that did not run under the exposed shift.
      *----------------------------------------------------------------
       5000-PRINT-IMPACT.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM 5100-SORT-ONE-PASS THRU 5100-EXIT
               UNTIL TABLE-IS-SORTED.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "NIGHTS RUN UNDER THE COMPROMISED SHIFT"
               TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-NIGHT-COUNT = WS-LATE-NIGHT-COUNT
               MOVE "  NO TRAFFIC FOUND UNDER THE COMPROMISED SHIFT"
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5000-LATE-NIGHTS
           END-IF.
           MOVE WS-HDG-LINE-2 TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 5200-PRINT-ONE-NIGHT THRU 5200-EXIT
               VARYING WS-NT-INDEX FROM 1 BY 1
               UNTIL WS-NT-INDEX > WS-NIGHT-COUNT.
           MOVE "TOTAL" TO WS-NL-DATE.
           MOVE WS-TOT-ENCRYPT TO WS-NL-ENCRYPT.
           MOVE WS-TOT-DECRYPT TO WS-NL-DECRYPT.
           MOVE WS-TOT-XL-FROM TO WS-NL-XL-FROM.
           MOVE WS-TOT-XL-TO TO WS-NL-XL-TO.
           MOVE WS-TOT-SHIPPED TO WS-NL-SHIPPED.
           MOVE SPACES TO WS-NL-ACK.
           MOVE WS-TOT-RUN-TOTAL TO WS-NL-RUN-TOTAL.
           MOVE WS-NIGHT-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5000-LATE-NIGHTS.
           IF WS-LATE-NIGHT-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "NIGHTS FROM THE REPLACEMENT ON - NOT UNDER THE EXPOS
      -        "ED SHIFT" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           PERFORM 5300-PRINT-ONE-LATE-NIGHT THRU 5300-EXIT
               VARYING WS-NT-INDEX FROM 1 BY 1
               UNTIL WS-NT-INDEX > WS-NIGHT-COUNT.
       5000-EXIT.
               EXIT.

      *    The table is at most a year or so of nights; a bubble
      *    pass is plenty.
       5100-SORT-ONE-PASS.
           SET TABLE-IS-SORTED TO TRUE.
           PERFORM 5110-COMPARE-ADJACENT THRU 5110-EXIT
               VARYING WS-NT-INDEX FROM 1 BY 1
               UNTIL WS-NT-INDEX >= WS-NIGHT-COUNT.
       5100-EXIT.
               EXIT.

       5110-COMPARE-ADJACENT.
           COMPUTE WS-NT-INDEX-2 = WS-NT-INDEX + 1.
           IF WS-NT-DATE(WS-NT-INDEX) > WS-NT-DATE(WS-NT-INDEX-2)
               MOVE WS-NIGHT-ENTRY(WS-NT-INDEX) TO WS-NIGHT-SWAP
               MOVE WS-NIGHT-ENTRY(WS-NT-INDEX-2)
                   TO WS-NIGHT-ENTRY(WS-NT-INDEX)
               MOVE WS-NIGHT-SWAP TO WS-NIGHT-ENTRY(WS-NT-INDEX-2)
               MOVE "N" TO WS-SORTED-SW
           END-IF.
       5110-EXIT.
               EXIT.

       5200-PRINT-ONE-NIGHT.
           IF NT-NOT-UNDER-SHIFT(WS-NT-INDEX)
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-NT-DATE(WS-NT-INDEX) TO WS-NL-DATE.
           MOVE WS-NT-ENCRYPT(WS-NT-INDEX) TO WS-NL-ENCRYPT.
           MOVE WS-NT-DECRYPT(WS-NT-INDEX) TO WS-NL-DECRYPT.
           MOVE WS-NT-XL-FROM(WS-NT-INDEX) TO WS-NL-XL-FROM.
           MOVE WS-NT-XL-TO(WS-NT-INDEX) TO WS-NL-XL-TO.
           MOVE WS-NT-SHIPPED(WS-NT-INDEX) TO WS-NL-SHIPPED.
           EVALUATE WS-NT-ACK-SW(WS-NT-INDEX)
               WHEN "Y"
                   MOVE "YES" TO WS-NL-ACK
               WHEN "M"
                   MOVE "MIS" TO WS-NL-ACK
               WHEN "N"
                   MOVE "NO " TO WS-NL-ACK
               WHEN OTHER
                   MOVE SPACES TO WS-NL-ACK
           END-EVALUATE.
           MOVE WS-NT-RUN-TOTAL(WS-NT-INDEX) TO WS-NL-RUN-TOTAL.
           MOVE WS-NIGHT-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD WS-NT-ENCRYPT(WS-NT-INDEX) TO WS-TOT-ENCRYPT.
           ADD WS-NT-DECRYPT(WS-NT-INDEX) TO WS-TOT-DECRYPT.
           ADD WS-NT-XL-FROM(WS-NT-INDEX) TO WS-TOT-XL-FROM.
           ADD WS-NT-XL-TO(WS-NT-INDEX) TO WS-TOT-XL-TO.
           ADD WS-NT-SHIPPED(WS-NT-INDEX) TO WS-TOT-SHIPPED.
           ADD WS-NT-RUN-TOTAL(WS-NT-INDEX) TO WS-TOT-RUN-TOTAL.
       5200-EXIT.
               EXIT.

       5300-PRINT-ONE-LATE-NIGHT.
           IF NOT NT-NOT-UNDER-SHIFT(WS-NT-INDEX)
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-NT-SHIPPED(WS-NT-INDEX) TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-NT-DATE(WS-NT-INDEX) "  SHIPPED "
               WS-EDIT-COUNT
               "  NO AUDIT LINE UNDER THE EXPOSED SHIFT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6000-BUILD-PACKAGE - the emergency re-send: the partner's
      * retained transmission files for the affected nights, re-keyed
      * from the exposed shift to the replacement's, as one file
      * with its own header and trailer. Two passes over RETAIN, the
      * same shape as the distribution step - the first counts what
      * will be re-keyed so the header leads with the true count,
      * the second re-keys and writes. No replacement window, no
      * package: there is no shift to re-key under. A night from the
      * replacement on that did not run under the exposed shift
      * (4700) is not re-keyed at all - its transmission was right.
      * A night whose audit detail shows none of the partner's
      * output leaving under the exposed shift has nothing to
      * re-key either; its records are left out and counted.
      *----------------------------------------------------------------
       6000-BUILD-PACKAGE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-RW-INDEX = ZERO
               MOVE "RE-SEND PACKAGE NOT BUILT - NO REPLACEMENT WINDOW"
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 6000-EXIT
           END-IF.
           OPEN INPUT RETAIN-FILE.
           IF NOT RETAIN-FILE-OK
               MOVE "RE-SEND PACKAGE NOT BUILT - NO RETAINED OUTPUT SU
      -            "PPLIED" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 6000-EXIT
           END-IF.
           SET RETAIN-PRESENT TO TRUE.
           PERFORM 6100-LOAD-PARTNER-PROFILE THRU 6100-EXIT.
           COMPUTE WS-RK-DELTA = WS-RW-SHIFT - WS-CW-SHIFT.
      *    Count pass: also picks each night's generation.
           MOVE "C" TO WS-PACKAGE-PASS-SW.
           MOVE "N" TO WS-SECTION-SW.
           MOVE ZERO TO WS-SECTION-NO.
           PERFORM 6200-PACKAGE-ONE-RECORD THRU 6200-EXIT
               UNTIL EOF-RETAIN.
           CLOSE RETAIN-FILE.
           PERFORM 6270-TOTAL-ONE-NIGHT THRU 6270-EXIT
               VARYING WS-NT-INDEX FROM 1 BY 1
               UNTIL WS-NT-INDEX > WS-NIGHT-COUNT.
      *    Write pass.
           MOVE SPACES TO BATCH-COUNT-RECORD.
           SET BC-IS-HEADER TO TRUE.
           MOVE WS-PKG-EXPECTED TO BC-EXPECTED-COUNT.
           MOVE ZERO TO BC-ACTUAL-COUNT.
           MOVE WS-TODAY-DATE TO BC-RUN-DATE.
           MOVE WS-PARTNER-ID TO BC-PARTNER-ID.
           MOVE BATCH-COUNT-RECORD TO WS-PKG-RECORD.
           PERFORM 8400-WRITE-RESEND THRU 8400-EXIT.
           MOVE "W" TO WS-PACKAGE-PASS-SW.
           MOVE "N" TO WS-SECTION-SW.
           MOVE ZERO TO WS-SECTION-NO.
           MOVE "N" TO WS-EOF-RETAIN-SW.
           OPEN INPUT RETAIN-FILE.
           PERFORM 6200-PACKAGE-ONE-RECORD THRU 6200-EXIT
               UNTIL EOF-RETAIN.
           CLOSE RETAIN-FILE.
           MOVE SPACES TO BATCH-COUNT-RECORD.
           SET BC-IS-TRAILER TO TRUE.
           MOVE WS-PKG-EXPECTED TO BC-EXPECTED-COUNT.
           MOVE WS-PKG-WRITTEN TO BC-ACTUAL-COUNT.
           MOVE ZERO TO BC-ENCRYPT-COUNT.
           MOVE ZERO TO BC-DECRYPT-COUNT.
           MOVE ZERO TO BC-SOLVE-COUNT.
           MOVE ZERO TO BC-VERIFY-COUNT.
           MOVE WS-PKG-WRITTEN TO BC-XLATE-COUNT.
           IF WS-PKG-WRITTEN = WS-PKG-EXPECTED
               MOVE "N" TO BC-OUT-OF-BALANCE-SW
           ELSE
               SET BC-OUT-OF-BALANCE TO TRUE
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
           MOVE BATCH-COUNT-RECORD TO WS-PKG-RECORD.
           PERFORM 8400-WRITE-RESEND THRU 8400-EXIT.
           MOVE WS-RW-SHIFT TO WS-EDIT-SHIFT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RE-SEND PACKAGE: " WS-PKG-WRITTEN
               " RECORDS FROM " WS-PKG-NIGHTS " NIGHTS, SHIFT "
               WS-CW-SHIFT " RE-KEYED TO " WS-EDIT-SHIFT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       6000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6100-LOAD-PARTNER-PROFILE - the partner's shift classes into
      * the SHIFTCLS working set; the copybook's house default set
      * stays in force for a partner with no profile, exactly as in
      * the cipher run.
      *----------------------------------------------------------------
       6100-LOAD-PARTNER-PROFILE.
           OPEN INPUT PROFILE-FILE.
           IF NOT PROFILE-FILE-OK
               SET EOF-PROFILE TO TRUE
           END-IF.
           PERFORM 6110-READ-ONE-PROFILE THRU 6110-EXIT
               UNTIL EOF-PROFILE.
           IF PROFILE-FILE-STATUS NOT = "35"
               CLOSE PROFILE-FILE
           END-IF.
       6100-EXIT.
               EXIT.

       6110-READ-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET EOF-PROFILE TO TRUE
           END-READ.
           IF PROFILE-FILE-OK AND PRF-PARTNER-ID = WS-PARTNER-ID
               MOVE PRF-DIGIT-LOW TO SC-DIGIT-LOW
               MOVE PRF-DIGIT-HIGH TO SC-DIGIT-HIGH
               MOVE PRF-DIGIT-MODULUS TO SC-DIGIT-MODULUS
               MOVE PRF-PUNCT-CHARS TO SC-PUNCT-CHARS
               MOVE PRF-PUNCT-LEN TO SC-PUNCT-LEN
               SET EOF-PROFILE TO TRUE
           END-IF.
           IF NOT PROFILE-FILE-OK
               SET EOF-PROFILE TO TRUE
           END-IF.
       6110-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6200-PACKAGE-ONE-RECORD - one RETAIN record, on either pass.
      * A header opens a file section: it is selected when the
      * distribution step stamped it with this partner and a night
      * inside the range. A trailer closes the section. A detail in
      * a selected section is counted (count pass) or re-keyed and
      * written (write pass) when it was ciphered under the shift.
      * An authorized rerun leaves a night in RETAIN more than once:
      * the count pass keeps only the latest generation whose count
      * is what the transmission log says shipped (6260), and the
      * write pass re-keys that one alone.
      *----------------------------------------------------------------
       6200-PACKAGE-ONE-RECORD.
           READ RETAIN-FILE
               AT END
                   SET EOF-RETAIN TO TRUE
           END-READ.
           IF NOT RETAIN-FILE-OK
               SET EOF-RETAIN TO TRUE
               GO TO 6200-EXIT
           END-IF.
           MOVE RETAIN-RECORD TO BATCH-COUNT-RECORD.
           IF BC-IS-HEADER
               PERFORM 6250-OPEN-SECTION THRU 6250-EXIT
               GO TO 6200-EXIT
           END-IF.
           IF BC-IS-TRAILER
               IF SECTION-SELECTED AND NOT PACKAGE-WRITE-PASS
                   PERFORM 6260-CLOSE-SECTION THRU 6260-EXIT
               END-IF
               MOVE "N" TO WS-SECTION-SW
               GO TO 6200-EXIT
           END-IF.
           IF NOT SECTION-SELECTED
               GO TO 6200-EXIT
           END-IF.
           IF NOT PACKAGE-WRITE-PASS
               ADD 1 TO WS-SEC-DETAILS
           END-IF.
           MOVE RETAIN-RECORD TO WS-PKG-RECORD.
           PERFORM 6300-CLASSIFY-DETAIL THRU 6300-EXIT.
           IF NOT RECORD-IS-REKEYABLE
               IF NOT PACKAGE-WRITE-PASS
                   IF SKIP-NO-OUTPUT-UNDER-SHIFT
                       ADD 1 TO WS-SEC-UNEXPOSED
                   ELSE
                       ADD 1 TO WS-SEC-SKIPPED
                   END-IF
               END-IF
               GO TO 6200-EXIT
           END-IF.
           IF PACKAGE-WRITE-PASS
               PERFORM 6400-REKEY-ONE-CHAR THRU 6400-EXIT
                   VARYING WS-RK-POS FROM WS-RK-START BY 1
                   UNTIL WS-RK-POS > 100
               PERFORM 8400-WRITE-RESEND THRU 8400-EXIT
               ADD 1 TO WS-PKG-WRITTEN
           ELSE
               ADD 1 TO WS-SEC-EXPECTED
           END-IF.
       6200-EXIT.
               EXIT.

       6250-OPEN-SECTION.
           MOVE "N" TO WS-SECTION-SW.
           ADD 1 TO WS-SECTION-NO.
           MOVE ZERO TO WS-SECTION-NT-INDEX.
           MOVE ZERO TO WS-SEC-DETAILS.
           MOVE ZERO TO WS-SEC-EXPECTED.
           MOVE ZERO TO WS-SEC-SKIPPED.
           MOVE ZERO TO WS-SEC-UNEXPOSED.
           IF BC-RUN-DATE NOT NUMERIC
               IF NOT PACKAGE-WRITE-PASS
                   ADD 1 TO WS-UNSTAMPED-FILE-COUNT
               END-IF
               GO TO 6250-EXIT
           END-IF.
           IF BC-PARTNER-ID NOT = WS-PARTNER-ID
                   OR BC-RUN-DATE < WS-RANGE-LOW-DATE
                   OR BC-RUN-DATE > WS-RANGE-HIGH-DATE
               GO TO 6250-EXIT
           END-IF.
           MOVE BC-RUN-DATE TO WS-LOOKUP-DATE.
           MOVE "N" TO WS-ADD-NIGHT-SW.
           PERFORM 8300-FIND-NIGHT THRU 8300-EXIT.
           IF WS-NT-HIT-INDEX = ZERO AND NOT PACKAGE-WRITE-PASS
               SET ADD-MISSING-NIGHT TO TRUE
               PERFORM 8300-FIND-NIGHT THRU 8300-EXIT
               IF WS-NT-HIT-INDEX > ZERO
                   MOVE WS-NT-HIT-INDEX TO WS-NT-INDEX
                   PERFORM 4700-CLASSIFY-NIGHT THRU 4700-EXIT
               END-IF
           END-IF.
           IF WS-NT-HIT-INDEX > ZERO AND NOT PACKAGE-WRITE-PASS
               MOVE "Y" TO WS-NT-PACKAGE-SW(WS-NT-HIT-INDEX)
           END-IF.
      *    A night past the table has no audit counts to go on and
      *    is treated as showing nothing under the shift.
           MOVE "N" TO WS-SECTION-EXPOSED-SW.
           IF WS-NT-HIT-INDEX > ZERO
               IF NT-NOT-UNDER-SHIFT(WS-NT-HIT-INDEX)
                   GO TO 6250-EXIT
               END-IF
               IF WS-NT-ENCRYPT(WS-NT-HIT-INDEX) > ZERO
                       OR WS-NT-XL-TO(WS-NT-HIT-INDEX) > ZERO
                   SET SECTION-UNDER-SHIFT TO TRUE
               END-IF
           END-IF.
           IF BC-RUN-DATE NOT < WS-RW-EFF-DATE
                   AND NOT SECTION-UNDER-SHIFT
               GO TO 6250-EXIT
           END-IF.
      *    A section with no night entry cannot be told apart from
      *    the night's other copies, so it is never packaged; the
      *    table overflow is already a finding.
           IF WS-NT-HIT-INDEX = ZERO
               GO TO 6250-EXIT
           END-IF.
           IF PACKAGE-WRITE-PASS
                   AND WS-SECTION-NO NOT =
                       WS-NT-PICK-SECTION(WS-NT-HIT-INDEX)
               GO TO 6250-EXIT
           END-IF.
           MOVE WS-NT-HIT-INDEX TO WS-SECTION-NT-INDEX.
           SET SECTION-SELECTED TO TRUE.
       6250-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6260-CLOSE-SECTION - count pass, a selected section's
      * trailer. The generation that shipped is the one whose detail
      * count (balanced on its own trailer) is the night's sent count
      * on the transmission log; for a night never logged as shipped
      * any balanced generation will do. RETAIN reads oldest first,
      * so the last such section is the latest and replaces any
      * earlier pick; every other copy is left out and counted.
      *----------------------------------------------------------------
       6260-CLOSE-SECTION.
           MOVE WS-SECTION-NT-INDEX TO WS-NT-INDEX.
           IF WS-SEC-DETAILS NOT = BC-ACTUAL-COUNT
                   OR BC-OUT-OF-BALANCE
               ADD 1 TO WS-NT-COPIES-OUT(WS-NT-INDEX)
               GO TO 6260-EXIT
           END-IF.
           IF NT-WAS-SHIPPED(WS-NT-INDEX)
                   AND WS-SEC-DETAILS NOT = WS-NT-SHIPPED(WS-NT-INDEX)
               ADD 1 TO WS-NT-COPIES-OUT(WS-NT-INDEX)
               GO TO 6260-EXIT
           END-IF.
           IF WS-NT-PICK-SECTION(WS-NT-INDEX) > ZERO
               ADD 1 TO WS-NT-COPIES-OUT(WS-NT-INDEX)
           END-IF.
           MOVE WS-SECTION-NO TO WS-NT-PICK-SECTION(WS-NT-INDEX).
           MOVE WS-SEC-EXPECTED TO WS-NT-PKG-EXPECTED(WS-NT-INDEX).
           MOVE WS-SEC-SKIPPED TO WS-NT-PKG-SKIPPED(WS-NT-INDEX).
           MOVE WS-SEC-UNEXPOSED TO WS-NT-PKG-UNEXPOSED(WS-NT-INDEX).
       6260-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6270-TOTAL-ONE-NIGHT - after the count pass, the package
      * totals are what each night's picked generation counted.
      *----------------------------------------------------------------
       6270-TOTAL-ONE-NIGHT.
           IF WS-NT-PICK-SECTION(WS-NT-INDEX) = ZERO
               GO TO 6270-EXIT
           END-IF.
           ADD WS-NT-PKG-EXPECTED(WS-NT-INDEX) TO WS-PKG-EXPECTED.
           ADD WS-NT-PKG-SKIPPED(WS-NT-INDEX) TO WS-PKG-SKIPPED.
           ADD WS-NT-PKG-UNEXPOSED(WS-NT-INDEX) TO WS-PKG-UNEXPOSED.
           IF WS-NT-PKG-EXPECTED(WS-NT-INDEX) > ZERO
               ADD 1 TO WS-PKG-NIGHTS
           END-IF.
       6270-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6300-CLASSIFY-DETAIL - where the ciphered text starts, and
      * whether the record was ciphered under the partner's shift at
      * all. A routed decrypt or solve record shipped the partner
      * clear text, and a routed Vigenere record ran under a
      * keyword; neither is re-keyed. Nor is anything else on a
      * night whose audit detail shows none of the partner's output
      * leaving under the exposed shift: its unrouted details took
      * the card's operation, which was a decrypt, a solve or a
      * Vigenere run that night. Routing and segment prefixes
      * are structural and never ciphered, so the re-key starts
      * behind them: 13 behind "##" (21 on a T record, which also
      * carries its target partner), plus 13 behind "@@".
      *----------------------------------------------------------------
       6300-CLASSIFY-DETAIL.
           SET RECORD-IS-REKEYABLE TO TRUE.
           MOVE SPACE TO WS-SKIP-REASON-SW.
           MOVE 1 TO WS-RK-START.
           MOVE WS-PKG-RECORD TO ROUTED-MSG-RECORD.
           IF RM-IS-ROUTED
               IF RM-OP-DECRYPT OR RM-OP-BRUTE-FORCE
                       OR RM-MODE-VIGENERE
                   MOVE "N" TO WS-REKEYABLE-SW
                   GO TO 6300-EXIT
               END-IF
           END-IF.
           IF NOT SECTION-UNDER-SHIFT
               MOVE "N" TO WS-REKEYABLE-SW
               SET SKIP-NO-OUTPUT-UNDER-SHIFT TO TRUE
               GO TO 6300-EXIT
           END-IF.
           IF RM-IS-ROUTED
               IF RM-OP-TRANSLATE
                   MOVE 21 TO WS-RK-START
               ELSE
                   MOVE 13 TO WS-RK-START
               END-IF
           END-IF.
           IF WS-PKG-RECORD(WS-RK-START:2) = "@@"
               ADD 13 TO WS-RK-START
           END-IF.
       6300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 6400-REKEY-ONE-CHAR - shift one character by the difference
      * between the replacement and the exposed shift, in its class:
      * letters keep their case, the digit range and the punctuation
      * set cycle within themselves, anything else passes through.
      *----------------------------------------------------------------
       6400-REKEY-ONE-CHAR.
           MOVE WS-PKG-RECORD(WS-RK-POS:1) TO WS-RK-CHAR.
           IF WS-RK-CHAR >= "A" AND WS-RK-CHAR <= "Z"
               COMPUTE WS-RK-CODE = FUNCTION MOD(
                   FUNCTION ORD(WS-RK-CHAR) - FUNCTION ORD("A")
                   + WS-RK-DELTA, 26) + FUNCTION ORD("A")
               MOVE FUNCTION CHAR(WS-RK-CODE)
                   TO WS-PKG-RECORD(WS-RK-POS:1)
               GO TO 6400-EXIT
           END-IF.
           IF WS-RK-CHAR >= "a" AND WS-RK-CHAR <= "z"
               COMPUTE WS-RK-CODE = FUNCTION MOD(
                   FUNCTION ORD(WS-RK-CHAR) - FUNCTION ORD("a")
                   + WS-RK-DELTA, 26) + FUNCTION ORD("a")
               MOVE FUNCTION CHAR(WS-RK-CODE)
                   TO WS-PKG-RECORD(WS-RK-POS:1)
               GO TO 6400-EXIT
           END-IF.
           IF WS-RK-CHAR >= SC-DIGIT-LOW AND WS-RK-CHAR <= SC-DIGIT-HIGH
               COMPUTE WS-RK-CODE = FUNCTION MOD(
                   FUNCTION ORD(WS-RK-CHAR) - FUNCTION ORD(SC-DIGIT-LOW)
                   + WS-RK-DELTA, SC-DIGIT-MODULUS)
                   + FUNCTION ORD(SC-DIGIT-LOW)
               MOVE FUNCTION CHAR(WS-RK-CODE)
                   TO WS-PKG-RECORD(WS-RK-POS:1)
               GO TO 6400-EXIT
           END-IF.
           MOVE ZERO TO WS-PUNCT-INDEX.
           PERFORM 6410-FIND-PUNCT THRU 6410-EXIT
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > SC-PUNCT-LEN.
           IF WS-PUNCT-INDEX > ZERO
               COMPUTE WS-RK-CODE = FUNCTION MOD(
                   WS-PUNCT-INDEX - 1 + WS-RK-DELTA, SC-PUNCT-LEN) + 1
               MOVE SC-PUNCT-CHARS(WS-RK-CODE:1)
                   TO WS-PKG-RECORD(WS-RK-POS:1)
           END-IF.
       6400-EXIT.
               EXIT.

       6410-FIND-PUNCT.
           IF SC-PUNCT-CHARS(WS-SCAN-INDEX:1) = WS-RK-CHAR
               MOVE WS-SCAN-INDEX TO WS-PUNCT-INDEX
           END-IF.
       6410-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-FINDINGS - everything that makes the impact list
      * less than the whole answer, said plainly.
      *----------------------------------------------------------------
       7000-PRINT-FINDINGS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "FINDINGS" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-AUDIT-READ-COUNT = ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "NO AUDIT DETAIL READ - OPERATION COUNTS ARE MISSI
      -            "NG" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           ELSE
               IF WS-AUDIT-LOW-DATE > WS-RANGE-LOW-DATE
                   MOVE "WARNING  " TO WS-FL-SEVERITY
                   STRING "AUDIT DETAIL SUPPLIED STARTS "
                       WS-AUDIT-LOW-DATE
                       " - ADD ARCHIVES BACK TO "
                       WS-RANGE-LOW-DATE
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
           END-IF.
           IF WS-UNSTAMPED-MATCH-COUNT > ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-UNSTAMPED-MATCH-COUNT
                   " AUDIT LINES MATCH THE SHIFT BUT PREDATE PARTNER S
      -            "TAMPING"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-NIGHT-OVERFLOW-COUNT > ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-NIGHT-OVERFLOW-COUNT
                   " ENTRIES FOR NIGHTS PAST THE TABLE - NOT LISTED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           PERFORM 7100-CHECK-ONE-NIGHT THRU 7100-EXIT
               VARYING WS-NT-INDEX FROM 1 BY 1
               UNTIL WS-NT-INDEX > WS-NIGHT-COUNT.
           IF WS-UNSTAMPED-FILE-COUNT > ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-UNSTAMPED-FILE-COUNT
                   " RETAINED FILES HAVE NO RUN DATE ON THE HEADER - N
      -            "OT RE-KEYED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-PKG-SKIPPED > ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-PKG-SKIPPED
                   " RETAINED RECORDS NOT UNDER THE SHIFT - LEFT OUT O
      -            "F THE PACKAGE"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-PKG-UNEXPOSED > ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-PKG-UNEXPOSED
                   " RECORDS LEFT OUT - NIGHT SHOWS NO ENCRYPT UNDER TH
      -            "E SHIFT"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-ERROR-COUNT = ZERO AND WS-WARNING-COUNT = ZERO
               MOVE "NONE - THE IMPACT LIST IS COMPLETE"
                   TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
       7000-EXIT.
               EXIT.

       7100-CHECK-ONE-NIGHT.
           IF WS-NT-COPIES-OUT(WS-NT-INDEX) > ZERO
               MOVE WS-NT-COPIES-OUT(WS-NT-INDEX) TO WS-EDIT-COPIES
               MOVE "WARNING  " TO WS-FL-SEVERITY
               IF WS-NT-PICK-SECTION(WS-NT-INDEX) = ZERO
                   STRING "NIGHT " WS-NT-DATE(WS-NT-INDEX) " "
                       WS-EDIT-COPIES
                       " RETAINED COPIES, NONE AS SHIPPED - NOT RE-KEY
      -                "ED"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
               ELSE
                   STRING "NIGHT " WS-NT-DATE(WS-NT-INDEX) " "
                       WS-EDIT-COPIES
                       " OTHER RETAINED COPIES LEFT OUT OF THE PACKAGE"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
               END-IF
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF NOT NT-WAS-SHIPPED(WS-NT-INDEX)
               GO TO 7100-EXIT
           END-IF.
           IF NOT NT-HAS-AUDIT(WS-NT-INDEX)
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NIGHT " WS-NT-DATE(WS-NT-INDEX)
                   " SHIPPED TO THE PARTNER - NO AUDIT DETAIL SUPPLIED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF RETAIN-PRESENT AND NOT NT-IN-PACKAGE(WS-NT-INDEX)
                   AND NOT NT-NOT-UNDER-SHIFT(WS-NT-INDEX)
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NIGHT " WS-NT-DATE(WS-NT-INDEX)
                   " SHIPPED BUT IS NOT IN THE RETAINED OUTPUT SUPPLIED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       7100-EXIT.
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
      * 8300-FIND-NIGHT - WS-LOOKUP-DATE's entry in the night table,
      * in WS-NT-HIT-INDEX (zero = none). With ADD-MISSING-NIGHT set
      * a new night is added, or counted as overflow when the table
      * is full.
      *----------------------------------------------------------------
       8300-FIND-NIGHT.
           MOVE ZERO TO WS-NT-HIT-INDEX.
           PERFORM 8310-COMPARE-NIGHT THRU 8310-EXIT
               VARYING WS-NT-INDEX FROM 1 BY 1
               UNTIL WS-NT-INDEX > WS-NIGHT-COUNT
                   OR WS-NT-HIT-INDEX > ZERO.
           IF WS-NT-HIT-INDEX > ZERO OR NOT ADD-MISSING-NIGHT
               GO TO 8300-EXIT
           END-IF.
           IF WS-NIGHT-COUNT >= WS-NIGHT-MAX
               ADD 1 TO WS-NIGHT-OVERFLOW-COUNT
               GO TO 8300-EXIT
           END-IF.
           ADD 1 TO WS-NIGHT-COUNT.
           MOVE WS-NIGHT-COUNT TO WS-NT-HIT-INDEX.
           MOVE WS-LOOKUP-DATE TO WS-NT-DATE(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-ENCRYPT(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-DECRYPT(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-XL-FROM(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-XL-TO(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-SHIPPED(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-RUN-TOTAL(WS-NT-HIT-INDEX).
           MOVE SPACE TO WS-NT-ACK-SW(WS-NT-HIT-INDEX).
           MOVE "N" TO WS-NT-AUDIT-SW(WS-NT-HIT-INDEX).
           MOVE "N" TO WS-NT-SHIPPED-SW(WS-NT-HIT-INDEX).
           MOVE "N" TO WS-NT-PACKAGE-SW(WS-NT-HIT-INDEX).
           MOVE "Y" TO WS-NT-EXPOSED-SW(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-PICK-SECTION(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-COPIES-OUT(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-PKG-EXPECTED(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-PKG-SKIPPED(WS-NT-HIT-INDEX).
           MOVE ZERO TO WS-NT-PKG-UNEXPOSED(WS-NT-HIT-INDEX).
       8300-EXIT.
               EXIT.

       8310-COMPARE-NIGHT.
           IF WS-NT-DATE(WS-NT-INDEX) = WS-LOOKUP-DATE
               MOVE WS-NT-INDEX TO WS-NT-HIT-INDEX
           END-IF.
       8310-EXIT.
               EXIT.

       8400-WRITE-RESEND.
           MOVE WS-PKG-RECORD TO RESEND-RECORD.
           WRITE RESEND-RECORD.
           IF NOT RESEND-FILE-OK
               DISPLAY "RESEND WRITE FAILED - STATUS "
                   RESEND-FILE-STATUS
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
       8400-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - close out and grade the run: 8 for a missing
      * window, a missing replacement or a write failure, 4 when the
      * answer is incomplete in any way the findings name, 0 when
      * the impact list is the whole answer.
      *----------------------------------------------------------------
       9999-TERMINATE.
           IF OUTPUT-WRITE-FAILED
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "RE-SEND PACKAGE WRITE FAILED OR OUT OF BALANCE"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           CLOSE RESEND-FILE.
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
