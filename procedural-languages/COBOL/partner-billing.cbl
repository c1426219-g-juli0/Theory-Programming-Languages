       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerBilling.

      *----------------------------------------------------------------
      * Monthly partner billing and chargeback statement. Finance
      * used to build each partner's bill by hand from SYSOUT and
      * spreadsheets; this run prices the month straight off the
      * files the night already keeps:
      *
      *   - the transmission log (XMITREC.CPY) for what shipped to
      *     whom, split into ordinary, re-key (T) and verify (V)
      *     records, and whether the partner acknowledged it;
      *   - the distribution history (DISTHIST, DISTREC.CPY) for
      *     nights a partner was held and never shipped;
      *   - the reject history (REJHREC.CPY) for the reject
      *     surcharge;
      *   - the run summaries (RUNSUMM.CPY) to confirm every
      *     shipped night was a night that actually ran;
      *   - the rate table (RATEREC.CPY): a partner's own terms, or
      *     the house default record's.
      *
      * BILLRPT carries one statement per partner - volume charges
      * by type at the partner's rates, the reject surcharge, the
      * monthly minimum adjustment, the amount due, and every night
      * of the month left unbilled - then the control totals and
      * findings. A night mismatched on acknowledgement is not
      * billed until the counts are settled; a night still held
      * never shipped. Both are listed on the statement, never
      * silently left out.
      *
      * BILLEXT is the accounts-receivable feed (ARXREC.CPY): one
      * charge record per partner per charge type, then a control
      * record that balances records billed plus records shipped
      * but unbilled to the month's shipped total off the log.
      *
      * RETURN-CODE: 0 clean, 4 unbilled nights or any other
      * warning, 8 no transmission log, a bad or missing rate, a
      * table overflow, an extract out of balance or a write
      * failure - the AR feed must not load the extract.
      *
      * Modification History
      *   - Initial version: per-partner statements off the
      *     transmission log, distribution history, reject history
      *     and run summaries, AR extract with a balancing control
      *     record.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMITLOG-FILE-STATUS.

           SELECT DISTHIST-FILE ASSIGN TO "DISTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTHIST-FILE-STATUS.

           SELECT REJHIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJHIST-FILE-STATUS.

           SELECT RUNSUMM-FILE ASSIGN TO "RUNSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSUMM-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "BILLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY BILLCARD.

       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY RATEREC.

       FD  XMITLOG-FILE
           RECORDING MODE IS F.
           COPY XMITREC.

       FD  DISTHIST-FILE
           RECORDING MODE IS F.
           COPY DISTREC.

       FD  REJHIST-FILE
           RECORDING MODE IS F.
           COPY REJHREC.

       FD  RUNSUMM-FILE
           RECORDING MODE IS F.
           COPY RUNSUMM.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY ARXREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * One entry per partner billed. Partners register from the
      * log, the held nights, the reject history and their own rate
      * records (a partner with terms of its own owes its minimum
      * in a quiet month too). The blank partner is the house
      * default key's own traffic, which has nobody to bill.
      *----------------------------------------------------------------
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-ENTRY OCCURS 50 TIMES.
               10  WS-BP-ID            PIC X(08).
               10  WS-BP-NIGHTS        PIC 9(03).
               10  WS-BP-AWAITING      PIC 9(03).
               10  WS-BP-STANDARD      PIC 9(09).
               10  WS-BP-XLATE         PIC 9(09).
               10  WS-BP-VERIFY        PIC 9(09).
               10  WS-BP-REJECTS       PIC 9(07).
               10  WS-BP-UNBILLED      PIC 9(09).
               10  WS-BP-HELD          PIC 9(09).
               10  WS-BP-OWN-RATE-SW   PIC X(01).
                   88  BP-HAS-OWN-RATE        VALUE "Y".
       01  WS-PARTNER-USED             PIC 9(02) COMP VALUE ZERO.
       01  WS-PARTNER-MAX              PIC 9(02) COMP VALUE 50.
       01  WS-BP-INDEX                 PIC 9(02) COMP.
       01  WS-BP-INDEX-2               PIC 9(02) COMP.
       01  WS-BP-HIT-INDEX             PIC 9(02) COMP.
       01  WS-PARTNER-SWAP             PIC X(67).
       01  WS-SEARCH-PARTNER-ID        PIC X(08).
       01  WS-SORTED-SW                PIC X(01).
           88  TABLE-IS-SORTED                 VALUE "Y".

      *----------------------------------------------------------------
      * Rates off the rate table: partners with terms of their own,
      * and the house default record. WS-CUR-* hold the terms for
      * the partner being billed.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-PARTNER-ID    PIC X(08).
               10  WS-RT-STANDARD      PIC 9(05)V99.
               10  WS-RT-XLATE         PIC 9(05)V99.
               10  WS-RT-VERIFY        PIC 9(05)V99.
               10  WS-RT-SURCHARGE     PIC 9(03)V99.
               10  WS-RT-MINIMUM       PIC 9(07)V99.
       01  WS-RATE-COUNT               PIC 9(02) COMP VALUE ZERO.
       01  WS-RATE-MAX                 PIC 9(02) COMP VALUE 50.
       01  WS-RT-INDEX                 PIC 9(02) COMP.
       01  WS-RT-HIT-INDEX             PIC 9(02) COMP.
       01  WS-HOUSE-RATE.
           05  WS-HR-STANDARD          PIC 9(05)V99 VALUE ZERO.
           05  WS-HR-XLATE             PIC 9(05)V99 VALUE ZERO.
           05  WS-HR-VERIFY            PIC 9(05)V99 VALUE ZERO.
           05  WS-HR-SURCHARGE         PIC 9(03)V99 VALUE ZERO.
           05  WS-HR-MINIMUM           PIC 9(07)V99 VALUE ZERO.
       01  WS-HOUSE-RATE-SW            PIC X(01) VALUE "N".
           88  HOUSE-RATE-LOADED               VALUE "Y".
       01  WS-CUR-STANDARD             PIC 9(05)V99.
       01  WS-CUR-XLATE                PIC 9(05)V99.
       01  WS-CUR-VERIFY               PIC 9(05)V99.
       01  WS-CUR-SURCHARGE            PIC 9(03)V99.
       01  WS-CUR-MINIMUM              PIC 9(07)V99.
       01  WS-RATE-FOUND-SW            PIC X(01).
           88  RATE-WAS-FOUND                  VALUE "Y".

      *----------------------------------------------------------------
      * Nights of the month: every partner/night the log shows
      * shipped (the held check and the run-summary check both ask
      * about them), the held candidates off the distribution
      * history, the nights listed unbilled, and the run dates the
      * run summaries show.
      *----------------------------------------------------------------
       01  WS-SHIPPED-TABLE.
           05  WS-SHIPPED-ENTRY OCCURS 500 TIMES.
               10  WS-SN-PARTNER-ID    PIC X(08).
               10  WS-SN-DATE          PIC 9(08).
       01  WS-SHIPPED-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-SHIPPED-MAX              PIC 9(03) COMP VALUE 500.
       01  WS-SN-INDEX                 PIC 9(03) COMP.
       01  WS-SN-HIT-INDEX             PIC 9(03) COMP.

       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 300 TIMES.
               10  WS-HN-PARTNER-ID    PIC X(08).
               10  WS-HN-DATE          PIC 9(08).
               10  WS-HN-COUNT         PIC 9(07).
               10  WS-HN-HELD-SW       PIC X(01).
                   88  HN-STILL-HELD          VALUE "Y".
       01  WS-HELD-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-HELD-MAX                 PIC 9(03) COMP VALUE 300.
       01  WS-HN-INDEX                 PIC 9(03) COMP.
       01  WS-HN-HIT-INDEX             PIC 9(03) COMP.

       01  WS-UNBILLED-TABLE.
           05  WS-UNBILLED-ENTRY OCCURS 300 TIMES.
               10  WS-UB-PARTNER-ID    PIC X(08).
               10  WS-UB-DATE          PIC 9(08).
               10  WS-UB-COUNT         PIC 9(07).
               10  WS-UB-REASON        PIC X(20).
       01  WS-UNBILLED-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-UNBILLED-MAX             PIC 9(03) COMP VALUE 300.
       01  WS-UB-INDEX                 PIC 9(03) COMP.
       01  WS-NEW-UB-PARTNER-ID        PIC X(08).
       01  WS-NEW-UB-DATE              PIC 9(08).
       01  WS-NEW-UB-COUNT             PIC 9(07).
       01  WS-NEW-UB-REASON            PIC X(20).

       01  WS-RUN-DATE-TABLE.
           05  WS-RD-DATE              PIC 9(08) OCCURS 62 TIMES.
       01  WS-RUN-DATE-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  WS-RUN-DATE-MAX             PIC 9(02) COMP VALUE 62.
       01  WS-RD-INDEX                 PIC 9(02) COMP.
       01  WS-RD-HIT-INDEX             PIC 9(02) COMP.

      *----------------------------------------------------------------
      * The month, and the month arithmetic that defaults it.
      *----------------------------------------------------------------
       01  WS-BILL-MONTH               PIC 9(06).
       01  WS-WORK-MONTH               PIC 9(06).
       01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
           05  WS-WM-YEAR              PIC 9(04).
           05  WS-WM-MONTH             PIC 9(02).
       01  WS-TODAY-DATE               PIC 9(08).

      *----------------------------------------------------------------
      * The charge being priced, and the money totals.
      *----------------------------------------------------------------
       01  WS-CHG-CODE                 PIC X(04).
       01  WS-CHG-LABEL                PIC X(20).
       01  WS-CHG-QUANTITY             PIC 9(09).
       01  WS-CHG-RATE                 PIC 9(07)V99.
       01  WS-CHG-UNIT                 PIC X(09).
       01  WS-CHG-AMOUNT               PIC 9(09)V99.
       01  WS-PARTNER-TOTAL            PIC 9(09)V99.
       01  WS-GRAND-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-PARTNER-RECORDS          PIC 9(09).
       01  WS-XV-COUNT                 PIC 9(09).

      *----------------------------------------------------------------
      * Control totals - shipped must equal billed plus unbilled.
      *----------------------------------------------------------------
       01  WS-SHIPPED-TOTAL            PIC 9(11) VALUE ZERO.
       01  WS-BILLED-TOTAL             PIC 9(11) VALUE ZERO.
       01  WS-UNBILLED-TOTAL           PIC 9(11) VALUE ZERO.
       01  WS-HELD-TOTAL               PIC 9(11) VALUE ZERO.
       01  WS-CHARGE-RECORD-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-PROCESSED-TOTAL          PIC 9(11) VALUE ZERO.
       01  WS-UNBILLED-NIGHTS          PIC 9(05) VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-ERROR-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-FILE-STATUS-GROUP.
           05  CARD-FILE-STATUS        PIC X(02).
               88  CARD-FILE-OK                VALUE "00".
           05  RATE-FILE-STATUS        PIC X(02).
               88  RATE-FILE-OK                VALUE "00".
           05  XMITLOG-FILE-STATUS     PIC X(02).
               88  XMITLOG-FILE-OK             VALUE "00".
           05  DISTHIST-FILE-STATUS    PIC X(02).
               88  DISTHIST-FILE-OK            VALUE "00".
           05  REJHIST-FILE-STATUS     PIC X(02).
               88  REJHIST-FILE-OK             VALUE "00".
           05  RUNSUMM-FILE-STATUS     PIC X(02).
               88  RUNSUMM-FILE-OK             VALUE "00".
           05  EXTRACT-FILE-STATUS     PIC X(02).
               88  EXTRACT-FILE-OK             VALUE "00".
           05  REPORT-FILE-STATUS      PIC X(02).
               88  REPORT-FILE-OK              VALUE "00".

       01  WS-SWITCHES.
           05  WS-CARD-READ-SW         PIC X(01) VALUE "N".
               88  CARD-WAS-READ               VALUE "Y".
           05  WS-EOF-RATE-SW          PIC X(01) VALUE "N".
               88  EOF-RATE                    VALUE "Y".
           05  WS-EOF-XMIT-SW          PIC X(01) VALUE "N".
               88  EOF-XMIT                    VALUE "Y".
           05  WS-EOF-DIST-SW          PIC X(01) VALUE "N".
               88  EOF-DIST                    VALUE "Y".
           05  WS-EOF-HIST-SW          PIC X(01) VALUE "N".
               88  EOF-HIST                    VALUE "Y".
           05  WS-EOF-RUNSUMM-SW       PIC X(01) VALUE "N".
               88  EOF-RUNSUMM                 VALUE "Y".
           05  WS-XMIT-PRESENT-SW      PIC X(01) VALUE "N".
               88  XMIT-LOG-PRESENT            VALUE "Y".
           05  WS-WRITE-FAIL-SW        PIC X(01) VALUE "N".
               88  OUTPUT-WRITE-FAILED         VALUE "Y".

      *----------------------------------------------------------------
      * BILLRPT print lines.
      *----------------------------------------------------------------
       01  WS-REPORT-LINE              PIC X(80).
       01  WS-HDG-LINE.
           05  FILLER                  PIC X(30)
               VALUE "PARTNER BILLING - MONTH       ".
           05  WS-HDG-MONTH            PIC 9(06).
           05  FILLER                  PIC X(06) VALUE "  RUN ".
           05  WS-HDG-DATE             PIC 9(08).
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-STMT-HDG-LINE.
           05  FILLER                  PIC X(20)
               VALUE "STATEMENT - PARTNER ".
           05  WS-SH-PARTNER           PIC X(08).
           05  FILLER                  PIC X(08) VALUE "  MONTH ".
           05  WS-SH-MONTH             PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SH-RATE-TEXT         PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-CHARGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(20).
           05  WS-CL-QUANTITY          PIC Z(08)9.
           05  FILLER                  PIC X(04) VALUE " AT ".
           05  WS-CL-RATE              PIC Z(06)9.99.
           05  WS-CL-UNIT              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-AMOUNT            PIC Z(08)9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(20).
           05  FILLER                  PIC X(34) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(08)9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-UNBILLED-LINE.
           05  FILLER                  PIC X(11)
               VALUE "  UNBILLED ".
           05  WS-UL-DATE              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UL-COUNT             PIC Z(06)9.
           05  FILLER                  PIC X(10) VALUE " RECORDS  ".
           05  WS-UL-REASON            PIC X(20).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-CONTROL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CT-LABEL             PIC X(32).
           05  WS-CT-COUNT             PIC Z(10)9.
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(32).
           05  WS-AL-AMOUNT            PIC Z(10)9.99.
           05  FILLER                  PIC X(32) VALUE SPACES.
      *    Both fields carry VALUE SPACES so the tail of a STRINGed
      *    finding is blank, never low-values, on the very first use.
       01  WS-FINDING-LINE.
           05  WS-FL-SEVERITY          PIC X(09) VALUE SPACES.
           05  WS-FL-TEXT              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
           PERFORM 2000-SCAN-XMIT-LOG THRU 2000-EXIT.
           PERFORM 2500-SCAN-DIST-HISTORY THRU 2500-EXIT.
           PERFORM 3000-SCAN-REJECT-HISTORY THRU 3000-EXIT.
           PERFORM 3500-SCAN-RUN-SUMMARIES THRU 3500-EXIT.
           PERFORM 4000-SORT-PARTNERS THRU 4000-EXIT.
           PERFORM 5000-BILL-PARTNERS THRU 5000-EXIT.
           PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - settle the month (card, or the month
      * before the run date) and open the outputs.
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
           IF CARD-WAS-READ AND BL-BILL-MONTH IS NUMERIC
                   AND BL-BILL-MONTH NOT = ZERO
               MOVE BL-BILL-MONTH TO WS-BILL-MONTH
           ELSE
               MOVE WS-TODAY-DATE(1:6) TO WS-WORK-MONTH
               PERFORM 1100-BACK-ONE-MONTH THRU 1100-EXIT
               MOVE WS-WORK-MONTH TO WS-BILL-MONTH
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-OK
               DISPLAY "BILLEXT OPEN FAILED - STATUS "
                   EXTRACT-FILE-STATUS
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
           MOVE WS-BILL-MONTH TO WS-HDG-MONTH.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE.
           MOVE WS-HDG-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
               EXIT.

       1100-BACK-ONE-MONTH.
           IF WS-WM-MONTH = 1
               MOVE 12 TO WS-WM-MONTH
               SUBTRACT 1 FROM WS-WM-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WM-MONTH
           END-IF.
       1100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-RATES - the rate table. A record whose terms are
      * not numeric, or a second record for the same partner, is an
      * error: billing on a guessed rate is worse than not billing.
      * A partner with a record of its own registers here so its
      * minimum is billed even in a month it sent nothing.
      *----------------------------------------------------------------
       1500-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "RATE TABLE WILL NOT OPEN - STATUS "
                   RATE-FILE-STATUS " - NOTHING CAN BE PRICED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-RATE TO TRUE
           END-IF.
           PERFORM 1600-READ-ONE-RATE THRU 1600-EXIT
               UNTIL EOF-RATE.
           IF RATE-FILE-STATUS NOT = "35"
               CLOSE RATE-FILE
           END-IF.
       1500-EXIT.
               EXIT.

       1600-READ-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET EOF-RATE TO TRUE
           END-READ.
           IF NOT RATE-FILE-OK
               SET EOF-RATE TO TRUE
               GO TO 1600-EXIT
           END-IF.
           IF RT-STANDARD-RATE IS NOT NUMERIC
                   OR RT-XLATE-RATE IS NOT NUMERIC
                   OR RT-VERIFY-RATE IS NOT NUMERIC
                   OR RT-REJECT-SURCHARGE IS NOT NUMERIC
                   OR RT-MONTHLY-MINIMUM IS NOT NUMERIC
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "RATE RECORD FOR '" RT-PARTNER-ID
                   "' HAS A NON-NUMERIC TERM - IGNORED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 1600-EXIT
           END-IF.
           IF RT-PARTNER-ID = SPACES
               IF HOUSE-RATE-LOADED
                   MOVE "ERROR    " TO WS-FL-SEVERITY
                   MOVE "SECOND HOUSE DEFAULT RATE RECORD - IGNORED"
                       TO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
                   GO TO 1600-EXIT
               END-IF
               SET HOUSE-RATE-LOADED TO TRUE
               MOVE RT-STANDARD-RATE TO WS-HR-STANDARD
               MOVE RT-XLATE-RATE TO WS-HR-XLATE
               MOVE RT-VERIFY-RATE TO WS-HR-VERIFY
               MOVE RT-REJECT-SURCHARGE TO WS-HR-SURCHARGE
               MOVE RT-MONTHLY-MINIMUM TO WS-HR-MINIMUM
               GO TO 1600-EXIT
           END-IF.
           MOVE RT-PARTNER-ID TO WS-SEARCH-PARTNER-ID.
           PERFORM 8500-FIND-RATE THRU 8500-EXIT.
           IF WS-RT-HIT-INDEX > ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "SECOND RATE RECORD FOR " RT-PARTNER-ID
                   " - IGNORED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 1600-EXIT
           END-IF.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RT-PARTNER-ID TO WS-RT-PARTNER-ID(WS-RATE-COUNT).
           MOVE RT-STANDARD-RATE TO WS-RT-STANDARD(WS-RATE-COUNT).
           MOVE RT-XLATE-RATE TO WS-RT-XLATE(WS-RATE-COUNT).
           MOVE RT-VERIFY-RATE TO WS-RT-VERIFY(WS-RATE-COUNT).
           MOVE RT-REJECT-SURCHARGE TO WS-RT-SURCHARGE(WS-RATE-COUNT).
           MOVE RT-MONTHLY-MINIMUM TO WS-RT-MINIMUM(WS-RATE-COUNT).
           PERFORM 8300-FIND-PARTNER THRU 8300-EXIT.
           IF WS-BP-HIT-INDEX > ZERO
               MOVE "Y" TO WS-BP-OWN-RATE-SW(WS-BP-HIT-INDEX)
           END-IF.
       1600-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-XMIT-LOG - the month's shipments. A night the
      * partner acknowledged, or has yet to, is billed on the count
      * we shipped; a night acknowledged with a disagreeing count
      * is held back from billing until the counts are settled. All
      * of them count toward the month's shipped total, which the
      * extract has to balance to.
      *----------------------------------------------------------------
       2000-SCAN-XMIT-LOG.
           OPEN INPUT XMITLOG-FILE.
           IF XMITLOG-FILE-OK
               SET XMIT-LOG-PRESENT TO TRUE
           ELSE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "TRANSMISSION LOG WILL NOT OPEN - STATUS "
                   XMITLOG-FILE-STATUS " - NOTHING BILLED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-XMIT TO TRUE
           END-IF.
           PERFORM 2100-SCAN-ONE-XMIT THRU 2100-EXIT
               UNTIL EOF-XMIT.
           IF XMITLOG-FILE-STATUS NOT = "35"
               CLOSE XMITLOG-FILE
           END-IF.
       2000-EXIT.
               EXIT.

       2100-SCAN-ONE-XMIT.
           READ XMITLOG-FILE
               AT END
                   SET EOF-XMIT TO TRUE
           END-READ.
           IF NOT XMITLOG-FILE-OK
               SET EOF-XMIT TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF XL-RUN-DATE IS NOT NUMERIC
                   OR XL-RUN-DATE(1:6) NOT = WS-BILL-MONTH
               GO TO 2100-EXIT
           END-IF.
           ADD XL-SENT-COUNT TO WS-SHIPPED-TOTAL.
           IF WS-SHIPPED-COUNT < WS-SHIPPED-MAX
               ADD 1 TO WS-SHIPPED-COUNT
               MOVE XL-PARTNER-ID TO WS-SN-PARTNER-ID(WS-SHIPPED-COUNT)
               MOVE XL-RUN-DATE TO WS-SN-DATE(WS-SHIPPED-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
           MOVE XL-PARTNER-ID TO WS-SEARCH-PARTNER-ID.
           PERFORM 8300-FIND-PARTNER THRU 8300-EXIT.
           IF WS-BP-HIT-INDEX = ZERO
               ADD XL-SENT-COUNT TO WS-UNBILLED-TOTAL
               GO TO 2100-EXIT
           END-IF.
           IF XL-MISMATCHED
               ADD XL-SENT-COUNT TO WS-BP-UNBILLED(WS-BP-HIT-INDEX)
               ADD XL-SENT-COUNT TO WS-UNBILLED-TOTAL
               MOVE XL-PARTNER-ID TO WS-NEW-UB-PARTNER-ID
               MOVE XL-RUN-DATE TO WS-NEW-UB-DATE
               MOVE XL-SENT-COUNT TO WS-NEW-UB-COUNT
               MOVE "ACK COUNT MISMATCHED" TO WS-NEW-UB-REASON
               PERFORM 8400-ADD-UNBILLED THRU 8400-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BP-NIGHTS(WS-BP-HIT-INDEX).
           IF NOT XL-ACKNOWLEDGED
               ADD 1 TO WS-BP-AWAITING(WS-BP-HIT-INDEX)
           END-IF.
      *    Re-key and verify records within the sent count; entries
      *    logged before they were carried read as all ordinary. A
      *    split larger than the count itself is trimmed to it so
      *    the night can never bill more records than it shipped.
           MOVE ZERO TO WS-XV-COUNT.
           IF XL-XLATE-COUNT IS NUMERIC
               ADD XL-XLATE-COUNT TO WS-XV-COUNT
           END-IF.
           IF XL-VERIFY-COUNT IS NUMERIC
               ADD XL-VERIFY-COUNT TO WS-XV-COUNT
           END-IF.
           IF WS-XV-COUNT > XL-SENT-COUNT
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NIGHT " XL-RUN-DATE " " XL-PARTNER-ID
                   " RE-KEY/VERIFY > SENT - BILLED ORDINARY"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               ADD XL-SENT-COUNT TO WS-BP-STANDARD(WS-BP-HIT-INDEX)
               GO TO 2100-EXIT
           END-IF.
           IF XL-XLATE-COUNT IS NUMERIC
               ADD XL-XLATE-COUNT TO WS-BP-XLATE(WS-BP-HIT-INDEX)
           END-IF.
           IF XL-VERIFY-COUNT IS NUMERIC
               ADD XL-VERIFY-COUNT TO WS-BP-VERIFY(WS-BP-HIT-INDEX)
           END-IF.
           COMPUTE WS-BP-STANDARD(WS-BP-HIT-INDEX) =
               WS-BP-STANDARD(WS-BP-HIT-INDEX)
               + XL-SENT-COUNT - WS-XV-COUNT.
       2100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 2500-SCAN-DIST-HISTORY - nights a partner was held. The
      * history is cumulative and an authorized rerun appends the
      * same partner/night again, so the LAST record for a
      * partner/night decides; a night held on its last record that
      * never reached the log is still held at month end.
      *----------------------------------------------------------------
       2500-SCAN-DIST-HISTORY.
           OPEN INPUT DISTHIST-FILE.
           IF NOT DISTHIST-FILE-OK
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "DISTRIBUTION HISTORY WILL NOT OPEN - STATUS "
                   DISTHIST-FILE-STATUS " - HELD NIGHTS UNKNOWN"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               SET EOF-DIST TO TRUE
           END-IF.
           PERFORM 2600-SCAN-ONE-DIST THRU 2600-EXIT
               UNTIL EOF-DIST.
           IF DISTHIST-FILE-STATUS NOT = "35"
               CLOSE DISTHIST-FILE
           END-IF.
           PERFORM 2700-LIST-HELD-NIGHT THRU 2700-EXIT
               VARYING WS-HN-INDEX FROM 1 BY 1
               UNTIL WS-HN-INDEX > WS-HELD-COUNT.
       2500-EXIT.
               EXIT.

       2600-SCAN-ONE-DIST.
           READ DISTHIST-FILE
               AT END
                   SET EOF-DIST TO TRUE
           END-READ.
           IF NOT DISTHIST-FILE-OK
               SET EOF-DIST TO TRUE
               GO TO 2600-EXIT
           END-IF.
           IF DSM-RUN-DATE IS NOT NUMERIC
                   OR DSM-RUN-DATE(1:6) NOT = WS-BILL-MONTH
               GO TO 2600-EXIT
           END-IF.
           MOVE ZERO TO WS-HN-HIT-INDEX.
           PERFORM 2610-MATCH-HELD-NIGHT THRU 2610-EXIT
               VARYING WS-HN-INDEX FROM 1 BY 1
               UNTIL WS-HN-INDEX > WS-HELD-COUNT
                   OR WS-HN-HIT-INDEX > ZERO.
           IF WS-HN-HIT-INDEX = ZERO
               IF NOT DSM-PARTNER-HELD
                   GO TO 2600-EXIT
               END-IF
               IF WS-HELD-COUNT >= WS-HELD-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-COUNT TO WS-HN-HIT-INDEX
               MOVE DSM-PARTNER-ID TO WS-HN-PARTNER-ID(WS-HN-HIT-INDEX)
               MOVE DSM-RUN-DATE TO WS-HN-DATE(WS-HN-HIT-INDEX)
           END-IF.
           MOVE DSM-RECORD-COUNT TO WS-HN-COUNT(WS-HN-HIT-INDEX).
           MOVE DSM-HELD-SW TO WS-HN-HELD-SW(WS-HN-HIT-INDEX).
       2600-EXIT.
               EXIT.

       2610-MATCH-HELD-NIGHT.
           IF WS-HN-PARTNER-ID(WS-HN-INDEX) = DSM-PARTNER-ID
                   AND WS-HN-DATE(WS-HN-INDEX) = DSM-RUN-DATE
               MOVE WS-HN-INDEX TO WS-HN-HIT-INDEX
           END-IF.
       2610-EXIT.
               EXIT.

       2700-LIST-HELD-NIGHT.
           IF NOT HN-STILL-HELD(WS-HN-INDEX)
               GO TO 2700-EXIT
           END-IF.
           MOVE ZERO TO WS-SN-HIT-INDEX.
           PERFORM 2710-MATCH-SHIPPED-NIGHT THRU 2710-EXIT
               VARYING WS-SN-INDEX FROM 1 BY 1
               UNTIL WS-SN-INDEX > WS-SHIPPED-COUNT
                   OR WS-SN-HIT-INDEX > ZERO.
           IF WS-SN-HIT-INDEX > ZERO
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-HN-PARTNER-ID(WS-HN-INDEX) TO WS-SEARCH-PARTNER-ID.
           PERFORM 8300-FIND-PARTNER THRU 8300-EXIT.
           IF WS-BP-HIT-INDEX > ZERO
               ADD WS-HN-COUNT(WS-HN-INDEX)
                   TO WS-BP-HELD(WS-BP-HIT-INDEX)
           END-IF.
           ADD WS-HN-COUNT(WS-HN-INDEX) TO WS-HELD-TOTAL.
           MOVE WS-HN-PARTNER-ID(WS-HN-INDEX) TO WS-NEW-UB-PARTNER-ID.
           MOVE WS-HN-DATE(WS-HN-INDEX) TO WS-NEW-UB-DATE.
           MOVE WS-HN-COUNT(WS-HN-INDEX) TO WS-NEW-UB-COUNT.
           MOVE "HELD - NEVER SHIPPED" TO WS-NEW-UB-REASON.
           PERFORM 8400-ADD-UNBILLED THRU 8400-EXIT.
       2700-EXIT.
               EXIT.

       2710-MATCH-SHIPPED-NIGHT.
           IF WS-SN-PARTNER-ID(WS-SN-INDEX) =
                   WS-HN-PARTNER-ID(WS-HN-INDEX)
                   AND WS-SN-DATE(WS-SN-INDEX) = WS-HN-DATE(WS-HN-INDEX)
               MOVE WS-SN-INDEX TO WS-SN-HIT-INDEX
           END-IF.
       2710-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-REJECT-HISTORY - the month's rejects per partner,
      * for the surcharge. Repairs on our side do not cancel a
      * reject: the partner still sent the bad record.
      *----------------------------------------------------------------
       3000-SCAN-REJECT-HISTORY.
           OPEN INPUT REJHIST-FILE.
           IF NOT REJHIST-FILE-OK
               SET EOF-HIST TO TRUE
           END-IF.
           PERFORM 3100-SCAN-ONE-REJECT THRU 3100-EXIT
               UNTIL EOF-HIST.
           IF REJHIST-FILE-STATUS NOT = "35"
               CLOSE REJHIST-FILE
           END-IF.
       3000-EXIT.
               EXIT.

       3100-SCAN-ONE-REJECT.
           READ REJHIST-FILE
               AT END
                   SET EOF-HIST TO TRUE
           END-READ.
           IF NOT REJHIST-FILE-OK
               SET EOF-HIST TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT RH-IS-REJECT
                   OR RH-RUN-DATE IS NOT NUMERIC
                   OR RH-RUN-DATE(1:6) NOT = WS-BILL-MONTH
               GO TO 3100-EXIT
           END-IF.
           MOVE RH-PARTNER-ID TO WS-SEARCH-PARTNER-ID.
           PERFORM 8300-FIND-PARTNER THRU 8300-EXIT.
           IF WS-BP-HIT-INDEX > ZERO
               ADD 1 TO WS-BP-REJECTS(WS-BP-HIT-INDEX)
           END-IF.
       3100-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 3500-SCAN-RUN-SUMMARIES - the nights that actually ran this
      * month and what they processed. A shipped night with no run
      * summary means the log and the run history disagree about
      * the month, which finance needs to hear before it bills.
      * A refused rerun processed nothing and is not counted.
      *----------------------------------------------------------------
       3500-SCAN-RUN-SUMMARIES.
           OPEN INPUT RUNSUMM-FILE.
           IF NOT RUNSUMM-FILE-OK
               SET EOF-RUNSUMM TO TRUE
           END-IF.
           PERFORM 3600-SCAN-ONE-SUMMARY THRU 3600-EXIT
               UNTIL EOF-RUNSUMM.
           IF RUNSUMM-FILE-STATUS NOT = "35"
               CLOSE RUNSUMM-FILE
           END-IF.
           IF WS-RUN-DATE-COUNT = ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               MOVE "NO RUN SUMMARIES FOR THE MONTH - SHIPPED NIGHTS N
      -            "OT CONFIRMED" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3700-CHECK-SHIPPED-NIGHT THRU 3700-EXIT
               VARYING WS-SN-INDEX FROM 1 BY 1
               UNTIL WS-SN-INDEX > WS-SHIPPED-COUNT.
       3500-EXIT.
               EXIT.

       3600-SCAN-ONE-SUMMARY.
           READ RUNSUMM-FILE
               AT END
                   SET EOF-RUNSUMM TO TRUE
           END-READ.
           IF NOT RUNSUMM-FILE-OK
               SET EOF-RUNSUMM TO TRUE
               GO TO 3600-EXIT
           END-IF.
           IF RS-RUN-DATE IS NOT NUMERIC
                   OR RS-RUN-DATE(1:6) NOT = WS-BILL-MONTH
                   OR RS-RERUN-REFUSED
               GO TO 3600-EXIT
           END-IF.
           ADD RS-RECORD-COUNT TO WS-PROCESSED-TOTAL.
           MOVE ZERO TO WS-RD-HIT-INDEX.
           PERFORM 3610-MATCH-RUN-DATE THRU 3610-EXIT
               VARYING WS-RD-INDEX FROM 1 BY 1
               UNTIL WS-RD-INDEX > WS-RUN-DATE-COUNT
                   OR WS-RD-HIT-INDEX > ZERO.
           IF WS-RD-HIT-INDEX = ZERO
                   AND WS-RUN-DATE-COUNT < WS-RUN-DATE-MAX
               ADD 1 TO WS-RUN-DATE-COUNT
               MOVE RS-RUN-DATE TO WS-RD-DATE(WS-RUN-DATE-COUNT)
           END-IF.
       3600-EXIT.
               EXIT.

       3610-MATCH-RUN-DATE.
           IF WS-RD-DATE(WS-RD-INDEX) = RS-RUN-DATE
               MOVE WS-RD-INDEX TO WS-RD-HIT-INDEX
           END-IF.
       3610-EXIT.
               EXIT.

       3700-CHECK-SHIPPED-NIGHT.
           MOVE ZERO TO WS-RD-HIT-INDEX.
           PERFORM 3710-MATCH-SHIPPED-DATE THRU 3710-EXIT
               VARYING WS-RD-INDEX FROM 1 BY 1
               UNTIL WS-RD-INDEX > WS-RUN-DATE-COUNT
                   OR WS-RD-HIT-INDEX > ZERO.
           IF WS-RD-HIT-INDEX = ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING "NIGHT " WS-SN-DATE(WS-SN-INDEX) " SHIPPED TO "
                   WS-SN-PARTNER-ID(WS-SN-INDEX)
                   " BUT HAS NO RUN SUMMARY"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       3700-EXIT.
               EXIT.

       3710-MATCH-SHIPPED-DATE.
           IF WS-RD-DATE(WS-RD-INDEX) = WS-SN-DATE(WS-SN-INDEX)
               MOVE WS-RD-INDEX TO WS-RD-HIT-INDEX
           END-IF.
       3710-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 4000-SORT-PARTNERS - statements in partner order, so finance
      * finds a partner in the same place every month. Fifty
      * entries at most; a bubble pass is plenty.
      *----------------------------------------------------------------
       4000-SORT-PARTNERS.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
               UNTIL TABLE-IS-SORTED.
       4000-EXIT.
               EXIT.

       4100-SORT-ONE-PASS.
           SET TABLE-IS-SORTED TO TRUE.
           PERFORM 4110-COMPARE-ADJACENT THRU 4110-EXIT
               VARYING WS-BP-INDEX FROM 1 BY 1
               UNTIL WS-BP-INDEX >= WS-PARTNER-USED.
       4100-EXIT.
               EXIT.

       4110-COMPARE-ADJACENT.
           COMPUTE WS-BP-INDEX-2 = WS-BP-INDEX + 1.
           IF WS-BP-ID(WS-BP-INDEX) > WS-BP-ID(WS-BP-INDEX-2)
               MOVE WS-PARTNER-ENTRY(WS-BP-INDEX) TO WS-PARTNER-SWAP
               MOVE WS-PARTNER-ENTRY(WS-BP-INDEX-2)
                   TO WS-PARTNER-ENTRY(WS-BP-INDEX)
               MOVE WS-PARTNER-SWAP TO WS-PARTNER-ENTRY(WS-BP-INDEX-2)
               MOVE "N" TO WS-SORTED-SW
           END-IF.
       4110-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5000-BILL-PARTNERS - one statement per partner.
      *----------------------------------------------------------------
       5000-BILL-PARTNERS.
           IF WS-PARTNER-USED = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               MOVE "NOTHING TO BILL FOR THIS MONTH" TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-BILL-ONE-PARTNER THRU 5100-EXIT
               VARYING WS-BP-INDEX FROM 1 BY 1
               UNTIL WS-BP-INDEX > WS-PARTNER-USED.
       5000-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5100-BILL-ONE-PARTNER - price the partner's month at its own
      * terms or the house's, bring it up to the minimum, and list
      * its unbilled nights. The house default key's own traffic
      * (blank partner) and a partner with no terms to price at
      * are not billed; their shipped records go to the unbilled
      * control total so the extract still balances.
      *----------------------------------------------------------------
       5100-BILL-ONE-PARTNER.
           COMPUTE WS-PARTNER-RECORDS =
               WS-BP-STANDARD(WS-BP-INDEX) + WS-BP-XLATE(WS-BP-INDEX)
               + WS-BP-VERIFY(WS-BP-INDEX).
           IF WS-BP-ID(WS-BP-INDEX) = SPACES
               ADD WS-PARTNER-RECORDS TO WS-UNBILLED-TOTAL
               IF WS-PARTNER-RECORDS > ZERO
                   MOVE "NOTICE   " TO WS-FL-SEVERITY
                   STRING "HOUSE DEFAULT KEY TRAFFIC NOT BILLED - "
                       WS-PARTNER-RECORDS " RECORDS"
                       DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               END-IF
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5150-RESOLVE-RATES THRU 5150-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE WS-BP-ID(WS-BP-INDEX) TO WS-SH-PARTNER.
           MOVE WS-BILL-MONTH TO WS-SH-MONTH.
           EVALUATE TRUE
               WHEN BP-HAS-OWN-RATE(WS-BP-INDEX)
                   MOVE "PARTNER RATES" TO WS-SH-RATE-TEXT
               WHEN RATE-WAS-FOUND
                   MOVE "HOUSE DEFAULT RATES" TO WS-SH-RATE-TEXT
               WHEN OTHER
                   MOVE "NO RATES ON FILE" TO WS-SH-RATE-TEXT
           END-EVALUATE.
           MOVE WS-STMT-HDG-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NIGHTS BILLED " WS-BP-NIGHTS(WS-BP-INDEX)
               ", " WS-BP-AWAITING(WS-BP-INDEX)
               " OF THEM STILL AWAITING ACKNOWLEDGEMENT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF NOT RATE-WAS-FOUND
               ADD WS-PARTNER-RECORDS TO WS-UNBILLED-TOTAL
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING "NO RATE FOR " WS-BP-ID(WS-BP-INDEX)
                   " AND NO HOUSE RATE - " WS-PARTNER-RECORDS
                   " RECORDS NOT BILLED"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
               PERFORM 5300-PRINT-PARTNER-UNBILLED THRU 5300-EXIT
                   VARYING WS-UB-INDEX FROM 1 BY 1
                   UNTIL WS-UB-INDEX > WS-UNBILLED-COUNT
               GO TO 5100-EXIT
           END-IF.
           ADD WS-PARTNER-RECORDS TO WS-BILLED-TOTAL.
           MOVE ZERO TO WS-PARTNER-TOTAL.
           MOVE "STD " TO WS-CHG-CODE.
           MOVE "ORDINARY RECORDS" TO WS-CHG-LABEL.
           MOVE WS-BP-STANDARD(WS-BP-INDEX) TO WS-CHG-QUANTITY.
           MOVE WS-CUR-STANDARD TO WS-CHG-RATE.
           MOVE " PER 1000" TO WS-CHG-UNIT.
           COMPUTE WS-CHG-AMOUNT ROUNDED =
               WS-CHG-QUANTITY * WS-CHG-RATE / 1000.
           PERFORM 5200-EMIT-CHARGE THRU 5200-EXIT.
           MOVE "XLAT" TO WS-CHG-CODE.
           MOVE "RE-KEY RECORDS" TO WS-CHG-LABEL.
           MOVE WS-BP-XLATE(WS-BP-INDEX) TO WS-CHG-QUANTITY.
           MOVE WS-CUR-XLATE TO WS-CHG-RATE.
           COMPUTE WS-CHG-AMOUNT ROUNDED =
               WS-CHG-QUANTITY * WS-CHG-RATE / 1000.
           PERFORM 5200-EMIT-CHARGE THRU 5200-EXIT.
           MOVE "VRFY" TO WS-CHG-CODE.
           MOVE "VERIFY RECORDS" TO WS-CHG-LABEL.
           MOVE WS-BP-VERIFY(WS-BP-INDEX) TO WS-CHG-QUANTITY.
           MOVE WS-CUR-VERIFY TO WS-CHG-RATE.
           COMPUTE WS-CHG-AMOUNT ROUNDED =
               WS-CHG-QUANTITY * WS-CHG-RATE / 1000.
           PERFORM 5200-EMIT-CHARGE THRU 5200-EXIT.
           MOVE "REJS" TO WS-CHG-CODE.
           MOVE "REJECTED RECORDS" TO WS-CHG-LABEL.
           MOVE WS-BP-REJECTS(WS-BP-INDEX) TO WS-CHG-QUANTITY.
           MOVE WS-CUR-SURCHARGE TO WS-CHG-RATE.
           MOVE " EACH" TO WS-CHG-UNIT.
           COMPUTE WS-CHG-AMOUNT ROUNDED =
               WS-CHG-QUANTITY * WS-CHG-RATE.
           PERFORM 5200-EMIT-CHARGE THRU 5200-EXIT.
           IF WS-PARTNER-TOTAL < WS-CUR-MINIMUM
               MOVE "MINA" TO WS-CHG-CODE
               MOVE ZERO TO WS-CHG-QUANTITY
               MOVE WS-CUR-MINIMUM TO WS-CHG-RATE
               COMPUTE WS-CHG-AMOUNT =
                   WS-CUR-MINIMUM - WS-PARTNER-TOTAL
               MOVE "UP TO MONTHLY MINIMUM" TO WS-TL-LABEL
               MOVE WS-CHG-AMOUNT TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
               PERFORM 8600-WRITE-CHARGE-RECORD THRU 8600-EXIT
               ADD WS-CHG-AMOUNT TO WS-PARTNER-TOTAL
           END-IF.
           MOVE "AMOUNT DUE" TO WS-TL-LABEL.
           MOVE WS-PARTNER-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD WS-PARTNER-TOTAL TO WS-GRAND-TOTAL.
           PERFORM 5300-PRINT-PARTNER-UNBILLED THRU 5300-EXIT
               VARYING WS-UB-INDEX FROM 1 BY 1
               UNTIL WS-UB-INDEX > WS-UNBILLED-COUNT.
       5100-EXIT.
               EXIT.

      *    The partner's own terms, else the house default's.
       5150-RESOLVE-RATES.
           MOVE "N" TO WS-RATE-FOUND-SW.
           MOVE WS-BP-ID(WS-BP-INDEX) TO WS-SEARCH-PARTNER-ID.
           PERFORM 8500-FIND-RATE THRU 8500-EXIT.
           IF WS-RT-HIT-INDEX > ZERO
               SET RATE-WAS-FOUND TO TRUE
               MOVE WS-RT-STANDARD(WS-RT-HIT-INDEX) TO WS-CUR-STANDARD
               MOVE WS-RT-XLATE(WS-RT-HIT-INDEX) TO WS-CUR-XLATE
               MOVE WS-RT-VERIFY(WS-RT-HIT-INDEX) TO WS-CUR-VERIFY
               MOVE WS-RT-SURCHARGE(WS-RT-HIT-INDEX)
                   TO WS-CUR-SURCHARGE
               MOVE WS-RT-MINIMUM(WS-RT-HIT-INDEX) TO WS-CUR-MINIMUM
               GO TO 5150-EXIT
           END-IF.
           IF HOUSE-RATE-LOADED
               SET RATE-WAS-FOUND TO TRUE
               MOVE WS-HR-STANDARD TO WS-CUR-STANDARD
               MOVE WS-HR-XLATE TO WS-CUR-XLATE
               MOVE WS-HR-VERIFY TO WS-CUR-VERIFY
               MOVE WS-HR-SURCHARGE TO WS-CUR-SURCHARGE
               MOVE WS-HR-MINIMUM TO WS-CUR-MINIMUM
           END-IF.
       5150-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 5200-EMIT-CHARGE - one priced charge: a statement line when
      * there is anything to charge for, an extract record when it
      * comes to money.
      *----------------------------------------------------------------
       5200-EMIT-CHARGE.
           IF WS-CHG-QUANTITY = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-CHG-LABEL TO WS-CL-LABEL.
           MOVE WS-CHG-QUANTITY TO WS-CL-QUANTITY.
           MOVE WS-CHG-RATE TO WS-CL-RATE.
           MOVE WS-CHG-UNIT TO WS-CL-UNIT.
           MOVE WS-CHG-AMOUNT TO WS-CL-AMOUNT.
           MOVE WS-CHARGE-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD WS-CHG-AMOUNT TO WS-PARTNER-TOTAL.
           IF WS-CHG-AMOUNT > ZERO
               PERFORM 8600-WRITE-CHARGE-RECORD THRU 8600-EXIT
           END-IF.
       5200-EXIT.
               EXIT.

       5300-PRINT-PARTNER-UNBILLED.
           IF WS-UB-PARTNER-ID(WS-UB-INDEX) NOT = WS-BP-ID(WS-BP-INDEX)
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-UB-DATE(WS-UB-INDEX) TO WS-UL-DATE.
           MOVE WS-UB-COUNT(WS-UB-INDEX) TO WS-UL-COUNT.
           MOVE WS-UB-REASON(WS-UB-INDEX) TO WS-UL-REASON.
           MOVE WS-UNBILLED-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       5300-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-CONTROL - the extract's control record and the
      * same figures on the report. Billed plus shipped-but-unbilled
      * must come to the month's shipped total off the log; when it
      * does not, the control record says so and the run grades 8.
      *----------------------------------------------------------------
       7000-WRITE-CONTROL.
           MOVE SPACES TO AR-EXTRACT-RECORD.
           SET AR-IS-CONTROL TO TRUE.
           MOVE WS-BILL-MONTH TO AR-BILL-MONTH.
           MOVE WS-CHARGE-RECORD-COUNT TO AR-CTL-CHARGE-COUNT.
           MOVE WS-BILLED-TOTAL TO AR-CTL-BILLED-RECORDS.
           MOVE WS-UNBILLED-TOTAL TO AR-CTL-UNBILLED-RECORDS.
           MOVE WS-SHIPPED-TOTAL TO AR-CTL-SHIPPED-RECORDS.
           MOVE WS-HELD-TOTAL TO AR-CTL-HELD-RECORDS.
           MOVE WS-GRAND-TOTAL TO AR-CTL-AMOUNT-TOTAL.
           IF WS-BILLED-TOTAL + WS-UNBILLED-TOTAL = WS-SHIPPED-TOTAL
               MOVE "N" TO AR-CTL-BALANCE-SW
           ELSE
               SET AR-CTL-OUT-OF-BALANCE TO TRUE
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "BILLED PLUS UNBILLED DOES NOT EQUAL SHIPPED - EXT
      -            "RACT OUT OF BALANCE" TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           PERFORM 8700-WRITE-EXTRACT THRU 8700-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "RECORDS SHIPPED (XMITLOG)" TO WS-CT-LABEL.
           MOVE WS-SHIPPED-TOTAL TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "RECORDS BILLED" TO WS-CT-LABEL.
           MOVE WS-BILLED-TOTAL TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "RECORDS SHIPPED, NOT BILLED" TO WS-CT-LABEL.
           MOVE WS-UNBILLED-TOTAL TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "RECORDS HELD, NEVER SHIPPED" TO WS-CT-LABEL.
           MOVE WS-HELD-TOTAL TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "NIGHTS RUN (RUNSUMM)" TO WS-CT-LABEL.
           MOVE WS-RUN-DATE-COUNT TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "RECORDS PROCESSED (RUNSUMM)" TO WS-CT-LABEL.
           MOVE WS-PROCESSED-TOTAL TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "CHARGE RECORDS EXTRACTED" TO WS-CT-LABEL.
           MOVE WS-CHARGE-RECORD-COUNT TO WS-CT-COUNT.
           PERFORM 7100-WRITE-CONTROL-LINE THRU 7100-EXIT.
           MOVE "TOTAL BILLED" TO WS-AL-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF WS-UNBILLED-NIGHTS > ZERO
               MOVE "WARNING  " TO WS-FL-SEVERITY
               STRING WS-UNBILLED-NIGHTS
                   " NIGHTS UNBILLED (MISMATCHED OR HELD) - SEE THE ST
      -            "ATEMENTS"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE "ERROR    " TO WS-FL-SEVERITY
               STRING WS-OVERFLOW-COUNT
                   " ENTRIES PAST A TABLE LIMIT - TOTALS INCOMPLETE"
                   DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
       7000-EXIT.
               EXIT.

       7100-WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
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
      * 8300-FIND-PARTNER - WS-SEARCH-PARTNER-ID's entry in
      * WS-BP-HIT-INDEX, registering a partner not seen yet; zero
      * only when the table is full.
      *----------------------------------------------------------------
       8300-FIND-PARTNER.
           MOVE ZERO TO WS-BP-HIT-INDEX.
           PERFORM 8310-MATCH-PARTNER THRU 8310-EXIT
               VARYING WS-BP-INDEX-2 FROM 1 BY 1
               UNTIL WS-BP-INDEX-2 > WS-PARTNER-USED
                   OR WS-BP-HIT-INDEX > ZERO.
           IF WS-BP-HIT-INDEX > ZERO
               GO TO 8300-EXIT
           END-IF.
           IF WS-PARTNER-USED >= WS-PARTNER-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 8300-EXIT
           END-IF.
           ADD 1 TO WS-PARTNER-USED.
           MOVE WS-PARTNER-USED TO WS-BP-HIT-INDEX.
           MOVE WS-SEARCH-PARTNER-ID TO WS-BP-ID(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-NIGHTS(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-AWAITING(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-STANDARD(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-XLATE(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-VERIFY(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-REJECTS(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-UNBILLED(WS-BP-HIT-INDEX).
           MOVE ZERO TO WS-BP-HELD(WS-BP-HIT-INDEX).
           MOVE "N" TO WS-BP-OWN-RATE-SW(WS-BP-HIT-INDEX).
       8300-EXIT.
               EXIT.

       8310-MATCH-PARTNER.
           IF WS-BP-ID(WS-BP-INDEX-2) = WS-SEARCH-PARTNER-ID
               MOVE WS-BP-INDEX-2 TO WS-BP-HIT-INDEX
           END-IF.
       8310-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8400-ADD-UNBILLED - one night onto the unbilled list from
      * the WS-NEW-UB-* work fields.
      *----------------------------------------------------------------
       8400-ADD-UNBILLED.
           ADD 1 TO WS-UNBILLED-NIGHTS.
           IF WS-UNBILLED-COUNT >= WS-UNBILLED-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 8400-EXIT
           END-IF.
           ADD 1 TO WS-UNBILLED-COUNT.
           MOVE WS-NEW-UB-PARTNER-ID
               TO WS-UB-PARTNER-ID(WS-UNBILLED-COUNT).
           MOVE WS-NEW-UB-DATE TO WS-UB-DATE(WS-UNBILLED-COUNT).
           MOVE WS-NEW-UB-COUNT TO WS-UB-COUNT(WS-UNBILLED-COUNT).
           MOVE WS-NEW-UB-REASON TO WS-UB-REASON(WS-UNBILLED-COUNT).
       8400-EXIT.
               EXIT.

       8500-FIND-RATE.
           MOVE ZERO TO WS-RT-HIT-INDEX.
           PERFORM 8510-MATCH-RATE THRU 8510-EXIT
               VARYING WS-RT-INDEX FROM 1 BY 1
               UNTIL WS-RT-INDEX > WS-RATE-COUNT
                   OR WS-RT-HIT-INDEX > ZERO.
       8500-EXIT.
               EXIT.

       8510-MATCH-RATE.
           IF WS-RT-PARTNER-ID(WS-RT-INDEX) = WS-SEARCH-PARTNER-ID
               MOVE WS-RT-INDEX TO WS-RT-HIT-INDEX
           END-IF.
       8510-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 8600-WRITE-CHARGE-RECORD - the charge in WS-CHG-* onto the
      * extract for the partner being billed.
      *----------------------------------------------------------------
       8600-WRITE-CHARGE-RECORD.
           MOVE SPACES TO AR-EXTRACT-RECORD.
           SET AR-IS-CHARGE TO TRUE.
           MOVE WS-BILL-MONTH TO AR-BILL-MONTH.
           MOVE WS-BP-ID(WS-BP-INDEX) TO AR-PARTNER-ID.
           MOVE WS-CHG-CODE TO AR-CHARGE-CODE.
           MOVE WS-CHG-QUANTITY TO AR-QUANTITY.
           MOVE WS-CHG-RATE TO AR-RATE.
           MOVE WS-CHG-AMOUNT TO AR-AMOUNT.
           PERFORM 8700-WRITE-EXTRACT THRU 8700-EXIT.
           ADD 1 TO WS-CHARGE-RECORD-COUNT.
       8600-EXIT.
               EXIT.

       8700-WRITE-EXTRACT.
           WRITE AR-EXTRACT-RECORD.
           IF NOT EXTRACT-FILE-OK
               DISPLAY "BILLEXT WRITE FAILED - STATUS "
                   EXTRACT-FILE-STATUS
               SET OUTPUT-WRITE-FAILED TO TRUE
           END-IF.
       8700-EXIT.
               EXIT.

      *----------------------------------------------------------------
      * 9999-TERMINATE - close out and grade the run: 8 for anything
      * that makes the extract unsafe to load, 4 for unbilled nights
      * and other warnings, 0 for a clean month.
      *----------------------------------------------------------------
       9999-TERMINATE.
           IF OUTPUT-WRITE-FAILED
               MOVE "ERROR    " TO WS-FL-SEVERITY
               MOVE "BILLING EXTRACT COULD NOT BE WRITTEN IN FULL"
                   TO WS-FL-TEXT
               PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
           END-IF.
           CLOSE EXTRACT-FILE.
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
