      *  held because its records appeared on the night's DISCRPT
      *  discrepancy report. A held partner's file is still written
      *  and balanced - it just must not ship until someone has
      *  looked at the discrepancies. Each record is also appended to
      *  the cumulative distribution history (DISTHIST), which is
      *  what month-end billing reads to find nights still held.
      *================================================================
       01  DIST-SUMMARY-RECORD.
           05  DSM-RUN-DATE            PIC 9(08).
           05  DSM-PARTNER-ID          PIC X(08).
           05  DSM-RECORD-COUNT        PIC 9(07).
      *        Y = on the night's discrepancy report, or suspended
      *        on the partner master - hold, do not transmit this
      *        partner's file until reviewed.
           05  DSM-HELD-SW             PIC X(01).
               88  DSM-PARTNER-HELD           VALUE "Y".
      *        How many of DSM-RECORD-COUNT were re-key (T) and
      *        round-trip verify (V) records - billed at their own
      *        rates. The rest are ordinary traffic.
           05  DSM-XLATE-COUNT         PIC 9(07).
           05  DSM-VERIFY-COUNT        PIC 9(07).
           05  FILLER                  PIC X(42).
