      *================================================================
      *  LEDGCARD.CPY
      *  SYSIN card for the end-of-night control ledger: the night to
      *  balance, and how many parallel streams it ran in. Zeros in
      *  the date take today's date; a zero stream count is an
      *  ordinary single-stream night, which has no split stream
      *  headers to read.
      *================================================================
       01  LEDGER-CARD.
           05  LC-RUN-DATE             PIC 9(08).
           05  LC-STREAM-COUNT         PIC 9(01).
           05  FILLER                  PIC X(71).
