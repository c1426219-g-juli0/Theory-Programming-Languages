      *  record carries its own partner (its target, for a routed
      *  T record) and ignores the card. The run date stamps the distribution summary so the
      *  transmission scheduler can tell one night's summary from
      *  another; zeros default it to today's system date. The
      *  operation is the cipher run's CC-OPERATION, which unrouted
      *  records (and routed ones with a blank operation) were
      *  processed under; it lets the summary count the night's
      *  re-key and verify records per partner.
      *================================================================
       01  DIST-CARD.
           05  DS-PARTNER-ID           PIC X(08).
           05  DS-RUN-DATE             PIC 9(08).
           05  DS-OPERATION            PIC X(01).
               88  DS-OP-VERIFY                VALUE "V".
               88  DS-OP-TRANSLATE             VALUE "T".
           05  FILLER                  PIC X(63).
