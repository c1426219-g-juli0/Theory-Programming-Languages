      *================================================================
      *  PCHKCARD.CPY
      *  SYSIN card for the nightly partner consistency check. The
      *  run date anchors the key-coverage look-ahead (the run date
      *  and the six days after it); zeros default it to today's
      *  system date. The default partner is who the night's
      *  unrouted MSGIN records belong to - the cipher run's
      *  CC-PARTNER-ID - so their traffic can be held against the
      *  partner master the same way "##"-routed records are; blank
      *  is the house default key's traffic, which no master entry
      *  covers.
      *================================================================
       01  PCHK-CARD.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-DEFAULT-PARTNER-ID   PIC X(08).
           05  FILLER                  PIC X(64).
