      *================================================================
      *  RSNDCARD.CPY
      *  SYSIN card for the partner resend run: the run date (zeros
      *  = today) and how many days back a night's transmission
      *  files are retained for a resend. Zeros default the
      *  retention to 30 days; it must not outrun the generations
      *  kept of the partner files, nor the transmission log's own
      *  purge of acknowledged nights.
      *================================================================
       01  RSND-CARD.
           05  RN-RUN-DATE             PIC 9(08).
           05  RN-RETENTION-DAYS       PIC 9(03).
           05  FILLER                  PIC X(69).
