      *================================================================
      *  KIMPCARD.CPY
      *  SYSIN card for the key-compromise impact run. Names the
      *  partner whose shift was exposed and, optionally, which of
      *  its compromised windows to analyse by that window's
      *  effective date; zeros take the partner's most recent
      *  window marked compromised on the key file. The window and
      *  its replacement come from the key file itself, so the card
      *  never has to repeat a shift value.
      *================================================================
       01  KIMP-CARD.
           05  KI-PARTNER-ID           PIC X(08).
           05  KI-WINDOW-DATE          PIC 9(08).
           05  FILLER                  PIC X(64).
