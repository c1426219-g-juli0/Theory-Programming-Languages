      *================================================================
      *  PTNMCARD.CPY
      *  SYSIN function-card layout for the partner master
      *  maintenance utility. One 80-byte card per requested
      *  function; a run may stack several cards and they are
      *  applied in order. Every run finishes with the full
      *  validation pass over the master regardless of the
      *  functions asked for.
      *================================================================
       01  PTNM-CARD.
           05  PN-FUNCTION             PIC X(01).
      *        A adds the partner, or replaces every field of the
      *        entry already on file. S changes only the status (a
      *        suspension or a closure keeps the rest of the entry
      *        as agreed). Partners are never deleted - a closed
      *        entry is the record that the partner existed.
               88  PN-FUNC-ADD                 VALUE "A".
               88  PN-FUNC-STATUS              VALUE "S".
               88  PN-FUNC-VALIDATE            VALUE "V".
           05  PN-PARTNER-ID           PIC X(08).
           05  PN-PARTNER-NAME         PIC X(30).
      *        A = active, S = suspended, C = closed.
           05  PN-STATUS               PIC X(01).
           05  PN-ACK-AGE-DAYS         PIC 9(03).
           05  PN-QUALITY-THRESHOLD    PIC 9(03).
           05  PN-DIST-SLOT            PIC 9(01).
           05  FILLER                  PIC X(33).
