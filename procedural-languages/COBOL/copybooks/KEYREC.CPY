      *  file in key order (it always has), so an old sequential
      *  file converts by one REPRO through a freshly defined
      *  cluster after a validation run.
      *
      *  A window withdrawn as compromised keeps its record, with
      *  its expiration cut back to the day before the compromise
      *  date and the status byte set, so the impact program can
      *  still say which shift was exposed and over which dates.
      *
      *  A partner keeps two rotations side by side: S records carry
      *  the Caesar shift, K records the Vigenere keyword, each with
      *  its own effective and expiration dates. The record type
      *  sits between the partner and the date in the key so each
      *  rotation reads back contiguously and a shift and a keyword
      *  can open on the same day. The keyword lives here, under the
      *  file's access control, and not on the run's control card.
      *  A 28-byte file from before the keyword rotation converts by
      *  inserting "S" after the partner id of every record and
      *  padding to 50 bytes.
      *================================================================
       01  KEY-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PARTNER-ID      PIC X(08).
               10  KEY-RECORD-TYPE     PIC X(01).
                   88  KEY-IS-SHIFT            VALUE "S".
                   88  KEY-IS-KEYWORD          VALUE "K".
               10  KEY-EFF-DATE        PIC 9(08).
      *        Zero on a keyword record.
           05  KEY-SHIFT-VALUE         PIC 9(02).
           05  KEY-EXP-DATE            PIC 9(08).
      *        C = compromised: cut off by the maintenance run's
      *        compromise function, which also requires a
      *        replacement window opening the day after it.
           05  KEY-WINDOW-STATUS       PIC X(01).
               88  KEY-WINDOW-COMPROMISED     VALUE "C".
      *        Upper-case letters, left justified; spaces on a shift
      *        record.
           05  KEY-KEYWORD             PIC X(20).
           05  FILLER                  PIC X(02).
