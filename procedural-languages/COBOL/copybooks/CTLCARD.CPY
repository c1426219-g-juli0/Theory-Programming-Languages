           05  CC-CIPHER-MODE          PIC X(01).
               88  CC-MODE-CAESAR              VALUE "C".
               88  CC-MODE-VIGENERE            VALUE "V".
      *        Fallback only: a batch run takes its Vigenere keyword
      *        from the key file's keyword window for the partner
      *        and date, as it does the shift.
           05  CC-KEYWORD              PIC X(20).
      *        Effective date for the key-file lookup, YYYYMMDD.
      *        Zero means use today's system date (the normal case);
      *        this flag.
           05  CC-RERUN-AUTH           PIC X(01).
               88  CC-RERUN-AUTHORIZED         VALUE "Y".
      *        What to do with a message found on the rolling
      *        message history within the lookback below: R rejects
      *        it onto REJRPT/REJHIST like any other bad record;
      *        W (or blank) ships it and grades the run a warning.
      *        Either way it is listed on the duplicates report.
           05  CC-DUP-ACTION           PIC X(01).
               88  CC-DUP-REJECT               VALUE "R".
               88  CC-DUP-WARN                 VALUE "W" " ".
      *        How many days back a message counts as a duplicate;
      *        zero (or blank) means 30. History older than this is
      *        purged from the rolling file at the top of the night.
           05  CC-DUP-LOOKBACK-DAYS    PIC 9(03).
           05  FILLER                  PIC X(23).
