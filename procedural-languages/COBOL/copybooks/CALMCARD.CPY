      *================================================================
      *  CALMCARD.CPY
      *  SYSIN function-card layout for the processing calendar
      *  maintenance utility. One 80-byte card per requested
      *  function; a run may stack several cards and they are
      *  applied in order. Every run finishes with the full
      *  validation pass over the calendar regardless of the
      *  functions asked for.
      *================================================================
       01  CALM-CARD.
           05  CM-FUNCTION             PIC X(01).
      *        Y sets up a year, or replaces the standing week of a
      *        year already on file (CM-DATE YYYY0000, or any date
      *        in the year). H, S and P add - or retype - the day
      *        entry for CM-DATE: a holiday, a skipped night, an
      *        extra processing day. D removes the day entry for
      *        CM-DATE, so the day follows its year's week again.
               88  CM-FUNC-YEAR                VALUE "Y".
               88  CM-FUNC-HOLIDAY             VALUE "H".
               88  CM-FUNC-SKIP                VALUE "S".
               88  CM-FUNC-PROCESSING          VALUE "P".
               88  CM-FUNC-DELETE              VALUE "D".
               88  CM-FUNC-VALIDATE            VALUE "V".
           05  CM-DATE                 PIC 9(08).
           05  CM-DATE-PARTS REDEFINES CM-DATE.
               10  CM-YEAR             PIC 9(04).
               10  CM-MONTH-DAY        PIC 9(04).
      *        Y cards only: Monday first, P processing, N not.
           05  CM-WEEK-PATTERN         PIC X(07).
           05  CM-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(34).
