      *================================================================
      *  CALREC.CPY
      *  The processing calendar - which days the shop runs its
      *  nightly batch and acknowledgement clock, and which it does
      *  not. Until the calendar existed every date sum in the
      *  system counted calendar days, so a bank holiday weekend
      *  aged every acknowledgement by three days nobody was
      *  working and a key window running out on a holiday Monday
      *  looked the same as one running out on a Wednesday.
      *
      *  Two kinds of record, in date order:
      *    - one YEAR entry per calendar year (CAL-DATE YYYY0000,
      *      type Y) carrying the standing week: which weekdays are
      *      processing days that year;
      *    - DAY entries for the exceptions to that week: a public
      *      holiday (H) or a skipped night (S) on what would be a
      *      processing day, or an extra processing day (P) on what
      *      would not be.
      *  A day is a processing day when its year's week says so and
      *  no H or S entry takes it away, or when a P entry adds it.
      *  Programs that find no YEAR entry for a date count it as a
      *  processing day, which is how every date was counted before
      *  the calendar - a missing year is a maintenance slip that
      *  CalendarMaint warns about, never a stopped night.
      *  Maintained by CalendarMaint (CSRCALM).
      *================================================================
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(08).
           05  CAL-DATE-PARTS REDEFINES CAL-DATE.
               10  CAL-YEAR            PIC 9(04).
               10  CAL-MONTH-DAY       PIC 9(04).
           05  CAL-DAY-TYPE            PIC X(01).
               88  CAL-YEAR-ENTRY              VALUE "Y".
               88  CAL-PROCESSING-DAY          VALUE "P".
               88  CAL-HOLIDAY                 VALUE "H".
               88  CAL-SKIPPED-NIGHT           VALUE "S".
      *        YEAR entries only: one byte per weekday, Monday
      *        first - P a processing day, N not (PPPPPNN is the
      *        ordinary Monday-to-Friday week). Spaces on DAY
      *        entries.
           05  CAL-WEEK-PATTERN        PIC X(07).
           05  CAL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(34).
