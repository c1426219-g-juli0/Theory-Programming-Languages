      *================================================================
      *  INTKREC.CPY
      *  Intake log record: one per partner file presented to the
      *  intake run, accepted or refused, appended to the cumulative
      *  PROD.CASRCIPH.INTKLOG. Partner and file date identify the
      *  file itself - an accepted file with the same pair refuses
      *  any later copy as a duplicate - and the received date and
      *  time say when it was taken in. The three counts are what
      *  the partner's header claimed, what its trailer claimed, and
      *  how many details were actually on the file; a refused
      *  file's first refusal reason is kept alongside (the intake
      *  exception report lists them all).
      *================================================================
       01  INTAKE-LOG-RECORD.
           05  IL-PARTNER-ID           PIC X(08).
           05  IL-FILE-DATE            PIC 9(08).
           05  IL-RECEIVED-DATE        PIC 9(08).
           05  IL-RECEIVED-TIME        PIC 9(06).
           05  IL-HEADER-COUNT         PIC 9(07).
           05  IL-TRAILER-COUNT        PIC 9(07).
           05  IL-DETAIL-COUNT         PIC 9(07).
      *        A = accepted and added to the night's MSGIN build,
      *        R = refused (see the intake exception report).
           05  IL-STATUS               PIC X(01).
               88  IL-ACCEPTED                VALUE "A".
               88  IL-REFUSED                 VALUE "R".
           05  IL-REASON               PIC X(28).
