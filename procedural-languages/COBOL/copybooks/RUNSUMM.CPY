      *        completed, released night with this date/partner/
      *        stream already existed and the control card carried
      *        no rerun authorization. Nothing was processed.
      *        C when refused instead because the run date is not a
      *        processing day on the processing calendar.
           05  RS-RERUN-REFUSED-SW     PIC X(01).
               88  RS-RERUN-REFUSED           VALUE "Y" "C".
               88  RS-CALENDAR-REFUSED        VALUE "C".
      *        Messages found on the rolling message history within
      *        the lookback, rejected or warned on per the card.
           05  RS-DUPLICATE-COUNT      PIC 9(07).
      *        The verify and re-key counts the trailer already
      *        carries, so the end-of-night ledger can balance each
      *        stream's operations against its record count without
      *        the stream's output file.
           05  RS-VERIFY-COUNT         PIC 9(07).
           05  RS-XLATE-COUNT          PIC 9(07).
      *        Which stream wrote the record - 00 for an ordinary
      *        single-stream run (card cols 43-44) - and whether it
      *        was the night run (B) or a repair run (R). On a
      *        repair run the operation counts are the repaired
      *        records only. Older records read as spaces here.
           05  RS-STREAM-ID            PIC X(02).
           05  RS-RUN-MODE             PIC X(01).
               88  RS-NIGHT-RUN               VALUE "B".
               88  RS-REPAIR-RUN              VALUE "R".
           05  FILLER                  PIC X(01).
