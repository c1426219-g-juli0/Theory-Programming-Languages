           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(01).
           05  REJ-RECORD-TEXT         PIC X(40).
      *        The report is appended to night after night, so each
      *        entry is stamped with the run date and stream (00 =
      *        single-stream run) it belongs to, and with whether a
      *        repair run wrote it. An entry for a whole "@@" message
      *        whose segments never all arrived (type M) names no
      *        single record - its segments were ciphered and
      *        written - so it is not one of the run's rejected
      *        records. Entries written before the stamp was added
      *        read as spaces there and match no night.
           05  REJ-RUN-DATE            PIC X(08).
           05  REJ-STREAM-ID           PIC X(02).
           05  REJ-ENTRY-TYPE          PIC X(01).
               88  REJ-RECORD-ENTRY           VALUE "R".
               88  REJ-MESSAGE-ENTRY          VALUE "M".
           05  REJ-REPAIR-SW           PIC X(01).
               88  REJ-FROM-REPAIR            VALUE "Y".
           05  FILLER                  PIC X(09).
