      *================================================================
      *  DUPREC.CPY
      *  Duplicates report: one record per message the batch driver
      *  found on the rolling message history (MSGHREC.CPY) within
      *  the control card's lookback, naming where the message sits
      *  tonight and the night and position it was first seen at.
      *  The report is cumulative, so each record carries its own
      *  run date. The action says what the run did about it: the
      *  duplicate was rejected onto REJRPT/REJHIST, or it was
      *  shipped with the run graded a warning.
      *================================================================
       01  DUPLICATE-RECORD.
           05  DUP-RUN-DATE            PIC 9(08).
           05  DUP-STREAM-ID           PIC 9(02).
      *        Tonight's position: the record, or a segmented
      *        message's first segment, numbered as on REJRPT.
           05  DUP-RECORD-NO           PIC 9(07).
           05  DUP-PARTNER-ID          PIC X(08).
           05  DUP-SEGMENT-COUNT       PIC 9(02).
           05  DUP-MESSAGE-ID          PIC X(08).
           05  DUP-ORIG-RUN-DATE       PIC 9(08).
           05  DUP-ORIG-STREAM-ID      PIC 9(02).
           05  DUP-ORIG-RECORD-NO      PIC 9(07).
           05  DUP-ACTION              PIC X(01).
               88  DUP-WAS-REJECTED           VALUE "R".
               88  DUP-WAS-WARNED             VALUE "W".
           05  FILLER                  PIC X(27).
