      *================================================================
      *  LEDGREC.CPY
      *  End-of-night control ledger record - one per ledger run,
      *  appended to the cumulative control file (LEDGHIST) the
      *  auditors read. Each count is one line of the night's ledger,
      *  in the order the night produced it: received on MSGIN, dealt
      *  to the streams, processed by the cipher run(s), rejected,
      *  repaired, ciphered by operation, written to the final
      *  MSGOUT, distributed, held and shipped. A ledger that did not
      *  reconcile carries the break flag, how many breaks it found
      *  and the step the first one happened in. A night balanced
      *  again after a repair run gets a second record; the latest
      *  record for a run date is the standing one.
      *================================================================
       01  LEDGER-RECORD.
           05  LG-RUN-DATE             PIC 9(08).
           05  LG-LEDGER-DATE          PIC 9(08).
      *        Zero for a single-stream night.
           05  LG-STREAM-COUNT         PIC 9(01).
           05  LG-RECEIVED-COUNT       PIC 9(07).
           05  LG-SPLIT-COUNT          PIC 9(07).
           05  LG-PROCESSED-COUNT      PIC 9(07).
      *        Rejected records - whole-message entries for "@@"
      *        messages that never completed are not records and
      *        are not counted here.
           05  LG-REJECTED-COUNT       PIC 9(07).
           05  LG-REPAIRED-COUNT       PIC 9(07).
           05  LG-ENCRYPT-COUNT        PIC 9(07).
           05  LG-DECRYPT-COUNT        PIC 9(07).
           05  LG-SOLVE-COUNT          PIC 9(07).
           05  LG-VERIFY-COUNT         PIC 9(07).
           05  LG-XLATE-COUNT          PIC 9(07).
           05  LG-OUTPUT-COUNT         PIC 9(07).
           05  LG-DISCREPANCY-COUNT    PIC 9(07).
           05  LG-DISTRIBUTED-COUNT    PIC 9(07).
           05  LG-HELD-COUNT           PIC 9(07).
           05  LG-SHIPPED-COUNT        PIC 9(07).
           05  LG-PARTNER-COUNT        PIC 9(02).
           05  LG-BREAK-SW             PIC X(01).
               88  LG-LEDGER-BROKEN           VALUE "Y".
           05  LG-BREAK-COUNT          PIC 9(03).
           05  LG-BREAK-STEP           PIC X(16).
           05  LG-RETURN-CODE          PIC 9(02).
           05  FILLER                  PIC X(04).
