      *================================================================
      *  MSGHREC.CPY
      *  Rolling message history: one record per message the batch
      *  driver ran, keyed by a fingerprint of the message text and
      *  the partner whose traffic it was, so the same message sent
      *  again on a later night (by the partner or by our own
      *  upstream feed) is caught instead of being enciphered and
      *  shipped a second time. A "@@" multi-segment message is one
      *  record, fingerprinted over its whole reassembled text and
      *  positioned at its first segment. The rest of the key (run
      *  date, stream, record number) makes every record unique, so
      *  a restart or an authorized rerun of the same night finds
      *  its own earlier records by key and does not mistake them
      *  for duplicates. Entries older than the run's lookback are
      *  purged at the top of each batch night, which is what keeps
      *  the file rolling instead of growing forever.
      *
      *  The fingerprint is two position-weighted checksums of the
      *  text through its last non-blank character, plus that
      *  length: trailing padding does not count, so the same
      *  message carried in a plain 100-byte record and behind an
      *  88-byte routing prefix fingerprints the same.
      *================================================================
       01  MSG-HISTORY-RECORD.
           05  MH-RECORD-KEY.
               10  MH-FINGERPRINT.
                   15  MH-FP-HASH-A    PIC 9(09).
                   15  MH-FP-HASH-B    PIC 9(09).
                   15  MH-FP-LENGTH    PIC 9(05).
               10  MH-PARTNER-ID       PIC X(08).
               10  MH-RUN-DATE         PIC 9(08).
               10  MH-STREAM-ID        PIC 9(02).
               10  MH-RECORD-NO        PIC 9(07).
      *        Zero for a single-record message; the number of
      *        segments for a "@@" message, with its message id.
           05  MH-SEGMENT-COUNT        PIC 9(02).
           05  MH-MESSAGE-ID           PIC X(08).
           05  FILLER                  PIC X(22).
