               88  XL-MISMATCHED              VALUE "M".
           05  XL-ACK-DATE             PIC 9(08).
           05  XL-ACK-COUNT            PIC 9(07).
      *        Re-key (T) and round-trip verify (V) records within
      *        XL-SENT-COUNT, carried from the distribution summary
      *        for billing. Spaces on entries logged before they
      *        were carried - read as zero.
           05  XL-XLATE-COUNT          PIC 9(07).
           05  XL-VERIFY-COUNT         PIC 9(07).
      *        Resends of the night at the partner's request: how
      *        many, the day of the latest, and how many records the
      *        latest carried (fewer than XL-SENT-COUNT when the
      *        partner asked for a range). A resend puts the entry
      *        back to awaiting acknowledgement, and an ack counting
      *        either XL-SENT-COUNT or XL-RESEND-SENT-COUNT balances.
      *        Spaces on entries logged before resends were carried
      *        - read as none.
           05  XL-RESEND-COUNT         PIC 9(03).
           05  XL-RESEND-DATE          PIC 9(08).
           05  XL-RESEND-SENT-COUNT    PIC 9(07).
           05  FILLER                  PIC X(09).
