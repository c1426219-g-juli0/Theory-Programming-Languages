           05  BC-SOLVE-COUNT          PIC 9(07).
           05  BC-VERIFY-COUNT         PIC 9(07).
           05  BC-XLATE-COUNT          PIC 9(07).
      *        Stamped on a per-partner transmission file's header by
      *        the distribution step - the night and the partner the
      *        file belongs to - so a retained file can be told apart
      *        from the nights around it. Spaces on every other
      *        header and trailer.
           05  BC-RUN-DATE             PIC 9(08).
           05  BC-PARTNER-ID           PIC X(08).
      *        Stamped on both the header and the trailer of a file
      *        rebuilt for a partner's resend request: which resend
      *        of the night it is, the day it was rebuilt and the
      *        first detail position of the night's file it carries
      *        (1 unless the partner asked for a range). Spaces on
      *        every ordinary header and trailer.
           05  BC-RESEND-SW            PIC X(01).
               88  BC-IS-RESEND               VALUE "Y".
           05  BC-RESEND-NO            PIC 9(03).
           05  BC-RESEND-DATE          PIC 9(08).
           05  BC-FIRST-RECORD         PIC 9(07).
           05  FILLER                  PIC X(12).
