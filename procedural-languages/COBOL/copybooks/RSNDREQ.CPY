      *================================================================
      *  RSNDREQ.CPY
      *  One partner resend request, as a card in the job or a
      *  record on a request file: which partner, which night's
      *  file (the run date stamped on its header), and optionally
      *  the range of detail positions the partner is missing -
      *  counted from 1, the header not included, the way the
      *  partner's own file counts them. Zeros in both take the
      *  whole file; a first position with a zero last position
      *  runs to the end of the file. The reference is the
      *  partner's own request number, carried onto the report.
      *================================================================
       01  RESEND-REQUEST.
           05  RQ-PARTNER-ID           PIC X(08).
           05  RQ-RUN-DATE             PIC 9(08).
           05  RQ-FIRST-RECORD         PIC 9(07).
           05  RQ-LAST-RECORD          PIC 9(07).
           05  RQ-REFERENCE            PIC X(12).
           05  FILLER                  PIC X(38).
