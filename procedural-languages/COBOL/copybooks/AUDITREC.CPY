      *  garbled message can be reconciled later against what shift
      *  (or keyword) ran, when, by whom, and against what
      *  input/output.
      *
      *  Key-file and profile changes are logged here too, one record
      *  per window or profile changed, when a maintenance run
      *  requests the change and when the approval run approves it,
      *  rejects it, or refuses to let its requester approve it. On
      *  those records the shift-or-key field carries the change id
      *  (never a shift or keyword), the input and output fields a
      *  short before and after summary of the record (a window's
      *  dates, status and shift, or KW for a keyword window; a
      *  profile's digit range and punctuation length), and on a
      *  decision the input field names the requesting user
      *  ("REQ BY userid") and the output field, on a rejection or
      *  refusal, the reason.
      *================================================================
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP           PIC X(21).
           05  AUD-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-OPERATION           PIC X(11).
               88  AUD-CHANGE-RECORD
                       VALUE "KEY-REQUEST" "KEY-APPROVE" "KEY-REJECT"
                             "KEY-REFUSED" "PRF-REQUEST" "PRF-APPROVE"
                             "PRF-REJECT" "PRF-REFUSED".
               88  AUD-CHANGE-APPROVAL
                       VALUE "KEY-APPROVE" "PRF-APPROVE".
               88  AUD-CHANGE-REFUSAL
                       VALUE "KEY-REFUSED" "PRF-REFUSED".
           05  FILLER                  PIC X(01).
      *        Shift value for Caesar mode, or the keyword for
      *        Vigenere mode - whichever one actually drove this
           05  AUD-INPUT-TRUNC         PIC X(20).
           05  FILLER                  PIC X(01).
           05  AUD-OUTPUT-TRUNC        PIC X(20).
           05  FILLER                  PIC X(01).
      *        Whose key drove the invocation (blank = the house
      *        default key); on a TRANSLATE record the source
      *        partner, with the target in AUD-TO-PARTNER-ID. The
      *        run date is the night the cipher run keyed for, which
      *        is not the timestamp's date on a rerun of a prior
      *        night. Records logged before these fields existed
      *        carry spaces in all three.
           05  AUD-PARTNER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-TO-PARTNER-ID       PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02).
