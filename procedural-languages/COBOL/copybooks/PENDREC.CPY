      *================================================================
      *  PENDREC.CPY
      *  One record per window or profile a maintenance run wants to
      *  change, on the pending-change file (PENDCHG). Key-file and
      *  profile maintenance no longer promote their own output:
      *  each run that passes validation appends its changes here
      *  under one change id, stamped with the requesting user, the
      *  record as it stands on the production file (before image)
      *  and as the run would leave it (after image). The approval
      *  run, submitted under a different user id, applies or
      *  rejects each change whole and writes the file back with
      *  every decision stamped on it.
      *
      *  A change is applied only to the file it was validated
      *  against: the record count and hash total of the production
      *  file at request time travel with every item, and the
      *  approval run rejects the change as stale when the file no
      *  longer matches - so a second change requested against the
      *  same file has to be resubmitted once the first is applied.
      *
      *  The images hold keywords in clear, exactly as KEYFILE does;
      *  the file carries KEYFILE's access control. Reports and the
      *  audit log show a window's dates and shift, never a keyword.
      *  Decided changes stay on the file as history for 90 days
      *  after the decision.
      *================================================================
       01  PENDING-RECORD.
      *        File code plus the request's date and time
      *        (YYYYMMDDHHMMSS), e.g. K20261015093012 - the id the
      *        approval card names.
           05  PND-CHANGE-ID.
               10  PND-FILE-CODE       PIC X(01).
                   88  PND-KEY-CHANGE          VALUE "K".
                   88  PND-PROFILE-CHANGE      VALUE "P".
               10  PND-REQ-STAMP       PIC 9(14).
      *        This item's number within the change, and how many
      *        items the change has, so the approval run can tell a
      *        change that did not reach the file whole.
           05  PND-ITEM-NO             PIC 9(03).
           05  PND-ITEM-COUNT          PIC 9(03).
           05  PND-STATUS              PIC X(01).
               88  PND-PENDING                 VALUE "P".
               88  PND-APPROVED                VALUE "A".
               88  PND-REJECTED                VALUE "R".
      *        A = a new record (before image blank), C = a record
      *        replaced, D = a record removed (after image blank).
           05  PND-ACTION              PIC X(01).
               88  PND-ACTION-ADD              VALUE "A".
               88  PND-ACTION-CHANGE           VALUE "C".
               88  PND-ACTION-DELETE           VALUE "D".
      *        Whose window or profile it is; blank is the house
      *        default key.
           05  PND-PARTNER-ID          PIC X(08).
           05  PND-REQ-USER            PIC X(08).
      *        The production file as the request saw it.
           05  PND-BASE-COUNT          PIC 9(05).
           05  PND-BASE-HASH           PIC 9(15).
      *        Stamped by the approval run; spaces and zeros while
      *        the change is pending.
           05  PND-DECIDED-BY          PIC X(08).
           05  PND-DECIDED-DATE        PIC 9(08).
           05  PND-REASON              PIC X(40).
      *        KEYREC (50 bytes, blank-padded) for a key change,
      *        PROFREC (60 bytes) for a profile change.
           05  PND-BEFORE-IMAGE        PIC X(60).
           05  PND-AFTER-IMAGE         PIC X(60).
           05  FILLER                  PIC X(05).
