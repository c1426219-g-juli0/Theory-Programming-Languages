      *================================================================
      *  PTNRREC.CPY
      *  One record per correspondent on the partner master - the
      *  one place a partner is defined. Until the master existed a
      *  partner lived only as a matching id on KEYFILE, PROFILE,
      *  the transmission log and whichever PTNROUT slot the
      *  distribution step handed out that night, and nothing tied
      *  those together: a closed partner was noticed only when its
      *  key windows ran out.
      *
      *  The agreed acknowledgement age and quality threshold are
      *  the partner's own terms; zero means the house default the
      *  reconciliation and data-quality cards carry. The
      *  distribution slot fixes which PTNROUT file (1-4) carries
      *  the partner's transmission every night, so the file a
      *  partner collects never moves with the order traffic
      *  happened to arrive in. A closed partner gives its slot up
      *  (zero). Maintained by PartnerMaint, checked nightly against
      *  the other files by PartnerCheck.
      *================================================================
       01  PARTNER-RECORD.
           05  PTR-PARTNER-ID          PIC X(08).
           05  PTR-PARTNER-NAME        PIC X(30).
           05  PTR-STATUS              PIC X(01).
               88  PTR-ACTIVE                  VALUE "A".
               88  PTR-SUSPENDED               VALUE "S".
               88  PTR-CLOSED                  VALUE "C".
      *        Processing days an unacknowledged transmission may
      *        age before the reconciliation lists it; zero = house
      *        default.
           05  PTR-ACK-AGE-DAYS        PIC 9(03).
      *        Rejects per thousand records sent that trips the
      *        data-quality flag; zero = house default.
           05  PTR-QUALITY-THRESHOLD   PIC 9(03).
           05  PTR-DIST-SLOT           PIC 9(01).
           05  FILLER                  PIC X(34).
