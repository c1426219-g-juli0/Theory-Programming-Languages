      *  summary query can filter on at most one of the three -
      *  a combination ("this user doing this operation") only
      *  exists in the detail, and the program says so rather than
      *  answering the wrong question. The rollup carries no partner
      *  at all, so a partner filter is a detail-only question too.
      *================================================================
       01  AUDQ-CARD.
           05  AQ-FROM-DATE            PIC 9(08).
      *        ROLLUP counts alone.
           05  AQ-DETAIL-FLAG          PIC X(01).
               88  AQ-WANT-DETAIL             VALUE "D".
      *        Whose key the record names (blank = no filter; *HOUSE*
      *        = records for the house default key, logged blank).
      *        Detail only.
           05  AQ-PARTNER-ID           PIC X(08).
           05  FILLER                  PIC X(16).
