               88  KM-FUNC-ADD                 VALUE "A".
               88  KM-FUNC-EXPIRE              VALUE "E".
               88  KM-FUNC-VALIDATE            VALUE "V".
               88  KM-FUNC-COMPROMISE          VALUE "C".
           05  KM-EFF-DATE             PIC 9(08).
           05  KM-EXP-DATE             PIC 9(08).
           05  KM-SHIFT-VALUE          PIC 9(02).
      *        On a compromise card the effective date is the
      *        compromise date: the window covering it is cut off
      *        the day before and marked compromised.
      *        Partner the period belongs to; blank is the house
      *        default key. ADD creates the period under this
      *        partner, EXPIRE only matches a window of the same
      *        partner.
           05  KM-PARTNER-ID           PIC X(08).
      *        Which rotation the card works on: blank or S is the
      *        Caesar shift, K the Vigenere keyword. An ADD of a
      *        keyword window carries the keyword in place of the
      *        shift; EXPIRE and COMPROMISE match only a window of
      *        the same type.
           05  KM-KEY-TYPE             PIC X(01).
               88  KM-TYPE-SHIFT               VALUE " " "S".
               88  KM-TYPE-KEYWORD             VALUE "K".
           05  KM-KEYWORD              PIC X(20).
           05  FILLER                  PIC X(32).
