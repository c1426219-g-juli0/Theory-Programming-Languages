      *================================================================
      *  INTKCARD.CPY
      *  SYSIN card for inbound partner file intake: whose file is
      *  on the INFILE DD, the date the partner's file is for (the
      *  "Tuesday" in "did we get their Tuesday file" - zeros mean
      *  the run date), the night it is being taken in for (zeros =
      *  today), and whether this is the night's first file. The
      *  first file of a night starts a new MSGIN build; every later
      *  file is added to the build the earlier ones left.
      *================================================================
       01  INTK-CARD.
           05  IN-PARTNER-ID           PIC X(08).
           05  IN-FILE-DATE            PIC 9(08).
           05  IN-RUN-DATE             PIC 9(08).
      *        N starts a new MSGIN build for the night; blank adds
      *        this file to the build already on PREVIN.
           05  IN-BUILD-MODE           PIC X(01).
               88  IN-NEW-BUILD                VALUE "N".
               88  IN-ADD-TO-BUILD             VALUE " ".
           05  FILLER                  PIC X(55).
