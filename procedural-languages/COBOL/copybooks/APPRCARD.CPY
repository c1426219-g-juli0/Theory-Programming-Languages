      *================================================================
      *  APPRCARD.CPY
      *  SYSIN decision-card layout for the change approval run. One
      *  80-byte card per decision: approve or reject one pending
      *  change, named by its change id as the maintenance report
      *  and the approval listing print it. Once any decision card
      *  is present, every pending change not approved on a card is
      *  rejected; a run with no cards lists the pending changes
      *  and decides nothing.
      *================================================================
       01  APPR-CARD.
           05  AP-FUNCTION             PIC X(01).
               88  AP-FUNC-APPROVE             VALUE "A".
               88  AP-FUNC-REJECT              VALUE "R".
           05  AP-CHANGE-ID            PIC X(15).
      *        Printed on the listing and kept on the pending file
      *        with a rejection; blank takes a standard reason.
           05  AP-REASON               PIC X(40).
           05  FILLER                  PIC X(24).
