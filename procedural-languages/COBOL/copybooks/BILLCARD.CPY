      *================================================================
      *  BILLCARD.CPY
      *  SYSIN card for the monthly partner billing run: the month
      *  to bill, YYYYMM. Zeros bill the month before the run date -
      *  the run normally goes in on the first working day after
      *  month end, when the month is complete.
      *================================================================
       01  BILL-CARD.
           05  BL-BILL-MONTH           PIC 9(06).
           05  FILLER                  PIC X(74).
