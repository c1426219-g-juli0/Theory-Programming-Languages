      *================================================================
      *  ACKRCARD.CPY
      *  SYSIN card for the acknowledgement reconciliation run: the
      *  run date (zeros = today) and the age in processing days
      *  (off the processing calendar, CALREC.CPY) past which an
      *  unacknowledged transmission stops being "in the post" and
      *  becomes an exception the report shouts about. Zeros
      *  default the limit to the 7 days the partners agreed to.
