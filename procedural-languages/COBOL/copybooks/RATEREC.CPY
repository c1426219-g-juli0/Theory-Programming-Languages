      *================================================================
      *  RATEREC.CPY
      *  Billing rate table - one record per partner with rates of
      *  its own, plus one with a blank partner id carrying the
      *  house default rates for every partner without a record.
      *  A partner record stands on its own: all five terms come
      *  from it, none from the house record. Supplied by finance;
      *  the billing run rejects a record whose terms are not
      *  numeric.
      *
      *  Volume rates are per thousand records shipped. Re-key (T)
      *  and round-trip verify (V) records are priced apart from
      *  ordinary traffic; the reject surcharge is per record on the
      *  month's reject history. A month whose charges come to less
      *  than the minimum is billed up to it.
      *================================================================
       01  RATE-TABLE-RECORD.
           05  RT-PARTNER-ID           PIC X(08).
           05  RT-STANDARD-RATE        PIC 9(05)V99.
           05  RT-XLATE-RATE           PIC 9(05)V99.
           05  RT-VERIFY-RATE          PIC 9(05)V99.
           05  RT-REJECT-SURCHARGE     PIC 9(03)V99.
           05  RT-MONTHLY-MINIMUM      PIC 9(07)V99.
           05  FILLER                  PIC X(37).
