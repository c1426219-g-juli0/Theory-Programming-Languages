      *================================================================
      *  ARXREC.CPY
      *  Accounts-receivable billing extract, written by the monthly
      *  billing run for the AR feed. One charge record per partner
      *  per charge type with a non-zero amount, then one control
      *  record. The control record balances the extract to the
      *  month's transmission log: records billed plus records
      *  shipped but not billed (mismatched nights, no rate) equal
      *  every record the log shows shipped in the month. Nights
      *  still held never shipped and are carried separately.
      *  Amounts are unsigned - no charge type can go negative.
      *================================================================
       01  AR-EXTRACT-RECORD.
           05  AR-RECORD-TYPE          PIC X(01).
               88  AR-IS-CHARGE               VALUE "C".
               88  AR-IS-CONTROL              VALUE "T".
           05  AR-BILL-MONTH           PIC 9(06).
           05  AR-BODY                 PIC X(73).
           05  AR-CHARGE-BODY REDEFINES AR-BODY.
               10  AR-PARTNER-ID       PIC X(08).
               10  AR-CHARGE-CODE      PIC X(04).
                   88  AR-CHG-STANDARD        VALUE "STD ".
                   88  AR-CHG-XLATE           VALUE "XLAT".
                   88  AR-CHG-VERIFY          VALUE "VRFY".
                   88  AR-CHG-REJECT          VALUE "REJS".
                   88  AR-CHG-MINIMUM         VALUE "MINA".
      *            Records (volume charges), rejects (surcharge),
      *            zero for the minimum adjustment.
               10  AR-QUANTITY         PIC 9(09).
               10  AR-RATE             PIC 9(07)V99.
               10  AR-AMOUNT           PIC 9(09)V99.
               10  FILLER              PIC X(32).
           05  AR-CONTROL-BODY REDEFINES AR-BODY.
               10  AR-CTL-CHARGE-COUNT PIC 9(07).
               10  AR-CTL-BILLED-RECORDS
                                       PIC 9(11).
               10  AR-CTL-UNBILLED-RECORDS
                                       PIC 9(11).
               10  AR-CTL-SHIPPED-RECORDS
                                       PIC 9(11).
               10  AR-CTL-HELD-RECORDS PIC 9(11).
               10  AR-CTL-AMOUNT-TOTAL PIC 9(11)V99.
      *            Y when billed plus unbilled does not equal
      *            shipped - the AR feed must not load the extract.
               10  AR-CTL-BALANCE-SW   PIC X(01).
                   88  AR-CTL-OUT-OF-BALANCE  VALUE "Y".
               10  FILLER              PIC X(08).
