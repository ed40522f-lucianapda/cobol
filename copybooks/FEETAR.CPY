      ******************************************************************
      * FEETAR.CPY
      * Record layout for storage/fee.tariff, the service-charge tariff
      * ACCTFEE's monthly fee cycle charges against, keyed by audit
      * operation code. An operation record prices each use of that
      * code on the audit trail (FEE-UNIT-AMOUNT) after the first
      * FEE-FREE-PER-MONTH uses in the month, which are free. The
      * record under operation zero is the package record: its
      * FEE-UNIT-AMOUNT is the monthly package (maintenance) fee every
      * active checking account pays, and its free count is unused.
      * FEE-EFFECTIVE-DATE is the business date the entry was last
      * set up or amended, for the fee register's heading.
      ******************************************************************
           01 FEE-TARIFF-FILE.
               05 FEE-OPERATION PIC 9(05).
                   88 FEE-PACKAGE-RECORD VALUE ZERO.
               05 FEE-UNIT-AMOUNT PIC S9(07)V99.
               05 FEE-FREE-PER-MONTH PIC 9(03).
               05 FEE-EFFECTIVE-DATE PIC 9(08).
