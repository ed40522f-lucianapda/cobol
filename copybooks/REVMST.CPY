      ******************************************************************
      * REVMST.CPY
      * Record layout for storage/reversal.data, the register of audit
      * records that have been reversed by an ESTORNO, keyed by the
      * reference of the record reversed. PEOPLEACCOUNT writes one
      * entry per leg it reverses (both legs of a TRANSFERENCIA) and
      * refuses an ESTORNO whose reference is already here, so no
      * posting can be reversed twice; ACCTSTMT reads it to mark a
      * reversed item on the statement.
      ******************************************************************
           01 REVERSAL-FILE.
               05 REV-ORIGINAL-REF PIC 9(12).
               05 REV-REVERSAL-REF PIC 9(12).
               05 REV-ACCOUNT-ID PIC 9(10).
               05 REV-DATE PIC 9(08).
