      ******************************************************************
      * AUDREF.CPY
      * Record layout for storage/audit.refctl, the control record
      * that hands out transaction references for storage/accout.audit.
      * The file holds one record, keyed 'AUDITREF', carrying the last
      * reference issued; every program that writes the audit trail
      * reads it, adds one, and rewrites it before each audit WRITE, so
      * no two audit records ever carry the same AUDIT-REF. A run that
      * aborts after taking a number leaves a gap, never a duplicate.
      ******************************************************************
           01 AUDREF-FILE.
               05 AUDREF-KEY PIC X(08).
               05 AUDREF-LAST PIC 9(12).
