      * ARCHREG.CPY
      * Record layout for storage/accout.archreg, the audit archive
      * register, shared by AUDARCH (which appends one record per
      * archive it cuts) and ACCTSTMT, ACCTDORM, ACCTMON, ACCTIRPF and
      * ACCTFEE (which read it back to pull the archived history into
      * their sorts).
      * Each record names one archive by its cutoff date: the archive
      * file storage/accout.arch.YYYYMMDD holds every audit record
      * stamped strictly before that date, and the count is what was
      * cut, for the operator to prove the file against.
      ******************************************************************
           01 ARCHIVE-REGISTER-FILE.
               05 ARCH-CUTOFF-DATE PIC 9(08).
