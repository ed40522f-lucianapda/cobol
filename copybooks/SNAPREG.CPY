      * the generation the copies went to, when it was taken, the
      * input-file identity (business date plus file sequence) of the
      * posting it was taken ahead of, and how many records were then
      * on the audit trail, the processed-file register, NETCLEAR's
      * clearing-file register and its exceptions file, and the
      * customer alert events - the counts are the truncation points
      * a restore cuts those five append-only files back to, so the
      * reconciliation and both registers agree with the restored
      * masters and no undone night's alert is ever sent.
      ******************************************************************
           01 SNAP-REGISTER-FILE.
               05 SNAP-ACTION PIC X(01).
               05 SNAP-FILE-SEQ PIC 9(04).
               05 SNAP-AUDIT-COUNT PIC 9(07).
               05 SNAP-PROC-COUNT PIC 9(07).
               05 SNAP-NETREG-COUNT PIC 9(07).
               05 SNAP-NETEXC-COUNT PIC 9(07).
               05 SNAP-EVENT-COUNT PIC 9(07).
