      ******************************************************************
      * XREFRES.CPY
      * Record layout for storage/xref.result, the integrity sweep's
      * result register, shared by ACCTXREF (which appends one record
      * per run) and ACCTCTL (which reads it back before it clears
      * AUDARCH to start). The register accumulates across nights and
      * reruns; the last record for a business date is that date's
      * standing result, so clearing the exceptions and rerunning the
      * sweep is what releases the archive.
      *
      * XRES-SEVERE-COUNT counts the GRAVE exceptions - links that
      * leave money or a debt hanging off nothing - and holds AUDARCH
      * while it is non-zero. XRES-WARNING-COUNT counts the ALERTA
      * exceptions, reported for the branch to tidy up but not held.
      ******************************************************************
           01 XREF-RESULT-FILE.
               05 XRES-BUSINESS-DATE PIC 9(08).
               05 XRES-SEVERE-COUNT PIC 9(07).
               05 XRES-WARNING-COUNT PIC 9(07).
               05 XRES-STAMP-DATE PIC 9(08).
               05 XRES-STAMP-TIME PIC 9(08).
