      ******************************************************************
      * TRIALHST.CPY
      * Record layout for storage/accout.trialbal.hist, the history of
      * ACCTRECON's proofs. storage/accout.trialbal only ever holds the
      * latest total, so ACCTRECON also appends one record here per run
      * for anything that later has to agree with what was proven on a
      * given day - ACCTIRPF's year-end balances, above all.
      *
      * TRH-DATE/TRH-TIME is the run's watermark, the newest audit
      * record the total reflects, so the date is the business date
      * the proof closed. TRH-RESULT says how the proof came out.
      ******************************************************************
           01 TRIAL-HISTORY-FILE.
               05 TRH-TIMESTAMP.
                   10 TRH-DATE PIC 9(08).
                   10 TRH-TIME PIC 9(08).
               05 TRH-TOTAL PIC S9(11)V99.
               05 TRH-RESULT PIC X(01).
                   88 TRH-PROVED VALUE 'P'.
                   88 TRH-OUT-OF-BALANCE VALUE 'O'.
                   88 TRH-BASELINE VALUE 'B'.
               05 TRH-RUN-DATE PIC 9(08).
               05 TRH-RUN-TIME PIC 9(08).
