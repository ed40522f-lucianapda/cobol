      ******************************************************************
      * ALRTEVT.CPY
      * Record layout for storage/alert.events, the customer events
      * the audit trail does not carry, appended by the program that
      * saw them happen and read back by ACCTALRT for the night's
      * notification file:
      *   OF  STANDORD - a standing order due today was not executed
      *       (EVT-REFERENCE the order number, EVT-TEXT the reason)
      *   PA  LOANSERVICE - an installment could not be collected
      *       (EVT-REFERENCE the installments now in arrears)
      *   AS  PEOPLEACCOUNT - an item was suspended because its
      *       signature did not match (EVT-REFERENCE the operation)
      * EVT-AMOUNT is the money involved - the order's amount, the
      * installment, the suspended item's amount. Stamped with the
      * business date of the run that wrote it; ACCTALRT takes only
      * that date's events.
      ******************************************************************
           01 ALERT-EVENT-FILE.
               05 EVT-DATE PIC 9(08).
               05 EVT-ACCOUNT-ID PIC 9(10).
               05 EVT-TYPE PIC X(02).
                   88 EVT-ORDER-FAILED VALUE 'OF'.
                   88 EVT-INSTALLMENT-MISSED VALUE 'PA'.
                   88 EVT-SIGNATURE-SUSPENDED VALUE 'AS'.
               05 EVT-AMOUNT PIC S9(09)V99.
               05 EVT-REFERENCE PIC 9(10).
               05 EVT-TEXT PIC X(20).
