      ******************************************************************
      * ACCTOPS.CPY
      * Operation-name table shared by the reporting programs so every
      * report spells the operations out the same way. Entries 1-9,
      * 15 (customer maintenance), 17-18 (funds hold placed and
      * released by the branch), 19 (reversal of a posted audit
      * record) and 20-21 (authorized signatory added or amended, and
      * removed) are the daily input operation codes;
      * 10 through 14 are the audit-only codes (transfer credit leg,
      * loan installment collection, account opening balance, monthly
      * deposit interest credit and overdraft interest charge) and 16
      * (monthly service-charge fee, written by ACCTFEE) that only ever
      * appear in storage/accout.audit, as do 22-24 (withdrawal at a
      * network ATM, interbank transfer received and sent, posted by
      * NETCLEAR off the network's clearing file) and 25 (a month's
      * loan interest accrued by LOANSERVICE).
      ******************************************************************
           01 WS-REPORT-FIELDS.
               05 WS-OP-NAME PIC X(14).
                   10 FILLER PIC X(14) VALUE 'JUROS CREDOR'.
                   10 FILLER PIC X(14) VALUE 'JUROS DEVEDOR'.
                   10 FILLER PIC X(14) VALUE 'CADASTRO'.
                   10 FILLER PIC X(14) VALUE 'TARIFA'.
                   10 FILLER PIC X(14) VALUE 'BLOQUEIO'.
                   10 FILLER PIC X(14) VALUE 'LIBERACAO'.
                   10 FILLER PIC X(14) VALUE 'ESTORNO'.
                   10 FILLER PIC X(14) VALUE 'INCL ASSINANTE'.
                   10 FILLER PIC X(14) VALUE 'EXCL ASSINANTE'.
                   10 FILLER PIC X(14) VALUE 'SAQUE REDE'.
                   10 FILLER PIC X(14) VALUE 'CREDITO REDE'.
                   10 FILLER PIC X(14) VALUE 'DEBITO REDE'.
                   10 FILLER PIC X(14) VALUE 'JUROS EMPREST'.
               05 WS-OP-NAME-REDEF REDEFINES WS-OP-NAME-TABLE.
                   10 WS-OP-NAME-ENTRY PIC X(14) OCCURS 25 TIMES.
