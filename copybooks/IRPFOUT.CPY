      ******************************************************************
      * IRPFOUT.CPY
      * Record layout for storage/irpf.tax, the informe de rendimentos
      * file ACCTIRPF hands over for submission to the tax authority.
      * One header record, one detail record per customer keyed by
      * CUST-DOCUMENT (the CPF or CNPJ on storage/customer.data), one
      * trailer record, in the same header/trailer control-total style
      * as GLOUT.CPY so the receiving side can prove the file before it
      * takes it in. The header carries what the file is expected to
      * hold and the trailer what was actually written; both count
      * detail records and total the deposit interest credited and the
      * 31 December checking balances.
      *
      * Every amount on a detail record is the customer's total across
      * all the accounts they are first holder of:
      *   IRF-DEPOSIT-INTEREST    deposit interest credited in the year
      *                           (audit code 13)
      *   IRF-OVERDRAFT-INTEREST  overdraft interest charged in the
      *                           year (audit code 14)
      *   IRF-LOAN-INTEREST       loan interest accrued in the year
      *                           (audit code 25)
      *   IRF-ACCOUNT-BALANCE     checking balance at 31 December
      *   IRF-LOAN-BALANCE        loan outstanding at 31 December
      ******************************************************************
           01 IRPF-OUT-FILE.
               05 IRF-REC-TYPE PIC X(01).
                   88 IRF-REC-HEADER VALUE 'H'.
                   88 IRF-REC-DETAIL VALUE 'D'.
                   88 IRF-REC-TRAILER VALUE 'T'.
               05 IRF-BASE-YEAR PIC 9(04).
               05 IRF-DOCUMENT PIC X(14).
               05 IRF-NAME PIC X(30).
               05 IRF-DEPOSIT-INTEREST PIC S9(11)V99.
               05 IRF-OVERDRAFT-INTEREST PIC S9(11)V99.
               05 IRF-LOAN-INTEREST PIC S9(11)V99.
               05 IRF-ACCOUNT-BALANCE PIC S9(11)V99.
               05 IRF-LOAN-BALANCE PIC S9(11)V99.

           01 IRPF-OUT-HEADER-REC.
               05 IRH-REC-TYPE PIC X(01).
               05 IRH-BASE-YEAR PIC 9(04).
               05 IRH-EXPECTED-COUNT PIC 9(07).
               05 IRH-EXPECTED-INTEREST PIC S9(13)V99.
               05 IRH-EXPECTED-BALANCE PIC S9(13)V99.
               05 FILLER PIC X(72).

           01 IRPF-OUT-TRAILER-REC.
               05 IRT-REC-TYPE PIC X(01).
               05 IRT-BASE-YEAR PIC 9(04).
               05 IRT-ACTUAL-COUNT PIC 9(07).
               05 IRT-ACTUAL-INTEREST PIC S9(13)V99.
               05 IRT-ACTUAL-BALANCE PIC S9(13)V99.
               05 FILLER PIC X(72).
