      ******************************************************************
      * SIGNMST.CPY
      * Record layout for storage/signatory.data, the authorized
      * signatories of each checking account, keyed by account number
      * plus the signer's customer number on storage/customer.data,
      * so every signer on one account is read back together by a
      * START on the account and READ NEXT. The account's own
      * ACCOUNT-SIGNATURE remains the signature of its first holder;
      * this file carries everyone else who may sign on it - a joint
      * holder, a further holder of a company account, or an attorney
      * - each with their own signature.
      *
      * SIGN-LIMIT caps what this signer may take out of the account
      * in any one SAQUE, TRANSFERENCIA or PAGAMENTO; zero means no
      * cap of their own (the account's balance and CREDIT-LIMIT still
      * apply). Holders and joint holders are sent a copy of the
      * statement at their own address; an attorney signs but is not
      * mailed, and may not change who else signs.
      *
      * Signers are added, amended and removed through the daily
      * input file (operations 20 and 21). A removed signer stays on
      * the file with status 'R' and the date they came off, so the
      * branch can see who could sign and when.
      ******************************************************************
           01 SIGNATORY-FILE.
               05 SIGN-KEY.
                   10 SIGN-ACCOUNT-ID PIC 9(10).
                   10 SIGN-CUSTOMER-ID PIC 9(10).
               05 SIGN-SIGNATURE PIC A(10).
               05 SIGN-ROLE PIC X(01).
                   88 SIGN-ROLE-HOLDER VALUE 'T'.
                   88 SIGN-ROLE-JOINT VALUE 'C'.
                   88 SIGN-ROLE-ATTORNEY VALUE 'P'.
                   88 SIGN-ROLE-VALID VALUES 'T', 'C', 'P'.
                   88 SIGN-ROLE-MAILED VALUES 'T', 'C'.
               05 SIGN-LIMIT PIC S9(9)V99.
               05 SIGN-STATUS PIC X(01).
                   88 SIGN-STATUS-ACTIVE VALUE 'A'.
                   88 SIGN-STATUS-REMOVED VALUE 'R'.
               05 SIGN-ADDED-DATE PIC 9(08).
               05 SIGN-REMOVED-DATE PIC 9(08).
