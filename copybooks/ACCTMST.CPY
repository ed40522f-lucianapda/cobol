      * storage/customer.data (CUSTMST.CPY); zero means the account
      * predates the customer master or was opened without naming a
      * customer number, and only the 30-character name below is known.
      *
      * ACCOUNT-STATUS 'D' marks an account ACCTDORM's sweep found
      * with no customer activity for the dormancy period; it stays
      * open and keeps its money, but the posting programs refuse to
      * pay out of it until a deposit (or a supervisor's release
      * through ACCTSUSP) reactivates it. ACCOUNT-DORMANT-DATE is the
      * business date it went dormant, zero while the account is live.
      ******************************************************************
           01 ACCOUNT-FILE.
               05 ACCOUNT-ID PIC 9(10).
               05 ACCOUNT-STATUS PIC X(01).
                   88 ACCOUNT-STATUS-ACTIVE VALUE 'A'.
                   88 ACCOUNT-STATUS-CLOSED VALUE 'C'.
                   88 ACCOUNT-STATUS-DORMANT VALUE 'D'.
               05 ACCOUNT-CUSTOMER-ID PIC 9(10).
               05 ACCOUNT-DORMANT-DATE PIC 9(08).
