      ******************************************************************
      * HOLDMST.CPY
      * Record layout for storage/hold.data, the funds-hold master,
      * keyed by checking account number plus a hold sequence number
      * within the account, so every hold on one account is read
      * back together by a START on the account and READ NEXT. A hold
      * is placed by a DEPOSITO that carries one (an uncleared cheque)
      * or by the branch's BLOQUEIO operation, and withdrawn by the
      * branch's LIBERACAO or by ACCTHOLD's daily release once
      * HOLD-RELEASE-DATE has come due. While a hold is active its
      * amount is not available: every debit in the posting programs
      * tests against the balance less the account's active holds,
      * down to CREDIT-LIMIT. A released hold stays on the master with
      * status 'R' and the date it came off, so its sequence number is
      * never reused and the branch can see what was held and when.
      * A deposit's hold carries the deposit's own audit reference in
      * HOLD-AUDIT-REF, so an ESTORNO of that deposit can find and
      * release it along with the money; a branch BLOQUEIO has none
      * and leaves it zero.
      ******************************************************************
           01 HOLD-FILE.
               05 HOLD-KEY.
                   10 HOLD-ACCOUNT-ID PIC 9(10).
                   10 HOLD-SEQ PIC 9(05).
               05 HOLD-AMOUNT PIC S9(09)V99.
               05 HOLD-PLACED-DATE PIC 9(08).
               05 HOLD-RELEASE-DATE PIC 9(08).
               05 HOLD-ORIGIN PIC X(01).
                   88 HOLD-ORIGIN-DEPOSIT VALUE 'D'.
                   88 HOLD-ORIGIN-MANUAL VALUE 'M'.
               05 HOLD-STATUS PIC X(01).
                   88 HOLD-STATUS-ACTIVE VALUE 'A'.
                   88 HOLD-STATUS-RELEASED VALUE 'R'.
               05 HOLD-RELEASED-DATE PIC 9(08).
               05 HOLD-AUDIT-REF PIC 9(12).
