      *          the level installment from LOAN-INTEREST-RATE and
      *          LOAN-TERM-MONTHS, collects it by debiting the
      *          customer's checking account on storage/accout.data
      *          (under the same available-balance test - balance
      *          less active funds holds, down to CREDIT-LIMIT - that
      *          PEOPLEACCOUNT's SAQUE applies), and flips
      *          LOAN-STATUS off 'A' once the loan is paid down. The
      *          business date of the cycle is read from SYSIN as one
      *          YYYYMMDD line and stamped on every audit record, so a
      *          cycle run late still books under the banking day it
      *          belongs to. The month's interest is itself audited
      *          under code 25 (JUROS EMPRESTIMO) so the ledger and
      *          the customer's annual informe can see it. A missed
      *          installment is appended to storage/alert.events for
      *          ACCTALRT to tell the customer. Run once per month
      *          after the daily posting cycle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT HOLD ASSIGN TO 'storage/hold.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HOLD-KEY
             FILE STATUS IS WS-HOLD-FS.
             SELECT AUDIT-REFCTL ASSIGN TO 'storage/audit.refctl'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS AUDREF-KEY
             FILE STATUS IS WS-REFCTL-FS.
             SELECT ACCOUNT-AUDIT ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT SERVICE-RPT ASSIGN TO 'storage/loan.service.rpt'
             FILE STATUS IS WS-RPT-FS.
             SELECT ALERT-EVENT ASSIGN TO 'storage/alert.events'
             FILE STATUS IS WS-EVENT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT.
           COPY ACCTMST.

           FD HOLD.
           COPY HOLDMST.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD ACCOUNT-AUDIT.
           COPY ACCTAUD.

           FD SERVICE-RPT.
           01 SERVICE-RPT-LINE PIC X(100).

           FD ALERT-EVENT.
           COPY ALRTEVT.

       WORKING-STORAGE SECTION.
           01 WS-LOAN-EOF PIC A(1).
           01 FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-REFCTL-FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-EVENT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-COLLECT-STATUS PIC X(01).
               88 WS-COLLECT-POSTED VALUE 'Y'.

      ******************************************************************
      * Funds holds: WS-AVAILABLE-BALANCE is the balance after the
      * debit less the account's active holds (8100-TOTAL-HOLDS), and
      * must not fall below CREDIT-LIMIT.
      ******************************************************************
           01 WS-HOLD-SCAN-EOF PIC X(01).
           01 WS-HELD-AMOUNT PIC S9(9)V99.
           01 WS-AVAILABLE-BALANCE PIC S9(9)V99.

           01 WS-CYCLE-DATE PIC 9(08).

           01 WS-LOANS-PROCESSED PIC 9(07) VALUE ZERO.
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN I-O HOLD
           IF WS-HOLD-FS = '35'
               OPEN OUTPUT HOLD
               IF WS-HOLD-FS = '00'
                   CLOSE HOLD
                   OPEN I-O HOLD
               END-IF
           END-IF
           IF WS-HOLD-FS NOT = '00'
               MOVE 'OPEN I-O HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN I-O AUDIT-REFCTL
           IF WS-REFCTL-FS = '35'
               OPEN OUTPUT AUDIT-REFCTL
               IF WS-REFCTL-FS = '00'
                   CLOSE AUDIT-REFCTL
                   OPEN I-O AUDIT-REFCTL
               END-IF
           END-IF
           IF WS-REFCTL-FS NOT = '00'
               MOVE 'OPEN I-O REFCTL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REFCTL-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 1800-OPEN-AUDIT THRU 1800-EXIT
           OPEN EXTEND ALERT-EVENT
           IF WS-EVENT-FS NOT = '00'
               OPEN OUTPUT ALERT-EVENT
               IF WS-EVENT-FS NOT = '00'
                   MOVE 'OPEN OUTPUT EVENTS' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT SERVICE-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT SERVICE-RPT' TO WS-IO-ERROR-CONTEXT
           COMPUTE WS-INTEREST ROUNDED =
               LOAN-OUTSTANDING-BALANCE * WS-MONTHLY-RATE
           ADD WS-INTEREST TO LOAN-OUTSTANDING-BALANCE
           IF WS-INTEREST NOT = ZERO
               PERFORM 5100-WRITE-INTEREST-AUDIT THRU 5100-EXIT
           END-IF
           PERFORM 2200-COMPUTE-INSTALLMENT THRU 2200-EXIT
           PERFORM 2300-COLLECT-INSTALLMENT THRU 2300-EXIT
           IF LOAN-OUTSTANDING-BALANCE = ZERO

      ******************************************************************
      * Debits the installment from the customer's checking account
      * under the same available-balance test PEOPLEACCOUNT's SAQUE
      * applies (active funds holds deducted, down to CREDIT-LIMIT).
      * A missing checking account, a closed account, or a debit that
      * would breach the limit leaves the loan uncollected this cycle
      * (reported, not an error). A posted collection is written to the
      * audit log the same as any daily transaction, under its own
      * audit operation code, so statements and reconciliation see it.
      * A dormant account is still collected from: the installment is
      * the bank's own contractual debit, not a customer withdrawal,
      * and leaving it uncollected would only push the loan into
      * arrears.
      ******************************************************************
       2300-COLLECT-INSTALLMENT.
           MOVE 'N' TO WS-COLLECT-STATUS
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF NOT ACCOUNT-STATUS-CLOSED
                           PERFORM 2310-POST-COLLECTION THRU 2310-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO LOAN-ARREARS-COUNT
               MOVE 'D' TO LOAN-STATUS
               PERFORM 2360-MISSED-EVENT THRU 2360-EXIT
           END-IF.
       2350-EXIT.
           EXIT.

       2360-MISSED-EVENT.
           MOVE WS-CYCLE-DATE TO EVT-DATE
           MOVE LOAN-ACCOUNT-ID TO EVT-ACCOUNT-ID
           MOVE 'PA' TO EVT-TYPE
           MOVE WS-INSTALLMENT TO EVT-AMOUNT
           MOVE LOAN-ARREARS-COUNT TO EVT-REFERENCE
           MOVE 'PARCELA NAO COBRADA' TO EVT-TEXT
           WRITE ALERT-EVENT-FILE
           IF WS-EVENT-FS NOT = '00'
               MOVE 'WRITE EVENT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       2360-EXIT.
           EXIT.

       2310-POST-COLLECTION.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - WS-INSTALLMENT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               CONTINUE
           ELSE
               MOVE WS-PROSPECTIVE-BALANCE TO ACCOUNT-BALANCE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE LOAN-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           MOVE 11 TO AUDIT-OPERATION
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE WS-COLLECTED TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
       5000-EXIT.
           EXIT.

      ******************************************************************
      * One audit record per month's interest accrued onto a loan,
      * operation code 25, against the loan's checking account number
      * the same as the collection. No checking money moves: like an
      * EMPRESTIMO draw (4) the balance recorded is the loan's
      * outstanding balance after the accrual, and the programs that
      * roll a checking balance forward skip it the same way.
      ******************************************************************
       5100-WRITE-INTEREST-AUDIT.
           MOVE WS-CYCLE-DATE TO AUDIT-DATE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE LOAN-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           MOVE 25 TO AUDIT-OPERATION
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE WS-INTEREST TO AUDIT-AMOUNT
           MOVE LOAN-OUTSTANDING-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'WRITE ACCOUNT-AUDIT-FILE' TO WS-IO-ERROR-CONTEXT
               MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * Active holds on the checking account being collected from,
      * summed the way the posting run sums them.
      ******************************************************************
       8100-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE LOAN-ACCOUNT-ID TO HOLD-ACCOUNT-ID
           MOVE ZERO TO HOLD-SEQ
           START HOLD KEY IS >= HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
           END-START
           PERFORM 8110-ADD-HOLD THRU 8110-EXIT
               UNTIL WS-HOLD-SCAN-EOF = 'Y'.
       8100-EXIT.
           EXIT.

       8110-ADD-HOLD.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ NEXT HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF HOLD-ACCOUNT-ID NOT = LOAN-ACCOUNT-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-EOF
                       ELSE
                           IF HOLD-STATUS-ACTIVE
                               ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       8110-EXIT.
           EXIT.

      ******************************************************************
      * Takes the next transaction reference off the audit reference
      * control record for the audit record about to be written, with
      * no transfer link and no reversal. The control record is
      * created the first time a reference is ever issued.
      ******************************************************************
       8300-NEXT-AUDIT-REF.
           MOVE 'AUDITREF' TO AUDREF-KEY
           READ AUDIT-REFCTL
               KEY IS AUDREF-KEY
               INVALID KEY
                   MOVE ZERO TO AUDREF-LAST
                   WRITE AUDREF-FILE
                   IF WS-REFCTL-FS NOT = '00'
                       MOVE 'WRITE REFCTL' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-REFCTL-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
               NOT INVALID KEY
                   IF WS-REFCTL-FS NOT = '00'
                       MOVE 'READ REFCTL' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-REFCTL-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ
           ADD 1 TO AUDREF-LAST
           REWRITE AUDREF-FILE
           IF WS-REFCTL-FS NOT = '00'
               MOVE 'REWRITE REFCTL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REFCTL-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE AUDREF-LAST TO AUDIT-REF
           MOVE ZERO TO AUDIT-LINK-REF
           MOVE ZERO TO AUDIT-REVERSES-REF.
       8300-EXIT.
           EXIT.

       7000-REPORT-LOAN.
           MOVE LOAN-ACCOUNT-ID TO WS-RPT-ID
           MOVE WS-COLLECTED TO WS-RPT-AMOUNT
       9100-TERMINATE.
           CLOSE LOAN
           CLOSE ACCOUNT
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE ALERT-EVENT
           CLOSE SERVICE-RPT.
       9100-EXIT.
           EXIT.
               ' LOAN-ACCOUNT-ID=' LOAN-ACCOUNT-ID
           CLOSE LOAN
           CLOSE ACCOUNT
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE ALERT-EVENT
           CLOSE SERVICE-RPT
           STOP RUN.
       9000-EXIT.
