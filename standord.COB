      *          every active instruction due on the business date read
      *          from SYSIN, under exactly the rules the posting run's
      *          4500-DO-TRANSFERENCIA and 4900-DO-PAGAMENTO enforce:
      *          available-balance test (balance less active funds
      *          holds, down to CREDIT-LIMIT), closed-account check,
      *          both legs or neither, an audit record per leg.
      *          Executed and failed instructions are reported to
      *          storage/standing.rpt so a bounced standing order is
      *          visible the same morning, and each failure is
      *          appended to storage/alert.events for ACCTALRT to tell
      *          the customer.
      *          Run daily after PEOPLEACCOUNT's posting cycle.
      * Tectonics: cobc
      ******************************************************************
             ACCESS IS RANDOM
             RECORD KEY IS LOAN-ACCOUNT-ID
             FILE STATUS IS WS-LOAN-FS.
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
             SELECT STANDING-RPT ASSIGN TO 'storage/standing.rpt'
             FILE STATUS IS WS-RPT-FS.
             SELECT ALERT-EVENT ASSIGN TO 'storage/alert.events'
             FILE STATUS IS WS-EVENT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN.
           COPY LOANMST.

           FD HOLD.
           COPY HOLDMST.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD ACCOUNT-AUDIT.
           COPY ACCTAUD.

           FD STANDING-RPT.
           01 STANDING-RPT-LINE PIC X(100).

           FD ALERT-EVENT.
           COPY ALRTEVT.

       WORKING-STORAGE SECTION.
           01 WS-MAINT-EOF PIC A(1).
           01 WS-ORDER-EOF PIC A(1).
           01 WS-STANDING-FS PIC X(02).
           01 WS-MAINT-FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-REFCTL-FS PIC X(02).
           01 WS-TRANSFER-CREDIT-REF PIC 9(12).
           01 WS-TRANSFER-DEBIT-REF PIC 9(12).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-EVENT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).


           01 WS-PROSPECTIVE-BALANCE PIC S9(9)V99.
           01 WS-PAYMENT-APPLIED PIC S9(9)V99.

      ******************************************************************
      * Funds holds: WS-AVAILABLE-BALANCE is the balance after the
      * debit less the account's active holds (8100-TOTAL-HOLDS), and
      * must not fall below CREDIT-LIMIT.
      ******************************************************************
           01 WS-HOLD-SCAN-EOF PIC X(01).
           01 WS-HELD-AMOUNT PIC S9(9)V99.
           01 WS-AVAILABLE-BALANCE PIC S9(9)V99.
           01 WS-EXEC-STATUS PIC X(01).
               88 WS-ORDER-EXECUTED VALUE 'Y'.
           01 WS-FAIL-REASON PIC X(20).
           END-IF
           PERFORM 1900-OPEN-MASTERS THRU 1900-EXIT
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
           OPEN OUTPUT STANDING-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT STANDING' TO WS-IO-ERROR-CONTEXT
               MOVE 'OPEN I-O LOAN' TO WS-IO-ERROR-CONTEXT
               MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
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
           END-IF.
       1900-EXIT.
           EXIT.
      * up, so there is no per-execution signature to match - the same
      * standing the monthly loan collection has. Everything else is
      * the posting run's rulebook: the source account must exist and
      * be active, the debit passes the available-balance test
      * (active holds deducted, down to CREDIT-LIMIT), and a
      * transfer proves its destination before either side moves. A
      * dormant source pays nothing out until the customer reactivates
      * it, the same block the posting run applies; a dormant
      * destination takes the credit and is reactivated by it.
      ******************************************************************
       3300-EXECUTE-ORDER.
           MOVE 'N' TO WS-EXEC-STATUS
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF ACCOUNT-STATUS-CLOSED
                           MOVE 'CONTA ENCERRADA' TO WS-FAIL-REASON
                       ELSE
                           IF ACCOUNT-STATUS-DORMANT
                               MOVE 'CONTA INATIVA' TO WS-FAIL-REASON
                           ELSE
                               IF SO-OP-TRANSFERENCIA
                                   PERFORM 4500-DO-TRANSFERENCIA THRU
                                       4500-EXIT
                               ELSE
                                   PERFORM 4900-DO-PAGAMENTO THRU
                                       4900-EXIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
      * see a keyed one.
      ******************************************************************
       4500-DO-TRANSFERENCIA.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - SO-AMOUNT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF SO-COUNTERPARTY-ID = SO-ACCOUNT-ID
               MOVE 'CONTRAPARTE INVALIDA' TO WS-FAIL-REASON
           ELSE
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'LIMITE EXCEDIDO' TO WS-FAIL-REASON
           ELSE
               MOVE SO-COUNTERPARTY-ID TO ACCOUNT-ID
                           MOVE FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           IF NOT ACCOUNT-STATUS-CLOSED
                               PERFORM 4530-POST-TRANSFER THRU
                                   4530-EXIT
                           ELSE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SO-COUNTERPARTY-ID TO AUDIT-ACCOUNT-ID
           MOVE 10 TO AUDIT-OPERATION
           MOVE WS-TRANSFER-CREDIT-REF TO AUDIT-REF
           MOVE WS-TRANSFER-DEBIT-REF TO AUDIT-LINK-REF
           MOVE ZERO TO AUDIT-REVERSES-REF
           MOVE SO-AMOUNT TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
           EXIT.

       4530-POST-TRANSFER.
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-TRANSFER-CREDIT-REF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-TRANSFER-DEBIT-REF
           ADD SO-AMOUNT TO ACCOUNT-BALANCE
           IF ACCOUNT-STATUS-DORMANT
               MOVE 'A' TO ACCOUNT-STATUS
               MOVE ZERO TO ACCOUNT-DORMANT-DATE
           END-IF
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
           IF WS-PAYMENT-APPLIED > LOAN-OUTSTANDING-BALANCE
               MOVE LOAN-OUTSTANDING-BALANCE TO WS-PAYMENT-APPLIED
           END-IF
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - WS-PAYMENT-APPLIED
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'LIMITE EXCEDIDO' TO WS-FAIL-REASON
           ELSE
               SUBTRACT WS-PAYMENT-APPLIED FROM
      * moved by the caller) so statements, reconciliation and the GL
      * extract need no new code to tie the day out. Stamped with the
      * business date being run, with the actual time kept for
      * ordering. A transfer's source leg carries the reference
      * 4530 took for it, linked to its credit leg.
      ******************************************************************
       5000-WRITE-AUDIT.
           MOVE WS-BUSINESS-DATE TO AUDIT-DATE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SO-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           IF AUDIT-OPERATION = 5
               MOVE WS-TRANSFER-DEBIT-REF TO AUDIT-REF
               MOVE WS-TRANSFER-CREDIT-REF TO AUDIT-LINK-REF
               MOVE ZERO TO AUDIT-REVERSES-REF
           ELSE
               PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           END-IF
           MOVE WS-PAYMENT-APPLIED TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
       5000-EXIT.
           EXIT.

      ******************************************************************
      * Active holds on the instruction's source account, summed the
      * way the posting run sums them.
      ******************************************************************
       8100-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE SO-ACCOUNT-ID TO HOLD-ACCOUNT-ID
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
                       IF HOLD-ACCOUNT-ID NOT = SO-ACCOUNT-ID
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

       7000-REPORT-ORDER.
           MOVE SO-ORDER-ID TO WS-RPT-ORDER
           MOVE SO-ACCOUNT-ID TO WS-RPT-ID
                   DELIMITED BY SIZE INTO WS-LINE
               DISPLAY 'STANDORD ORDER ' WS-RPT-ORDER ' FAILED - '
                   WS-FAIL-REASON
               PERFORM 7100-FAILURE-EVENT THRU 7100-EXIT
           END-IF
           MOVE WS-LINE TO STANDING-RPT-LINE
           WRITE STANDING-RPT-LINE.
       7000-EXIT.
           EXIT.

       7100-FAILURE-EVENT.
           MOVE WS-BUSINESS-DATE TO EVT-DATE
           MOVE SO-ACCOUNT-ID TO EVT-ACCOUNT-ID
           MOVE 'OF' TO EVT-TYPE
           MOVE SO-AMOUNT TO EVT-AMOUNT
           MOVE SO-ORDER-ID TO EVT-REFERENCE
           MOVE WS-FAIL-REASON TO EVT-TEXT
           WRITE ALERT-EVENT-FILE
           IF WS-EVENT-FS NOT = '00'
               MOVE 'WRITE EVENT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO STANDING-RPT-LINE
           WRITE STANDING-RPT-LINE
           CLOSE STANDING
           CLOSE ACCOUNT
           CLOSE LOAN
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE ALERT-EVENT
           CLOSE STANDING-RPT.
       9100-EXIT.
           EXIT.
           CLOSE STANDING
           CLOSE ACCOUNT
           CLOSE LOAN
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE ALERT-EVENT
           CLOSE STANDING-RPT
           STOP RUN.
       9000-EXIT.
