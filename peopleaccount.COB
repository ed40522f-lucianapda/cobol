             ACCESS IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
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
             SELECT REVERSAL ASSIGN TO 'storage/reversal.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS REV-ORIGINAL-REF
             FILE STATUS IS WS-REV-FS.
             SELECT AUDIT-LOOKUP ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-LOOKUP-FS.
             SELECT SIGNATORY ASSIGN TO 'storage/signatory.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SIGN-KEY
             FILE STATUS IS WS-SIGN-FS.
             SELECT ALERT-EVENT ASSIGN TO 'storage/alert.events'
             FILE STATUS IS WS-EVENT-FS.


       DATA DIVISION.
           FD CUSTOMER.
           COPY CUSTMST.

           FD HOLD.
           COPY HOLDMST.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD REVERSAL.
           COPY REVMST.

           FD AUDIT-LOOKUP.
           COPY ACCTAUD REPLACING
               ==ACCOUNT-AUDIT-FILE== BY ==LOOKUP-AUDIT-FILE==
               LEADING ==AUDIT== BY ==LOOKUP==.

           FD SIGNATORY.
           COPY SIGNMST.

           FD ALERT-EVENT.
           COPY ALRTEVT.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * The branches cut one or more files per business date, presented
           01 WS-AUDIT-FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-REJECT-FS PIC X(02).
           01 WS-EVENT-FS PIC X(02).
           01 WS-PROC-FS PIC X(02).
           01 WS-PROC-EOF PIC X(01).
           01 WS-PROC-STATUS PIC X(01).
           01 WS-DECLINE-STATUS PIC X(01).
               88 WS-OP-DECLINED VALUE 'Y'.

      ******************************************************************
      * Funds holds: 8100-TOTAL-HOLDS leaves the keyed account's
      * active holds in WS-HELD-AMOUNT (and the highest hold number it
      * has ever been given in WS-HOLD-LAST-SEQ), and every debit tests
      * WS-AVAILABLE-BALANCE - what the balance would be after the
      * debit, less the money still held - against CREDIT-LIMIT.
      ******************************************************************
           01 WS-HOLD-SCAN-EOF PIC X(01).
           01 WS-HELD-AMOUNT PIC S9(9)V99.
           01 WS-AVAILABLE-BALANCE PIC S9(9)V99.
           01 WS-HOLD-LAST-SEQ PIC 9(05).
           01 WS-HOLD-NEW-AMOUNT PIC S9(9)V99.
           01 WS-HOLD-NEW-ORIGIN PIC X(01).
           01 WS-HOLD-RELEASED PIC S9(9)V99.

      ******************************************************************
      * Audit references: a TRANSFERENCIA takes both legs' references
      * before either leg is written, so each leg can carry the other's
      * as its link, and a DEPOSITO with a hold takes its reference
      * before the hold is written, so the hold can carry it. An
      * ESTORNO keeps what it found of the record it reverses
      * (WS-ORIG-*) and, for a transfer, of the credit leg linked to
      * it (WS-LEG-*).
      ******************************************************************
           01 WS-REFCTL-FS PIC X(02).
           01 WS-REV-FS PIC X(02).
           01 WS-LOOKUP-FS PIC X(02).
           01 WS-LOOKUP-EOF PIC X(01).
           01 WS-TRANSFER-CREDIT-REF PIC 9(12).
           01 WS-TRANSFER-DEBIT-REF PIC 9(12).
           01 WS-DEPOSIT-REF PIC 9(12).
           01 WS-ORIG-FOUND PIC X(01).
           01 WS-ORIG-ACCOUNT-ID PIC 9(10).
           01 WS-ORIG-OPERATION PIC 9(05).
               88 WS-ORIG-REVERSIBLE VALUES 2, 3, 4, 5, 9.
           01 WS-ORIG-AMOUNT PIC S9(9)V99.
           01 WS-ORIG-REVERSES-REF PIC 9(12).
           01 WS-LEG-FOUND PIC X(01).
           01 WS-LEG-ACCOUNT-ID PIC 9(10).
           01 WS-LEG-REF PIC 9(12).
           01 WS-REVERSAL-REF PIC 9(12).
           01 WS-LEG-REVERSAL-REF PIC 9(12).

      ******************************************************************
      * Signatories: 2250-CHECK-SIGNER finds who signed the detail -
      * the account's own signature of record, or an active signer on
      * storage/signatory.data - and leaves their role and their own
      * withdrawal limit (zero for none) here.
      ******************************************************************
           01 WS-SIGN-FS PIC X(02).
           01 WS-SIGN-SCAN-EOF PIC X(01).
           01 WS-SIGNER-FOUND PIC X(01).
               88 WS-SIGNER-AUTHORIZED VALUE 'Y'.
           01 WS-SIGNER-ROLE PIC X(01).
               88 WS-SIGNER-ATTORNEY VALUE 'P'.
           01 WS-SIGNER-LIMIT PIC S9(9)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-PROCESS-FILE-SET THRU 0100-EXIT
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               PERFORM 1850-OPEN-REJECT THRU 1850-EXIT
               PERFORM 1860-OPEN-EVENTS THRU 1860-EXIT
               PERFORM 1800-OPEN-AUDIT THRU 1800-EXIT
               PERFORM 1900-OPEN-MASTERS THRU 1900-EXIT
               PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF = 'Y'
               CLOSE ACCOUNT-IN
               CLOSE ACCOUNT-REJECT
               CLOSE ALERT-EVENT
               CLOSE ACCOUNT-AUDIT
               CLOSE ACCOUNT
               CLOSE LOAN
               CLOSE CUSTOMER
               CLOSE HOLD
               CLOSE AUDIT-REFCTL
               CLOSE REVERSAL
               CLOSE SIGNATORY
               PERFORM 6200-CLEAR-CHECKPOINT THRU 6200-EXIT
               PERFORM 6300-REGISTER-FILE THRU 6300-EXIT
           END-IF.
       1850-EXIT.
           EXIT.

      ******************************************************************
      * The customer-event file accumulates the same way: STANDORD and
      * LOANSERVICE append to it too, and ACCTALRT picks each night's
      * events off it by date.
      ******************************************************************
       1860-OPEN-EVENTS.
           OPEN EXTEND ALERT-EVENT
           IF WS-EVENT-FS NOT = '00'
               OPEN OUTPUT ALERT-EVENT
               IF WS-EVENT-FS NOT = '00'
                   MOVE 'OPEN OUTPUT EVENTS' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       1860-EXIT.
           EXIT.

      ******************************************************************
      * The account and loan masters stay open I-O for the life of the
      * run. Opening and closing them around every detail record made
               MOVE 'OPEN I-O CUSTOMER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-CUST-FS TO WS-IO-ERROR-FS
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
           OPEN I-O REVERSAL
           IF WS-REV-FS = '35'
               OPEN OUTPUT REVERSAL
               IF WS-REV-FS = '00'
                   CLOSE REVERSAL
                   OPEN I-O REVERSAL
               END-IF
           END-IF
           IF WS-REV-FS NOT = '00'
               MOVE 'OPEN I-O REVERSAL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REV-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN I-O SIGNATORY
           IF WS-SIGN-FS = '35'
               OPEN OUTPUT SIGNATORY
               IF WS-SIGN-FS = '00'
                   CLOSE SIGNATORY
                   OPEN I-O SIGNATORY
               END-IF
           END-IF
           IF WS-SIGN-FS NOT = '00'
               MOVE 'OPEN I-O SIGNATORY' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1900-EXIT.
           EXIT.
           MOVE ACCOUNT-IN-ADDRESS-1 TO CUST-ADDRESS-1
           MOVE ACCOUNT-IN-ADDRESS-2 TO CUST-ADDRESS-2
           MOVE ACCOUNT-IN-CITY TO CUST-CITY
           MOVE ACCOUNT-IN-POSTAL-CODE TO CUST-POSTAL-CODE
           MOVE ACCOUNT-IN-ALERT-CHANNEL TO CUST-ALERT-CHANNEL
           MOVE ACCOUNT-IN-ALERT-CONTACT TO CUST-ALERT-CONTACT
           MOVE ACCOUNT-IN-ALERT-OPTIONS TO CUST-ALERT-OPTIONS
           MOVE ACCOUNT-IN-LOW-BALANCE-LIMIT TO CUST-LOW-BALANCE-LIMIT
           MOVE ACCOUNT-IN-LARGE-DEBIT-LIMIT TO
               CUST-LARGE-DEBIT-LIMIT.
       7100-EXIT.
           EXIT.

           MOVE ACCOUNT-IN-ADDRESS-2 TO REJECT-ADDRESS-2
           MOVE ACCOUNT-IN-CITY TO REJECT-CITY
           MOVE ACCOUNT-IN-POSTAL-CODE TO REJECT-POSTAL-CODE
           MOVE ACCOUNT-IN-ALERT-CHANNEL TO REJECT-ALERT-CHANNEL
           MOVE ACCOUNT-IN-ALERT-CONTACT TO REJECT-ALERT-CONTACT
           MOVE ACCOUNT-IN-ALERT-OPTIONS TO REJECT-ALERT-OPTIONS
           MOVE ACCOUNT-IN-LOW-BALANCE-LIMIT TO
               REJECT-LOW-BALANCE-LIMIT
           MOVE ACCOUNT-IN-LARGE-DEBIT-LIMIT TO
               REJECT-LARGE-DEBIT-LIMIT
           MOVE ACCOUNT-IN-HOLD-AMOUNT TO REJECT-HOLD-AMOUNT
           MOVE ACCOUNT-IN-HOLD-RELEASE-DATE TO
               REJECT-HOLD-RELEASE-DATE
           MOVE ACCOUNT-IN-HOLD-SEQ TO REJECT-HOLD-SEQ
           MOVE ACCOUNT-IN-REVERSE-REF TO REJECT-REVERSE-REF
           MOVE ACCOUNT-IN-SIGNER-ROLE TO REJECT-SIGNER-ROLE
           MOVE ACCOUNT-IN-SIGNER-LIMIT TO REJECT-SIGNER-LIMIT
           WRITE ACCOUNT-REJECT-FILE
           IF WS-REJECT-FS NOT = '00'
               MOVE 'WRITE REJECT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REJECT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           IF WS-REJECT-REASON = 'SIG1'
               PERFORM 2910-SIGNATURE-EVENT THRU 2910-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * An item held because its signature did not match is one the
      * customer should hear about the same night - if they did not
      * sign it, someone else tried to. ACCTALRT tells them.
      ******************************************************************
       2910-SIGNATURE-EVENT.
           MOVE WS-HDR-BUSINESS-DATE TO EVT-DATE
           MOVE ACCOUNT-IN-ID TO EVT-ACCOUNT-ID
           MOVE 'AS' TO EVT-TYPE
           MOVE ACCOUNT-IN-AMOUNT TO EVT-AMOUNT
           MOVE ACCOUNT-IN-OPERATION TO EVT-REFERENCE
           MOVE 'ASSINATURA DIVERGENTE' TO EVT-TEXT
           WRITE ALERT-EVENT-FILE
           IF WS-EVENT-FS NOT = '00'
               MOVE 'WRITE EVENT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * A brand-new account (INVALID KEY) has no prior transaction to
      * apply the signature check against, so the record that caused
      * unknown id can only be a mistyped account number, so those go
      * to the suspense file instead of conjuring a master record out
      * of the detail's name and opening-balance fields.
      * The detail may be signed by the account's signature of record
      * or by any authorized signer on storage/signatory.data within
      * that signer's own limit (2250).
      * Once the signature has been accepted, the account's
      * status is honoured: a monetary operation against an account
      * that is not active goes to the suspense file under its own
      * reason code (CLS1). SALDO and the maintenance operations are
      * still allowed on a closed account, so a balance can be read
      * out and a closure can be corrected without IT hand-editing
      * the master.
      * A dormant account (flagged by ACCTDORM's sweep) takes money in
      * but pays nothing out on a signature alone. Of the monetary
      * operations only DEPOSITO (3) posts, and reactivates it (4300);
      * SAQUE (2), EMPRESTIMO (4), TRANSFERENCIA (5) and PAGAMENTO (9)
      * go to the suspense file under their own reason code (DOR1)
      * for a supervisor to release through ACCTSUSP once the
      * customer has been identified. SALDO, the maintenance and
      * signatory operations, BLOQUEIO/LIBERACAO and the branch's
      * ESTORNO (19), a correction that never reactivates (4980),
      * are accepted as on an active account.
      ******************************************************************
       2200-APPLY-TRANSACTION.
           READ ACCOUNT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON
                       PERFORM 2250-CHECK-SIGNER THRU 2250-EXIT
                       IF WS-REJECT-REASON NOT = SPACES
                           PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
                       ELSE
                           IF ACCOUNT-IN-OP-MONETARY
                               AND ACCOUNT-STATUS-CLOSED
                               MOVE 'CLS1' TO WS-REJECT-REASON
                               PERFORM 2900-REJECT-RECORD THRU
                                   2900-EXIT
                           ELSE
                               IF ACCOUNT-IN-OP-MONETARY
                                   AND ACCOUNT-STATUS-DORMANT
                                   AND ACCOUNT-IN-OPERATION NOT = 3
                                   MOVE 'DOR1' TO WS-REJECT-REASON
                                   PERFORM 2900-REJECT-RECORD THRU
                                       2900-EXIT
                               ELSE
                                   PERFORM 4000-POST-OPERATION THRU
                                       4000-EXIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
       2200-EXIT.
           EXIT.

      ******************************************************************
      * The account's own signature of record is its first holder's
      * and carries no limit of its own; failing that, any active
      * signer on the signatory file whose signature matches may sign.
      * An attorney may move money but not change the account or who
      * signs on it, and a signer with a withdrawal limit of their
      * own may not take more than it out in a single item - that
      * goes to the suspense file under its own reason code (SGL1)
      * rather than as a bad signature.
      ******************************************************************
       2250-CHECK-SIGNER.
           MOVE 'N' TO WS-SIGNER-FOUND
           MOVE SPACES TO WS-SIGNER-ROLE
           MOVE ZERO TO WS-SIGNER-LIMIT
           IF ACCOUNT-SIGNATURE = ACCOUNT-IN-SIGNATURE
               MOVE 'Y' TO WS-SIGNER-FOUND
               MOVE 'T' TO WS-SIGNER-ROLE
           ELSE
               MOVE 'N' TO WS-SIGN-SCAN-EOF
               MOVE ACCOUNT-IN-ID TO SIGN-ACCOUNT-ID
               MOVE ZERO TO SIGN-CUSTOMER-ID
               START SIGNATORY KEY IS >= SIGN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SIGN-SCAN-EOF
               END-START
               PERFORM 2260-MATCH-SIGNER THRU 2260-EXIT
                   UNTIL WS-SIGN-SCAN-EOF = 'Y'
                   OR WS-SIGNER-AUTHORIZED
           END-IF
           IF NOT WS-SIGNER-AUTHORIZED
               MOVE 'SIG1' TO WS-REJECT-REASON
           ELSE
               IF WS-SIGNER-ATTORNEY AND ACCOUNT-IN-OP-HOLDER-ONLY
                   MOVE 'SIG1' TO WS-REJECT-REASON
               ELSE
                   IF WS-SIGNER-LIMIT > ZERO
                       AND ACCOUNT-IN-OP-SIGNER-LIMITED
                       AND ACCOUNT-IN-AMOUNT > WS-SIGNER-LIMIT
                       MOVE 'SGL1' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

       2260-MATCH-SIGNER.
           READ SIGNATORY NEXT
               AT END
                   MOVE 'Y' TO WS-SIGN-SCAN-EOF
               NOT AT END
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'READ NEXT SIGNATORY' TO
                           WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF SIGN-ACCOUNT-ID NOT = ACCOUNT-IN-ID
                           MOVE 'Y' TO WS-SIGN-SCAN-EOF
                       ELSE
                           IF SIGN-STATUS-ACTIVE
                               AND SIGN-SIGNATURE = ACCOUNT-IN-SIGNATURE
                               MOVE 'Y' TO WS-SIGNER-FOUND
                               MOVE SIGN-ROLE TO WS-SIGNER-ROLE
                               MOVE SIGN-LIMIT TO WS-SIGNER-LIMIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2260-EXIT.
           EXIT.

      ******************************************************************
      * A new account carrying a customer number attaches to that
      * customer's record when the customer file has one - the name of
           MOVE ACCOUNT-IN-OPEN-DATE TO ACCOUNT-OPEN-DATE
           MOVE 'A' TO ACCOUNT-STATUS
           MOVE ACCOUNT-IN-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
           MOVE ZERO TO ACCOUNT-DORMANT-DATE
           IF ACCOUNT-IN-CUSTOMER-ID NOT = ZERO
               PERFORM 3200-ATTACH-CUSTOMER THRU 3200-EXIT
           END-IF
           ACCEPT AUDIT-TIME FROM TIME
           MOVE ACCOUNT-IN-ID TO AUDIT-ACCOUNT-ID
           MOVE 12 TO AUDIT-OPERATION
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE ACCOUNT-IN-OPENING-BALANCE TO AUDIT-AMOUNT
           MOVE ACCOUNT-IN-OPENING-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
       4000-POST-OPERATION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-DECLINE-STATUS
           MOVE ZERO TO WS-TRANSFER-CREDIT-REF
           MOVE ZERO TO WS-TRANSFER-DEBIT-REF
           MOVE ZERO TO WS-DEPOSIT-REF
           IF NOT ACCOUNT-IN-OP-POSTABLE
               MOVE 'OPR1' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           END-IF
           IF ACCOUNT-IN-OPERATION = 9
               PERFORM 4900-DO-PAGAMENTO THRU 4900-EXIT
           END-IF
           IF ACCOUNT-IN-OPERATION = 17
               PERFORM 4950-DO-BLOQUEIO THRU 4950-EXIT
           END-IF
           IF ACCOUNT-IN-OPERATION = 18
               PERFORM 4960-DO-LIBERACAO THRU 4960-EXIT
           END-IF
           IF ACCOUNT-IN-OP-ESTORNO
               PERFORM 4980-DO-ESTORNO THRU 4980-EXIT
           END-IF
           IF ACCOUNT-IN-OPERATION = 20
               PERFORM 4995-DO-INCL-ASSINANTE THRU 4995-EXIT
           END-IF
           IF ACCOUNT-IN-OPERATION = 21
               PERFORM 4997-DO-EXCL-ASSINANTE THRU 4997-EXIT
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND NOT ACCOUNT-IN-OP-ESTORNO
               PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
           END-IF.
       4000-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * A withdrawal may only draw on available funds: the balance
      * less whatever is still held, down to CREDIT-LIMIT.
      ******************************************************************
       4200-DO-SAQUE.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - ACCOUNT-IN-AMOUNT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'Y' TO WS-DECLINE-STATUS
               DISPLAY 'SAQUE DECLINED - LIMIT ' ACCOUNT-IN-ID
           ELSE
       4200-EXIT.
           EXIT.

      ******************************************************************
      * A deposit carrying a hold (an uncleared cheque) posts in full
      * to the balance, but the held part is put on the hold master
      * until its release date and cannot be drawn meanwhile. The
      * deposit's audit reference is taken first and carried on the
      * hold, so an ESTORNO of the deposit can release it. A hold
      * larger than the deposit, negative, or with a release date not
      * after the business date can only be a keying error; the whole
      * deposit goes to the suspense file under its own reason code
      * (HLD1) rather than post without the protection it asked for.
      ******************************************************************
       4300-DO-DEPOSITO.
           IF ACCOUNT-IN-HOLD-AMOUNT NOT = ZERO
               AND (ACCOUNT-IN-HOLD-AMOUNT < ZERO
               OR ACCOUNT-IN-HOLD-AMOUNT > ACCOUNT-IN-AMOUNT
               OR ACCOUNT-IN-HOLD-RELEASE-DATE NOT >
                   WS-HDR-BUSINESS-DATE)
               MOVE 'HLD1' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           ELSE
               ADD ACCOUNT-IN-AMOUNT TO ACCOUNT-BALANCE
               IF ACCOUNT-STATUS-DORMANT
                   PERFORM 4310-REACTIVATE THRU 4310-EXIT
               END-IF
               REWRITE ACCOUNT-FILE
               IF FS NOT = '00'
                   MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
                   MOVE FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               DISPLAY 'DEPOSITO ' ACCOUNT-BALANCE
               IF ACCOUNT-IN-HOLD-AMOUNT > ZERO
                   PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
                   MOVE AUDIT-REF TO WS-DEPOSIT-REF
                   MOVE ACCOUNT-IN-HOLD-AMOUNT TO WS-HOLD-NEW-AMOUNT
                   MOVE 'D' TO WS-HOLD-NEW-ORIGIN
                   PERFORM 8200-PLACE-HOLD THRU 8200-EXIT
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * Money arriving is customer activity, so a dormant account that
      * receives a deposit or the credit leg of a transfer comes back
      * to life in the same REWRITE that posts the money.
      ******************************************************************
       4310-REACTIVATE.
           MOVE 'A' TO ACCOUNT-STATUS
           MOVE ZERO TO ACCOUNT-DORMANT-DATE
           DISPLAY 'CONTA REATIVADA ' ACCOUNT-ID.
       4310-EXIT.
           EXIT.

       4400-DO-EMPRESTIMO.
           MOVE ACCOUNT-IN-ID TO LOAN-ACCOUNT-ID
           READ LOAN
      * still in the area.
      ******************************************************************
       4500-DO-TRANSFERENCIA.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - ACCOUNT-IN-AMOUNT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF ACCOUNT-IN-COUNTERPARTY-ID = ACCOUNT-IN-ID
               MOVE 'TRF1' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           ELSE
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'Y' TO WS-DECLINE-STATUS
               DISPLAY 'TRANSFERENCIA DECLINED - LIMIT ' ACCOUNT-IN-ID
           ELSE
                           MOVE FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           IF NOT ACCOUNT-STATUS-CLOSED
                               PERFORM 4530-POST-TRANSFER THRU
                                   4530-EXIT
                           ELSE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE ACCOUNT-IN-COUNTERPARTY-ID TO AUDIT-ACCOUNT-ID
           MOVE 10 TO AUDIT-OPERATION
           MOVE WS-TRANSFER-CREDIT-REF TO AUDIT-REF
           MOVE WS-TRANSFER-DEBIT-REF TO AUDIT-LINK-REF
           MOVE ZERO TO AUDIT-REVERSES-REF
           MOVE ACCOUNT-IN-AMOUNT TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
      * Both sides have been proven by the time this paragraph runs:
      * the destination record is in the record area and the source
      * passed its credit-limit test, so credit the destination, audit
      * that leg, then re-read the source and post its debit. Both
      * legs' references are taken first so each can link the other.
      ******************************************************************
       4530-POST-TRANSFER.
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-TRANSFER-CREDIT-REF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-TRANSFER-DEBIT-REF
           ADD ACCOUNT-IN-AMOUNT TO ACCOUNT-BALANCE
           IF ACCOUNT-STATUS-DORMANT
               PERFORM 4310-REACTIVATE THRU 4310-EXIT
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
               MOVE 'Y' TO WS-DECLINE-STATUS
               DISPLAY 'PAGAMENTO DECLINED - LIMIT ' ACCOUNT-IN-ID
           ELSE
       4910-EXIT.
           EXIT.

      ******************************************************************
      * Branch funds-hold operations. BLOQUEIO places a hold of
      * ACCOUNT-IN-AMOUNT until ACCOUNT-IN-HOLD-RELEASE-DATE - a court
      * order, a disputed credit - whether or not the balance covers
      * it today. LIBERACAO takes the hold numbered
      * ACCOUNT-IN-HOLD-SEQ off early, or every active hold on the
      * account when the number is zero. Neither moves money; both
      * are audited under their own codes with the amount held or
      * released. A hold with no amount or no future release date, or
      * a release naming no active hold, goes to the suspense file
      * under its own reason code (HLD1).
      ******************************************************************
       4950-DO-BLOQUEIO.
           IF ACCOUNT-IN-AMOUNT NOT > ZERO
               OR ACCOUNT-IN-HOLD-RELEASE-DATE NOT >
                   WS-HDR-BUSINESS-DATE
               MOVE 'HLD1' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           ELSE
               MOVE ACCOUNT-IN-AMOUNT TO WS-HOLD-NEW-AMOUNT
               MOVE 'M' TO WS-HOLD-NEW-ORIGIN
               PERFORM 8200-PLACE-HOLD THRU 8200-EXIT
               DISPLAY 'BLOQUEIO ' ACCOUNT-IN-ID ' ' HOLD-SEQ
           END-IF.
       4950-EXIT.
           EXIT.

       4960-DO-LIBERACAO.
           MOVE ZERO TO WS-HOLD-RELEASED
           IF ACCOUNT-IN-HOLD-SEQ NOT = ZERO
               MOVE ACCOUNT-IN-ID TO HOLD-ACCOUNT-ID
               MOVE ACCOUNT-IN-HOLD-SEQ TO HOLD-SEQ
               READ HOLD
                   KEY IS HOLD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-HOLD-FS NOT = '00'
                           MOVE 'READ HOLD' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           IF HOLD-STATUS-ACTIVE
                               PERFORM 4970-RELEASE-HOLD THRU
                                   4970-EXIT
                           END-IF
                       END-IF
               END-READ
           ELSE
               MOVE 'N' TO WS-HOLD-SCAN-EOF
               MOVE ACCOUNT-IN-ID TO HOLD-ACCOUNT-ID
               MOVE ZERO TO HOLD-SEQ
               START HOLD KEY IS >= HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-SCAN-EOF
               END-START
               PERFORM 4965-RELEASE-NEXT THRU 4965-EXIT
                   UNTIL WS-HOLD-SCAN-EOF = 'Y'
           END-IF
           IF WS-HOLD-RELEASED = ZERO
               MOVE 'HLD1' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           ELSE
               DISPLAY 'LIBERACAO ' ACCOUNT-IN-ID ' ' WS-HOLD-RELEASED
           END-IF.
       4960-EXIT.
           EXIT.

       4965-RELEASE-NEXT.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ NEXT HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF HOLD-ACCOUNT-ID NOT = ACCOUNT-IN-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-EOF
                       ELSE
                           IF HOLD-STATUS-ACTIVE
                               PERFORM 4970-RELEASE-HOLD THRU
                                   4970-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       4965-EXIT.
           EXIT.

       4970-RELEASE-HOLD.
           MOVE 'R' TO HOLD-STATUS
           MOVE WS-HDR-BUSINESS-DATE TO HOLD-RELEASED-DATE
           REWRITE HOLD-FILE
           IF WS-HOLD-FS NOT = '00'
               MOVE 'REWRITE HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD HOLD-AMOUNT TO WS-HOLD-RELEASED.
       4970-EXIT.
           EXIT.

      ******************************************************************
      * ESTORNO reverses one posted audit record, named by its
      * reference on ACCOUNT-IN-REVERSE-REF, by posting its exact
      * opposite: a SAQUE is paid back in, a DEPOSITO taken back out,
      * a loan draw taken off the loan, a PAGAMENTO put back on the
      * loan and paid back into checking, and a TRANSFERENCIA is
      * undone on both accounts. The reversal is a correction, not
      * the customer spending, so it is not tested against
      * CREDIT-LIMIT or holds and it neither needs nor changes an
      * active status: it posts to a dormant or closed account
      * without reactivating it. A reference already on the reversal
      * register, not on the live audit trail, keyed against another
      * account, itself a reversal, a declined (zero) posting, of an
      * operation that moves no money, or whose amount disagrees with
      * a non-zero amount keyed on the ESTORNO goes to the suspense
      * file under its own reason code (EST1). A transfer is reversed
      * from the account it was debited from; its credit leg (code
      * 10) cannot be named on its own. A reversed DEPOSITO also
      * releases any hold still active against it (found by the
      * deposit's reference on HOLD-AUDIT-REF), since the money that
      * hold protected is no longer on the balance.
      ******************************************************************
       4980-DO-ESTORNO.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE 'N' TO WS-LEG-FOUND
           IF ACCOUNT-IN-REVERSE-REF = ZERO
               MOVE 'EST1' TO WS-REJECT-REASON
           ELSE
               MOVE ACCOUNT-IN-REVERSE-REF TO REV-ORIGINAL-REF
               READ REVERSAL
                   KEY IS REV-ORIGINAL-REF
                   INVALID KEY
                       PERFORM 4981-FIND-ORIGINAL THRU 4981-EXIT
                       PERFORM 4983-CHECK-ORIGINAL THRU 4983-EXIT
                   NOT INVALID KEY
                       IF WS-REV-FS NOT = '00'
                           MOVE 'READ REVERSAL' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-REV-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           MOVE 'EST1' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           ELSE
               IF WS-ORIG-OPERATION = 2 OR WS-ORIG-OPERATION = 3
                   PERFORM 4985-REVERSE-CHECKING THRU 4985-EXIT
               END-IF
               IF WS-ORIG-OPERATION = 4
                   PERFORM 4986-REVERSE-EMPRESTIMO THRU 4986-EXIT
               END-IF
               IF WS-ORIG-OPERATION = 5
                   PERFORM 4987-REVERSE-TRANSFER THRU 4987-EXIT
               END-IF
               IF WS-ORIG-OPERATION = 9
                   PERFORM 4988-REVERSE-PAGAMENTO THRU 4988-EXIT
               END-IF
           END-IF.
       4980-EXIT.
           EXIT.

      ******************************************************************
      * The audit trail is open EXTEND for the run's own postings, so
      * it is closed while a second file definition reads it from the
      * top for the record named, and for the credit leg that links
      * back to it when it is a transfer, then extended again.
      ******************************************************************
       4981-FIND-ORIGINAL.
           CLOSE ACCOUNT-AUDIT
           MOVE 'N' TO WS-LOOKUP-EOF
           OPEN INPUT AUDIT-LOOKUP
           IF WS-LOOKUP-FS NOT = '00'
               MOVE 'OPEN INPUT LOOKUP' TO WS-IO-ERROR-CONTEXT
               MOVE WS-LOOKUP-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 4982-SCAN-AUDIT THRU 4982-EXIT
               UNTIL WS-LOOKUP-EOF = 'Y'
           CLOSE AUDIT-LOOKUP
           PERFORM 1800-OPEN-AUDIT THRU 1800-EXIT.
       4981-EXIT.
           EXIT.

       4982-SCAN-AUDIT.
           READ AUDIT-LOOKUP
               AT END
                   MOVE 'Y' TO WS-LOOKUP-EOF
               NOT AT END
                   IF WS-LOOKUP-FS NOT = '00'
                       MOVE 'READ LOOKUP' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-LOOKUP-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF LOOKUP-REF = ACCOUNT-IN-REVERSE-REF
                           MOVE 'Y' TO WS-ORIG-FOUND
                           MOVE LOOKUP-ACCOUNT-ID TO WS-ORIG-ACCOUNT-ID
                           MOVE LOOKUP-OPERATION TO WS-ORIG-OPERATION
                           MOVE LOOKUP-AMOUNT TO WS-ORIG-AMOUNT
                           MOVE LOOKUP-REVERSES-REF TO
                               WS-ORIG-REVERSES-REF
                       END-IF
                       IF LOOKUP-LINK-REF = ACCOUNT-IN-REVERSE-REF
                           AND LOOKUP-OPERATION = 10
                           AND LOOKUP-REVERSES-REF = ZERO
                           MOVE 'Y' TO WS-LEG-FOUND
                           MOVE LOOKUP-ACCOUNT-ID TO WS-LEG-ACCOUNT-ID
                           MOVE LOOKUP-REF TO WS-LEG-REF
                       END-IF
                   END-IF
           END-READ.
       4982-EXIT.
           EXIT.

       4983-CHECK-ORIGINAL.
           IF WS-ORIG-FOUND NOT = 'Y'
               MOVE 'EST1' TO WS-REJECT-REASON
           ELSE
               IF WS-ORIG-ACCOUNT-ID NOT = ACCOUNT-IN-ID
                   MOVE 'EST1' TO WS-REJECT-REASON
               ELSE
                   IF WS-ORIG-REVERSES-REF NOT = ZERO
                       OR NOT WS-ORIG-REVERSIBLE
                       OR WS-ORIG-AMOUNT = ZERO
                       MOVE 'EST1' TO WS-REJECT-REASON
                   ELSE
                       IF ACCOUNT-IN-AMOUNT NOT = ZERO
                           AND ACCOUNT-IN-AMOUNT NOT = WS-ORIG-AMOUNT
                           MOVE 'EST1' TO WS-REJECT-REASON
                       ELSE
                           IF WS-ORIG-OPERATION = 5
                               AND WS-LEG-FOUND NOT = 'Y'
                               MOVE 'EST1' TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       4983-EXIT.
           EXIT.

       4985-REVERSE-CHECKING.
           IF WS-ORIG-OPERATION = 2
               ADD WS-ORIG-AMOUNT TO ACCOUNT-BALANCE
           ELSE
               SUBTRACT WS-ORIG-AMOUNT FROM ACCOUNT-BALANCE
           END-IF
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE ACCOUNT-IN-ID TO AUDIT-ACCOUNT-ID
           MOVE WS-ORIG-OPERATION TO AUDIT-OPERATION
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           MOVE ACCOUNT-IN-REVERSE-REF TO AUDIT-REVERSES-REF
           PERFORM 4989-WRITE-REVERSAL THRU 4989-EXIT
           DISPLAY 'ESTORNO ' ACCOUNT-BALANCE
           IF WS-ORIG-OPERATION = 3
               PERFORM 4993-RELEASE-DEPOSIT-HOLD THRU 4993-EXIT
           END-IF.
       4985-EXIT.
           EXIT.

      ******************************************************************
      * Every hold the account has is read and any still active that
      * was placed by the reversed deposit comes off today, through
      * the same release LIBERACAO uses. A hold already released, or
      * placed by a BLOQUEIO (HOLD-AUDIT-REF zero), is left alone.
      ******************************************************************
       4993-RELEASE-DEPOSIT-HOLD.
           MOVE ZERO TO WS-HOLD-RELEASED
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE ACCOUNT-IN-ID TO HOLD-ACCOUNT-ID
           MOVE ZERO TO HOLD-SEQ
           START HOLD KEY IS >= HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
           END-START
           PERFORM 4994-MATCH-DEPOSIT-HOLD THRU 4994-EXIT
               UNTIL WS-HOLD-SCAN-EOF = 'Y'
           IF WS-HOLD-RELEASED NOT = ZERO
               DISPLAY 'ESTORNO LIBERACAO ' ACCOUNT-IN-ID ' '
                   WS-HOLD-RELEASED
           END-IF.
       4993-EXIT.
           EXIT.

       4994-MATCH-DEPOSIT-HOLD.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ NEXT HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF HOLD-ACCOUNT-ID NOT = ACCOUNT-IN-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-EOF
                       ELSE
                           IF HOLD-STATUS-ACTIVE
                               AND HOLD-AUDIT-REF =
                                   ACCOUNT-IN-REVERSE-REF
                               PERFORM 4970-RELEASE-HOLD THRU
                                   4970-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       4994-EXIT.
           EXIT.

      ******************************************************************
      * A loan draw is paid out in cash and never touched checking, so
      * its reversal only takes the amount back off the loan. A loan
      * already paid down below the draw cannot give it back; that is
      * the branch's to settle, and the ESTORNO is suspended (EST1).
      ******************************************************************
       4986-REVERSE-EMPRESTIMO.
           MOVE ACCOUNT-IN-ID TO LOAN-ACCOUNT-ID
           READ LOAN
               KEY IS LOAN-ACCOUNT-ID
               INVALID KEY
                   MOVE 'EST1' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
               NOT INVALID KEY
                   IF WS-LOAN-FS NOT = '00'
                       MOVE 'READ LOAN' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF LOAN-OUTSTANDING-BALANCE < WS-ORIG-AMOUNT
                           MOVE 'EST1' TO WS-REJECT-REASON
                           PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
                       ELSE
                           PERFORM 4990-REDUCE-LOAN THRU 4990-EXIT
                       END-IF
                   END-IF
           END-READ.
       4986-EXIT.
           EXIT.

       4990-REDUCE-LOAN.
           SUBTRACT WS-ORIG-AMOUNT FROM LOAN-PRINCIPAL
           SUBTRACT WS-ORIG-AMOUNT FROM LOAN-OUTSTANDING-BALANCE
           IF LOAN-OUTSTANDING-BALANCE = ZERO
               MOVE 'P' TO LOAN-STATUS
           END-IF
           REWRITE LOAN-FILE
           IF WS-LOAN-FS NOT = '00'
               MOVE 'REWRITE LOAN' TO WS-IO-ERROR-CONTEXT
               MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE ACCOUNT-IN-ID TO AUDIT-ACCOUNT-ID
           MOVE 4 TO AUDIT-OPERATION
           MOVE LOAN-OUTSTANDING-BALANCE TO AUDIT-BALANCE
           MOVE ACCOUNT-IN-REVERSE-REF TO AUDIT-REVERSES-REF
           PERFORM 4989-WRITE-REVERSAL THRU 4989-EXIT
           DISPLAY 'ESTORNO ' LOAN-OUTSTANDING-BALANCE.
       4990-EXIT.
           EXIT.

      ******************************************************************
      * Both legs come back: the counterparty that was credited is
      * debited under a reversing code-10 record, then the source is
      * re-read and credited under a reversing code-5 record, the two
      * reversal records linked to each other the way the original
      * legs were. A counterparty no longer on the master suspends the
      * ESTORNO (EST1) before either side moves.
      ******************************************************************
       4987-REVERSE-TRANSFER.
           MOVE WS-LEG-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
                   MOVE 'EST1' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
                   PERFORM 4520-REREAD-SOURCE THRU 4520-EXIT
               NOT INVALID KEY
                   IF FS NOT = '00'
                       MOVE 'READ ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       PERFORM 4991-POST-TRANSFER-REVERSAL THRU
                           4991-EXIT
                   END-IF
           END-READ.
       4987-EXIT.
           EXIT.

       4991-POST-TRANSFER-REVERSAL.
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-LEG-REVERSAL-REF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-REVERSAL-REF
           SUBTRACT WS-ORIG-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE WS-LEG-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           MOVE 10 TO AUDIT-OPERATION
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           MOVE WS-LEG-REVERSAL-REF TO AUDIT-REF
           MOVE WS-REVERSAL-REF TO AUDIT-LINK-REF
           MOVE WS-LEG-REF TO AUDIT-REVERSES-REF
           PERFORM 4989-WRITE-REVERSAL THRU 4989-EXIT
           PERFORM 4520-REREAD-SOURCE THRU 4520-EXIT
           ADD WS-ORIG-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE ACCOUNT-IN-ID TO AUDIT-ACCOUNT-ID
           MOVE 5 TO AUDIT-OPERATION
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           MOVE WS-REVERSAL-REF TO AUDIT-REF
           MOVE WS-LEG-REVERSAL-REF TO AUDIT-LINK-REF
           MOVE ACCOUNT-IN-REVERSE-REF TO AUDIT-REVERSES-REF
           PERFORM 4989-WRITE-REVERSAL THRU 4989-EXIT
           DISPLAY 'ESTORNO ' ACCOUNT-BALANCE.
       4991-EXIT.
           EXIT.

      ******************************************************************
      * The payment goes back on the loan - a loan it had paid off is
      * live again - and the money back into checking. The arrears
      * the payment cleared are not restored; LOANSERVICE's next cycle
      * starts counting again from there.
      ******************************************************************
       4988-REVERSE-PAGAMENTO.
           MOVE ACCOUNT-IN-ID TO LOAN-ACCOUNT-ID
           READ LOAN
               KEY IS LOAN-ACCOUNT-ID
               INVALID KEY
                   MOVE 'EST1' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
               NOT INVALID KEY
                   IF WS-LOAN-FS NOT = '00'
                       MOVE 'READ LOAN' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       PERFORM 4992-RESTORE-PAYMENT THRU 4992-EXIT
                   END-IF
           END-READ.
       4988-EXIT.
           EXIT.

       4992-RESTORE-PAYMENT.
           ADD WS-ORIG-AMOUNT TO LOAN-OUTSTANDING-BALANCE
           IF LOAN-STATUS-PAID
               MOVE 'A' TO LOAN-STATUS
           END-IF
           REWRITE LOAN-FILE
           IF WS-LOAN-FS NOT = '00'
               MOVE 'REWRITE LOAN' TO WS-IO-ERROR-CONTEXT
               MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD WS-ORIG-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE ACCOUNT-IN-ID TO AUDIT-ACCOUNT-ID
           MOVE 9 TO AUDIT-OPERATION
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           MOVE ACCOUNT-IN-REVERSE-REF TO AUDIT-REVERSES-REF
           PERFORM 4989-WRITE-REVERSAL THRU 4989-EXIT
           DISPLAY 'ESTORNO ' ACCOUNT-BALANCE.
       4992-EXIT.
           EXIT.

      ******************************************************************
      * Signatory maintenance. INCL ASSINANTE puts the customer keyed
      * on the detail on the account as a signer - or amends the
      * role, signature and limit of one already there, reinstating
      * them if they had been removed - and EXCL ASSINANTE takes an
      * active signer off. The signer must be on the customer
      * master, may not be the account's own holder of record, and
      * needs a signature of their own that is not the account's, a
      * known role and a limit that is not negative.
      * Neither moves money. Anything refused goes to the suspense
      * file under its own reason code (SGN1).
      ******************************************************************
       4995-DO-INCL-ASSINANTE.
           IF ACCOUNT-IN-CUSTOMER-ID = ZERO
               OR ACCOUNT-IN-CUSTOMER-ID = ACCOUNT-CUSTOMER-ID
               OR ACCOUNT-IN-NEW-SIGNATURE = SPACES
               OR ACCOUNT-IN-NEW-SIGNATURE = ACCOUNT-SIGNATURE
               OR ACCOUNT-IN-SIGNER-LIMIT < ZERO
               OR NOT (ACCOUNT-IN-SIGNER-ROLE = 'T' OR 'C' OR 'P')
               MOVE 'SGN1' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
           ELSE
               MOVE ACCOUNT-IN-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'SGN1' TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
                   NOT INVALID KEY
                       IF WS-CUST-FS NOT = '00'
                           MOVE 'READ CUSTOMER' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           PERFORM 4996-STORE-SIGNER THRU 4996-EXIT
                       END-IF
               END-READ
           END-IF.
       4995-EXIT.
           EXIT.

       4996-STORE-SIGNER.
           MOVE ACCOUNT-IN-ID TO SIGN-ACCOUNT-ID
           MOVE ACCOUNT-IN-CUSTOMER-ID TO SIGN-CUSTOMER-ID
           READ SIGNATORY
               KEY IS SIGN-KEY
               INVALID KEY
                   MOVE ACCOUNT-IN-NEW-SIGNATURE TO SIGN-SIGNATURE
                   MOVE ACCOUNT-IN-SIGNER-ROLE TO SIGN-ROLE
                   MOVE ACCOUNT-IN-SIGNER-LIMIT TO SIGN-LIMIT
                   MOVE 'A' TO SIGN-STATUS
                   MOVE WS-HDR-BUSINESS-DATE TO SIGN-ADDED-DATE
                   MOVE ZERO TO SIGN-REMOVED-DATE
                   WRITE SIGNATORY-FILE
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'WRITE SIGNATORY' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
               NOT INVALID KEY
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'READ SIGNATORY' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   IF SIGN-STATUS-REMOVED
                       MOVE WS-HDR-BUSINESS-DATE TO SIGN-ADDED-DATE
                       MOVE ZERO TO SIGN-REMOVED-DATE
                   END-IF
                   MOVE ACCOUNT-IN-NEW-SIGNATURE TO SIGN-SIGNATURE
                   MOVE ACCOUNT-IN-SIGNER-ROLE TO SIGN-ROLE
                   MOVE ACCOUNT-IN-SIGNER-LIMIT TO SIGN-LIMIT
                   MOVE 'A' TO SIGN-STATUS
                   REWRITE SIGNATORY-FILE
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'REWRITE SIGNATORY' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ
           DISPLAY 'INCL ASSINANTE ' ACCOUNT-IN-ID
               ' ' ACCOUNT-IN-CUSTOMER-ID.
       4996-EXIT.
           EXIT.

       4997-DO-EXCL-ASSINANTE.
           MOVE ACCOUNT-IN-ID TO SIGN-ACCOUNT-ID
           MOVE ACCOUNT-IN-CUSTOMER-ID TO SIGN-CUSTOMER-ID
           READ SIGNATORY
               KEY IS SIGN-KEY
               INVALID KEY
                   MOVE 'SGN1' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
               NOT INVALID KEY
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'READ SIGNATORY' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   IF NOT SIGN-STATUS-ACTIVE
                       MOVE 'SGN1' TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-RECORD THRU 2900-EXIT
                   ELSE
                       MOVE 'R' TO SIGN-STATUS
                       MOVE WS-HDR-BUSINESS-DATE TO SIGN-REMOVED-DATE
                       REWRITE SIGNATORY-FILE
                       IF WS-SIGN-FS NOT = '00'
                           MOVE 'REWRITE SIGNATORY' TO
                               WS-IO-ERROR-CONTEXT
                           MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       DISPLAY 'EXCL ASSINANTE ' ACCOUNT-IN-ID
                           ' ' ACCOUNT-IN-CUSTOMER-ID
                   END-IF
           END-READ.
       4997-EXIT.
           EXIT.

      ******************************************************************
      * The caller has filled in the account, the original's operation
      * code, the resulting balance and the references; the amount is
      * the original's negated, so every sum over the trail nets the
      * pair to nothing. The reversed record goes onto the reversal
      * register in the same step, so it can never be reversed again.
      ******************************************************************
       4989-WRITE-REVERSAL.
           MOVE WS-HDR-BUSINESS-DATE TO AUDIT-DATE
           ACCEPT AUDIT-TIME FROM TIME
           COMPUTE AUDIT-AMOUNT = ZERO - WS-ORIG-AMOUNT
           WRITE ACCOUNT-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'WRITE ACCOUNT-AUDIT-FILE' TO WS-IO-ERROR-CONTEXT
               MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE AUDIT-REVERSES-REF TO REV-ORIGINAL-REF
           MOVE AUDIT-REF TO REV-REVERSAL-REF
           MOVE AUDIT-ACCOUNT-ID TO REV-ACCOUNT-ID
           MOVE WS-HDR-BUSINESS-DATE TO REV-DATE
           WRITE REVERSAL-FILE
           IF WS-REV-FS NOT = '00'
               MOVE 'WRITE REVERSAL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REV-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       4989-EXIT.
           EXIT.

      ******************************************************************
      * Totals the keyed account's active holds into WS-HELD-AMOUNT,
      * reading its holds off the hold master by a START on the
      * account number. The highest hold number found, released or
      * not, is kept for 8200-PLACE-HOLD to number the next one.
      ******************************************************************
       8100-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE ZERO TO WS-HOLD-LAST-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE ACCOUNT-IN-ID TO HOLD-ACCOUNT-ID
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
                       IF HOLD-ACCOUNT-ID NOT = ACCOUNT-IN-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-EOF
                       ELSE
                           MOVE HOLD-SEQ TO WS-HOLD-LAST-SEQ
                           IF HOLD-STATUS-ACTIVE
                               ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       8110-EXIT.
           EXIT.

      ******************************************************************
      * Writes a new active hold of WS-HOLD-NEW-AMOUNT against the
      * keyed account, released on ACCOUNT-IN-HOLD-RELEASE-DATE,
      * under the next hold number the account has not used, linked
      * to WS-DEPOSIT-REF (zero for a BLOQUEIO).
      ******************************************************************
       8200-PLACE-HOLD.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           MOVE ACCOUNT-IN-ID TO HOLD-ACCOUNT-ID
           COMPUTE HOLD-SEQ = WS-HOLD-LAST-SEQ + 1
           MOVE WS-HOLD-NEW-AMOUNT TO HOLD-AMOUNT
           MOVE WS-HDR-BUSINESS-DATE TO HOLD-PLACED-DATE
           MOVE ACCOUNT-IN-HOLD-RELEASE-DATE TO HOLD-RELEASE-DATE
           MOVE WS-HOLD-NEW-ORIGIN TO HOLD-ORIGIN
           MOVE 'A' TO HOLD-STATUS
           MOVE ZERO TO HOLD-RELEASED-DATE
           MOVE WS-DEPOSIT-REF TO HOLD-AUDIT-REF
           WRITE HOLD-FILE
           IF WS-HOLD-FS NOT = '00'
               MOVE 'WRITE HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       8200-EXIT.
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

      ******************************************************************
      * One audit record per posted transaction, written against the
      * account the detail record was keyed to. A declined SAQUE,
      * money that never left the account. For the same reason a
      * posted PAGAMENTO is audited at the amount actually applied,
      * which 4910-APPLY-PAYMENT caps at the loan's outstanding
      * balance, not at whatever was keyed, and a LIBERACAO at the
      * amount it actually released. A signatory added or removed
      * moves no money and is audited at zero. EMPRESTIMO's resulting
      * balance lives on the LOAN
      * record, not the checking ACCOUNT record, so that case is
      * audited from LOAN-OUTSTANDING-BALANCE instead. A posted
           ACCEPT AUDIT-TIME FROM TIME
           MOVE ACCOUNT-IN-ID TO AUDIT-ACCOUNT-ID
           MOVE ACCOUNT-IN-OPERATION TO AUDIT-OPERATION
           IF WS-TRANSFER-DEBIT-REF NOT = ZERO
               MOVE WS-TRANSFER-DEBIT-REF TO AUDIT-REF
               MOVE WS-TRANSFER-CREDIT-REF TO AUDIT-LINK-REF
               MOVE ZERO TO AUDIT-REVERSES-REF
           ELSE
               IF WS-DEPOSIT-REF NOT = ZERO
                   MOVE WS-DEPOSIT-REF TO AUDIT-REF
                   MOVE ZERO TO AUDIT-LINK-REF
                   MOVE ZERO TO AUDIT-REVERSES-REF
               ELSE
                   PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
               END-IF
           END-IF
           IF WS-OP-DECLINED
               MOVE ZERO TO AUDIT-AMOUNT
           ELSE
               IF ACCOUNT-IN-OPERATION = 9
                   MOVE WS-PAYMENT-APPLIED TO AUDIT-AMOUNT
               ELSE
                   IF ACCOUNT-IN-OPERATION = 18
                       MOVE WS-HOLD-RELEASED TO AUDIT-AMOUNT
                   ELSE
                       IF ACCOUNT-IN-OP-SIGNATORY
                           MOVE ZERO TO AUDIT-AMOUNT
                       ELSE
                           MOVE ACCOUNT-IN-AMOUNT TO AUDIT-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ACCOUNT-IN-OPERATION = 4
           CLOSE ACCOUNT
           CLOSE LOAN
           CLOSE CUSTOMER
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE REVERSAL
           CLOSE SIGNATORY
           CLOSE ACCOUNT-IN
           CLOSE ACCOUNT-REJECT
           CLOSE ALERT-EVENT
           CLOSE ACCOUNT-AUDIT
           CLOSE ACCOUNT-RESTART
           CLOSE ACCOUNT-PROCESSED
