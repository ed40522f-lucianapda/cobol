      *          balance, credit-limit, status and audit rules as the
      *          main posting run - the supervisor's approval stands in
      *          for the signature match that originally failed, and
      *          for nothing else. An item suspended for a bad
      *          signature that is now the signature of an active
      *          signer on storage/signatory.data reposts without an
      *          approval, within that signer's own limit - unless it
      *          would pay out of a dormant account, which still needs
      *          the supervisor's approval (DOR1). Items that
      *          are not approved, or that
      *          fail the posting rules again when reposted, are
      *          written forward to storage/accout.rejects.new, which
      *          the operator installs as the next day's suspense file
             FILE STATUS IS WS-LOAN-FS.
             SELECT ACCOUNT-AUDIT ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
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
             SELECT SIGNATORY ASSIGN TO 'storage/signatory.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SIGN-KEY
             FILE STATUS IS WS-SIGN-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-AUDIT.
           COPY ACCTAUD.

           FD HOLD.
           COPY HOLDMST.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD SIGNATORY.
           COPY SIGNMST.

       WORKING-STORAGE SECTION.
           01 WS-REJECT-EOF PIC A(1).
           01 WS-OVERRIDE-EOF PIC A(1).
           01 WS-SUSPENSE-FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-PROSPECTIVE-BALANCE PIC S9(9)V99.
           01 WS-PAYMENT-APPLIED PIC S9(9)V99.

      ******************************************************************
      * Funds holds, tested exactly as the posting run tests them:
      * WS-AVAILABLE-BALANCE is the balance after the debit less the
      * account's active holds (8100-TOTAL-HOLDS), and must not fall
      * below CREDIT-LIMIT.
      ******************************************************************
           01 WS-HOLD-SCAN-EOF PIC X(01).
           01 WS-HELD-AMOUNT PIC S9(9)V99.
           01 WS-AVAILABLE-BALANCE PIC S9(9)V99.
           01 WS-HOLD-LAST-SEQ PIC 9(05).
           01 WS-HOLD-NEW-AMOUNT PIC S9(9)V99.
           01 WS-HOLD-NEW-ORIGIN PIC X(01).
           01 WS-HOLD-RELEASED PIC S9(9)V99.

      ******************************************************************
      * A reposted TRANSFERENCIA takes both legs' audit references
      * before either leg is written, so each leg links the other, the
      * same as in the posting run. A reposted DEPOSITO with a hold
      * takes its reference before the hold is written, so the hold
      * can carry it.
      ******************************************************************
           01 WS-REFCTL-FS PIC X(02).
           01 WS-TRANSFER-CREDIT-REF PIC 9(12).
           01 WS-TRANSFER-DEBIT-REF PIC 9(12).
           01 WS-DEPOSIT-REF PIC 9(12).

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

           01 WS-ITEMS-READ PIC 9(07) VALUE ZERO.
           01 WS-ITEMS-POSTED PIC 9(07) VALUE ZERO.
           01 WS-ITEMS-FORWARDED PIC 9(07) VALUE ZERO.
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
           END-IF
           PERFORM 1800-OPEN-AUDIT THRU 1800-EXIT.
       1000-EXIT.
           EXIT.
      * account, limit breach, no loan - carries forward to the new
      * suspense file, with the reason updated to whatever stopped it
      * THIS time so the supervisor is not chasing a stale code.
      * An item held for a bad signature needs no approval once the
      * signature is one the account now accepts - a joint holder or
      * attorney added to the signatory file since it was suspended -
      * provided that signer's own limit covers it (2240). A good
      * signature is all that releases, though: on a dormant account
      * anything but a DEPOSITO still waits for a supervisor, exactly
      * as the posting run would have held it under DOR1 had the
      * signature matched in the first place.
      ******************************************************************
       2100-WORK-OFF-ITEM.
           PERFORM 2200-CHECK-APPROVAL THRU 2200-EXIT
           IF NOT WS-ITEM-APPROVED
               AND REJECT-REASON-CODE = 'SIG1'
               PERFORM 2240-CHECK-SIGNED-ITEM THRU 2240-EXIT
           END-IF
           IF WS-ITEM-APPROVED
               PERFORM 2300-REPOST-ITEM THRU 2300-EXIT
           ELSE
       2210-EXIT.
           EXIT.

       2240-CHECK-SIGNED-ITEM.
           MOVE REJECT-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS NOT = '00'
                       MOVE 'READ ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   MOVE SPACES TO WS-REJECT-REASON
                   PERFORM 2250-CHECK-SIGNER THRU 2250-EXIT
                   IF WS-REJECT-REASON = SPACES
                       AND ACCOUNT-STATUS-DORMANT
                       AND (REJECT-OPERATION = 2 OR 4 OR 5 OR 9)
                       MOVE 'DOR1' TO WS-REJECT-REASON
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       MOVE 'Y' TO WS-APPROVAL-STATUS
                   ELSE
                       MOVE WS-REJECT-REASON TO REJECT-REASON-CODE
                   END-IF
           END-READ.
       2240-EXIT.
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
           IF ACCOUNT-SIGNATURE = REJECT-SIGNATURE
               MOVE 'Y' TO WS-SIGNER-FOUND
               MOVE 'T' TO WS-SIGNER-ROLE
           ELSE
               MOVE 'N' TO WS-SIGN-SCAN-EOF
               MOVE REJECT-ACCOUNT-ID TO SIGN-ACCOUNT-ID
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
               IF WS-SIGNER-ATTORNEY
                   AND (REJECT-OPERATION = 6 OR 7 OR 8 OR 20 OR 21)
                   MOVE 'SIG1' TO WS-REJECT-REASON
               ELSE
                   IF WS-SIGNER-LIMIT > ZERO
                       AND (REJECT-OPERATION = 2 OR 5 OR 9)
                       AND REJECT-AMOUNT > WS-SIGNER-LIMIT
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
                       IF SIGN-ACCOUNT-ID NOT = REJECT-ACCOUNT-ID
                           MOVE 'Y' TO WS-SIGN-SCAN-EOF
                       ELSE
                           IF SIGN-STATUS-ACTIVE
                               AND SIGN-SIGNATURE = REJECT-SIGNATURE
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
      * The approval stands in for the failed signature match only;
      * the account must still exist on the master (a suspense item
      * never creates an account) and the status and posting rules of
      * the main run still apply, so a closed account or a breached
      * limit sends the item forward again rather than posting it.
      * A dormant account is the one status an approval does release:
      * the supervisor has identified the customer, which is exactly
      * what the DOR1 block was waiting for, so the item posts and the
      * account is reactivated with it (4000).
      ******************************************************************
       2300-REPOST-ITEM.
           MOVE 'N' TO WS-POST-STATUS

       2400-APPLY-ITEM.
           IF REJECT-OPERATION = 2 OR 3 OR 4 OR 5 OR 9
               IF ACCOUNT-STATUS-CLOSED
                   MOVE 'CLS1' TO WS-REJECT-REASON
                   PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
               ELSE
      * than silently dropped from the suspense chain.
      ******************************************************************
       4000-POST-OPERATION.
           MOVE ZERO TO WS-TRANSFER-CREDIT-REF
           MOVE ZERO TO WS-TRANSFER-DEBIT-REF
           MOVE ZERO TO WS-DEPOSIT-REF
           IF REJECT-OPERATION = 1
               DISPLAY 'SALDO ' ACCOUNT-BALANCE
               MOVE 'Y' TO WS-POST-STATUS
           IF REJECT-OPERATION = 9
               PERFORM 4900-DO-PAGAMENTO THRU 4900-EXIT
           END-IF
           IF REJECT-OPERATION = 17
               PERFORM 4960-DO-BLOQUEIO THRU 4960-EXIT
           END-IF
           IF REJECT-OPERATION = 18
               PERFORM 4970-DO-LIBERACAO THRU 4970-EXIT
           END-IF
      ******************************************************************
      * A customer-maintenance item (15) only ever lands in suspense
      * for a missing customer number, and no supervisor approval can
               MOVE 'CUS1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           END-IF
      ******************************************************************
      * A reversal (19) is not reposted here: finding and proving the
      * record it reverses, and registering it as reversed, belong to
      * the posting run alone, and a supervisor's approval cannot make
      * an unprovable reference good. It carries forward under its own
      * reason for the branch to key again through the daily file.
      ******************************************************************
           IF REJECT-OPERATION = 19
               MOVE 'EST1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           END-IF
      ******************************************************************
      * Who may sign on an account (20, 21) is changed only by a
      * holder's own signature through the daily file; a supervisor's
      * approval cannot stand in for the holder's consent. The item
      * carries forward under its own reason for the branch to key
      * again, signed by a holder.
      ******************************************************************
           IF REJECT-OPERATION = 20 OR REJECT-OPERATION = 21
               MOVE 'SGN1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           END-IF
           IF WS-ITEM-POSTED
               ADD 1 TO WS-ITEMS-POSTED
               IF ACCOUNT-STATUS-DORMANT
                   PERFORM 4950-REACTIVATE THRU 4950-EXIT
                   REWRITE ACCOUNT-FILE
                   IF FS NOT = '00'
                       MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
               END-IF
               PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
           ELSE
               IF WS-REJECT-REASON = SPACES
           EXIT.

       4200-DO-SAQUE.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - REJECT-AMOUNT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'LIM1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
       4200-EXIT.
           EXIT.

      ******************************************************************
      * A reposted deposit places its hold the way the posting run
      * does, dated from the work-off's business date and carrying the
      * deposit's own audit reference; a hold that is still malformed
      * (or whose release date has passed while the item sat in
      * suspense) forwards the item again under HLD1.
      ******************************************************************
       4300-DO-DEPOSITO.
           IF REJECT-HOLD-AMOUNT NOT = ZERO
               AND (REJECT-HOLD-AMOUNT < ZERO
               OR REJECT-HOLD-AMOUNT > REJECT-AMOUNT
               OR REJECT-HOLD-RELEASE-DATE NOT > WS-BUSINESS-DATE)
               MOVE 'HLD1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
               ADD REJECT-AMOUNT TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-FILE
               IF FS NOT = '00'
                   MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
                   MOVE FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               MOVE 'Y' TO WS-POST-STATUS
               DISPLAY 'DEPOSITO ' ACCOUNT-BALANCE
               IF REJECT-HOLD-AMOUNT > ZERO
                   PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
                   MOVE AUDIT-REF TO WS-DEPOSIT-REF
                   MOVE REJECT-HOLD-AMOUNT TO WS-HOLD-NEW-AMOUNT
                   MOVE 'D' TO WS-HOLD-NEW-ORIGIN
                   PERFORM 8200-PLACE-HOLD THRU 8200-EXIT
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      * before its debit posts.
      ******************************************************************
       4500-DO-TRANSFERENCIA.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - REJECT-AMOUNT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF REJECT-COUNTERPARTY-ID = REJECT-ACCOUNT-ID
               MOVE 'TRF1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'LIM1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
                           MOVE FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           IF NOT ACCOUNT-STATUS-CLOSED
                               PERFORM 4530-POST-TRANSFER THRU
                                   4530-EXIT
                           ELSE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE REJECT-COUNTERPARTY-ID TO AUDIT-ACCOUNT-ID
           MOVE 10 TO AUDIT-OPERATION
           MOVE WS-TRANSFER-CREDIT-REF TO AUDIT-REF
           MOVE WS-TRANSFER-DEBIT-REF TO AUDIT-LINK-REF
           MOVE ZERO TO AUDIT-REVERSES-REF
           MOVE REJECT-AMOUNT TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
           EXIT.

       4530-POST-TRANSFER.
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-TRANSFER-CREDIT-REF
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE AUDIT-REF TO WS-TRANSFER-DEBIT-REF
           ADD REJECT-AMOUNT TO ACCOUNT-BALANCE
           IF ACCOUNT-STATUS-DORMANT
               PERFORM 4950-REACTIVATE THRU 4950-EXIT
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
               MOVE 'LIM1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
       4910-EXIT.
           EXIT.

      ******************************************************************
      * Same reactivation the posting run applies: money arriving on a
      * dormant account, or a supervisor-released item posting against
      * it, brings it back to life. The caller rewrites the record.
      ******************************************************************
       4950-REACTIVATE.
           MOVE 'A' TO ACCOUNT-STATUS
           MOVE ZERO TO ACCOUNT-DORMANT-DATE
           DISPLAY 'CONTA REATIVADA ' ACCOUNT-ID.
       4950-EXIT.
           EXIT.

      ******************************************************************
      * The branch's hold operations, reposted under the posting run's
      * rules: a hold with no amount or no future release date, or a
      * release naming no active hold, forwards again under HLD1.
      ******************************************************************
       4960-DO-BLOQUEIO.
           IF REJECT-AMOUNT NOT > ZERO
               OR REJECT-HOLD-RELEASE-DATE NOT > WS-BUSINESS-DATE
               MOVE 'HLD1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
               MOVE REJECT-AMOUNT TO WS-HOLD-NEW-AMOUNT
               MOVE 'M' TO WS-HOLD-NEW-ORIGIN
               PERFORM 8200-PLACE-HOLD THRU 8200-EXIT
               MOVE 'Y' TO WS-POST-STATUS
               DISPLAY 'BLOQUEIO ' REJECT-ACCOUNT-ID ' ' HOLD-SEQ
           END-IF.
       4960-EXIT.
           EXIT.

       4970-DO-LIBERACAO.
           MOVE ZERO TO WS-HOLD-RELEASED
           IF REJECT-HOLD-SEQ NOT = ZERO
               MOVE REJECT-ACCOUNT-ID TO HOLD-ACCOUNT-ID
               MOVE REJECT-HOLD-SEQ TO HOLD-SEQ
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
                               PERFORM 4980-RELEASE-HOLD THRU
                                   4980-EXIT
                           END-IF
                       END-IF
               END-READ
           ELSE
               MOVE 'N' TO WS-HOLD-SCAN-EOF
               MOVE REJECT-ACCOUNT-ID TO HOLD-ACCOUNT-ID
               MOVE ZERO TO HOLD-SEQ
               START HOLD KEY IS >= HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-SCAN-EOF
               END-START
               PERFORM 4975-RELEASE-NEXT THRU 4975-EXIT
                   UNTIL WS-HOLD-SCAN-EOF = 'Y'
           END-IF
           IF WS-HOLD-RELEASED = ZERO
               MOVE 'HLD1' TO WS-REJECT-REASON
               PERFORM 2900-FORWARD-ITEM THRU 2900-EXIT
           ELSE
               MOVE 'Y' TO WS-POST-STATUS
               DISPLAY 'LIBERACAO ' REJECT-ACCOUNT-ID ' '
                   WS-HOLD-RELEASED
           END-IF.
       4970-EXIT.
           EXIT.

       4975-RELEASE-NEXT.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ NEXT HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF HOLD-ACCOUNT-ID NOT = REJECT-ACCOUNT-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-EOF
                       ELSE
                           IF HOLD-STATUS-ACTIVE
                               PERFORM 4980-RELEASE-HOLD THRU
                                   4980-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       4975-EXIT.
           EXIT.

       4980-RELEASE-HOLD.
           MOVE 'R' TO HOLD-STATUS
           MOVE WS-BUSINESS-DATE TO HOLD-RELEASED-DATE
           REWRITE HOLD-FILE
           IF WS-HOLD-FS NOT = '00'
               MOVE 'REWRITE HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD HOLD-AMOUNT TO WS-HOLD-RELEASED.
       4980-EXIT.
           EXIT.

      ******************************************************************
      * Same hold services as the posting run's 8100/8200, keyed off
      * the suspense item's account. WS-DEPOSIT-REF is zero for a
      * BLOQUEIO, so only a deposit's hold is linked to the trail.
      ******************************************************************
       8100-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE ZERO TO WS-HOLD-LAST-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE REJECT-ACCOUNT-ID TO HOLD-ACCOUNT-ID
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
                       IF HOLD-ACCOUNT-ID NOT = REJECT-ACCOUNT-ID
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

       8200-PLACE-HOLD.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           MOVE REJECT-ACCOUNT-ID TO HOLD-ACCOUNT-ID
           COMPUTE HOLD-SEQ = WS-HOLD-LAST-SEQ + 1
           MOVE WS-HOLD-NEW-AMOUNT TO HOLD-AMOUNT
           MOVE WS-BUSINESS-DATE TO HOLD-PLACED-DATE
           MOVE REJECT-HOLD-RELEASE-DATE TO HOLD-RELEASE-DATE
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
      * One audit record per reposted item, under the original
      * operation code, exactly as the main run would have written it
      * had the item posted the first time - including auditing a
      * PAGAMENTO at the amount actually applied (capped at the loan's
      * outstanding balance in 4910), not at whatever was keyed, and
      * a LIBERACAO at the amount it actually released.
      * Stamped with the business date off SYSIN, with the actual time
      * kept for ordering, the same rule the posting run applies.
      ******************************************************************
           ACCEPT AUDIT-TIME FROM TIME
           MOVE REJECT-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           MOVE REJECT-OPERATION TO AUDIT-OPERATION
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
           IF REJECT-OPERATION = 9
               MOVE WS-PAYMENT-APPLIED TO AUDIT-AMOUNT
           ELSE
               IF REJECT-OPERATION = 18
                   MOVE WS-HOLD-RELEASED TO AUDIT-AMOUNT
               ELSE
                   MOVE REJECT-AMOUNT TO AUDIT-AMOUNT
               END-IF
           END-IF
           IF REJECT-OPERATION = 4
               MOVE LOAN-OUTSTANDING-BALANCE TO AUDIT-BALANCE
           CLOSE SUSPENSE-OUT
           CLOSE ACCOUNT
           CLOSE LOAN
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE SIGNATORY
           CLOSE ACCOUNT-AUDIT.
       9100-EXIT.
           EXIT.
           CLOSE SUSPENSE-OUT
           CLOSE ACCOUNT
           CLOSE LOAN
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE SIGNATORY
           CLOSE ACCOUNT-AUDIT
           STOP RUN.
       9000-EXIT.
