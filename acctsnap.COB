      *          this step captures storage/accout.data,
      *          storage/loan.data, storage/customer.data (the
      *          posting run writes CADASTRO upserts onto it, so a bad
      *          file dirties it too), the storage/hold.data funds
      *          holds the posting run places and releases, the
      *          storage/reversal.data register of ESTORNOs posted,
      *          the storage/signatory.data signers the posting run
      *          adds and removes, and the storage/accout.trialbal
      *          register before PEOPLEACCOUNT opens the masters I-O,
      *          as flat copies under a cycling generation number:
      *          storage/snap.accout.NN / snap.loan.NN /
      *          snap.customer.NN / snap.hold.NN / snap.reversal.NN /
      *          snap.signatory.NN / snap.trialbal.NN, keeping
      *          WS-GENERATIONS generations.
      *          Each snapshot is recorded on storage/snap.register
      *          with the input-file identity it was taken ahead of
      *          (business date and first file sequence, from SYSIN)
      *          and the record counts then on the audit trail, the
      *          processed-file register, and NETCLEAR's
      *          storage/network.procreg and storage/network.exceptions
      *          (NETCLEAR posts after this snapshot too, so a restore
      *          must forget its files as well as its postings), and
      *          storage/alert.events (the posting run, STANDORD and
      *          LOANSERVICE append to it for ACCTALRT),
      *          which is everything ACCTREST
      *          needs to put the generation back and keep the
      *          reconciliation honest. Run nightly, ahead of the
      *          posting step, under the ACCTCTL gate.
             ACCESS IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
             SELECT HOLD ASSIGN TO 'storage/hold.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS HOLD-KEY
             FILE STATUS IS WS-HOLD-FS.
             SELECT REVERSAL ASSIGN TO 'storage/reversal.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS REV-ORIGINAL-REF
             FILE STATUS IS WS-REV-FS.
             SELECT SIGNATORY ASSIGN TO 'storage/signatory.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS SIGN-KEY
             FILE STATUS IS WS-SIGN-FS.
             SELECT TRIAL-BALANCE ASSIGN TO 'storage/accout.trialbal'
             FILE STATUS IS WS-TRIAL-FS.
             SELECT ACCOUNT-AUDIT-IN ASSIGN TO 'storage/accout.audit'
             SELECT ACCOUNT-PROCESSED ASSIGN TO
                 'storage/accout.procreg'
             FILE STATUS IS WS-PROC-FS.
             SELECT NET-REGISTER ASSIGN TO 'storage/network.procreg'
             FILE STATUS IS WS-NETREG-FS.
             SELECT NET-EXCEPTION ASSIGN TO
                 'storage/network.exceptions'
             FILE STATUS IS WS-NETEXC-FS.
             SELECT ALERT-EVENT ASSIGN TO 'storage/alert.events'
             FILE STATUS IS WS-EVENT-FS.
             SELECT SNAP-ACCOUNT ASSIGN TO WS-SNAP-ACCOUNT-NAME
             FILE STATUS IS WS-SNAP-ACCT-FS.
             SELECT SNAP-LOAN ASSIGN TO WS-SNAP-LOAN-NAME
             FILE STATUS IS WS-SNAP-LOAN-FS.
             SELECT SNAP-CUSTOMER ASSIGN TO WS-SNAP-CUSTOMER-NAME
             FILE STATUS IS WS-SNAP-CUST-FS.
             SELECT SNAP-HOLD ASSIGN TO WS-SNAP-HOLD-NAME
             FILE STATUS IS WS-SNAP-HOLD-FS.
             SELECT SNAP-REVERSAL ASSIGN TO WS-SNAP-REV-NAME
             FILE STATUS IS WS-SNAP-REV-FS.
             SELECT SNAP-SIGNATORY ASSIGN TO WS-SNAP-SIGN-NAME
             FILE STATUS IS WS-SNAP-SIGN-FS.
             SELECT SNAP-TRIAL ASSIGN TO WS-SNAP-TRIAL-NAME
             FILE STATUS IS WS-SNAP-TRIAL-FS.
             SELECT SNAP-REGISTER ASSIGN TO 'storage/snap.register'
           FD CUSTOMER.
           COPY CUSTMST.

           FD HOLD.
           COPY HOLDMST.

           FD REVERSAL.
           COPY REVMST.

           FD SIGNATORY.
           COPY SIGNMST.

           FD TRIAL-BALANCE.
           01 TRIAL-BALANCE-FILE.
               05 TRIAL-TIMESTAMP.
               05 TRIAL-TOTAL PIC S9(11)V99.

           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC PIC X(89).

           FD ACCOUNT-PROCESSED.
           01 ACCOUNT-PROCESSED-FILE.
               05 PROC-HDR-COUNT PIC 9(07).
               05 PROC-HDR-AMOUNT PIC S9(09)V99.

           FD NET-REGISTER.
           01 NET-REGISTER-REC PIC X(55).

           FD NET-EXCEPTION.
           01 NET-EXCEPTION-REC PIC X(94).

           FD ALERT-EVENT.
           01 ALERT-EVENT-REC PIC X(61).

      ******************************************************************
      * The snapshot copies are flat sequential images of the indexed
      * records, written in key order off the sequential read -
               ==CUSTOMER-FILE== BY ==SNAP-CUSTOMER-REC==
               LEADING ==CUST== BY ==SNAP-CUST==.

           FD SNAP-HOLD.
           COPY HOLDMST REPLACING
               ==HOLD-FILE== BY ==SNAP-HOLD-REC==
               LEADING ==HOLD== BY ==SNAP-HOLD==.

           FD SNAP-REVERSAL.
           COPY REVMST REPLACING
               ==REVERSAL-FILE== BY ==SNAP-REVERSAL-REC==
               LEADING ==REV== BY ==SNAP-REV==.

           FD SNAP-SIGNATORY.
           COPY SIGNMST REPLACING
               ==SIGNATORY-FILE== BY ==SNAP-SIGNATORY-REC==
               LEADING ==SIGN== BY ==SNAP-SIGN==.

           FD SNAP-TRIAL.
           01 SNAP-TRIAL-REC.
               05 SNAP-TRIAL-TIMESTAMP PIC 9(16).
           01 WS-MASTER-EOF PIC A(1).
           01 WS-LOAN-EOF PIC A(1).
           01 WS-CUST-EOF PIC A(1).
           01 WS-HOLD-EOF PIC A(1).
           01 WS-REV-EOF PIC A(1).
           01 WS-SIGN-EOF PIC A(1).
           01 WS-AUDIT-EOF PIC A(1).
           01 WS-PROC-EOF PIC A(1).
           01 WS-NETREG-EOF PIC A(1).
           01 WS-NETEXC-EOF PIC A(1).
           01 WS-EVENT-EOF PIC A(1).
           01 WS-REG-EOF PIC A(1).
           01 FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-REV-FS PIC X(02).
           01 WS-SIGN-FS PIC X(02).
           01 WS-TRIAL-FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-PROC-FS PIC X(02).
           01 WS-NETREG-FS PIC X(02).
           01 WS-NETEXC-FS PIC X(02).
           01 WS-EVENT-FS PIC X(02).
           01 WS-SNAP-ACCT-FS PIC X(02).
           01 WS-SNAP-LOAN-FS PIC X(02).
           01 WS-SNAP-CUST-FS PIC X(02).
           01 WS-SNAP-HOLD-FS PIC X(02).
           01 WS-SNAP-REV-FS PIC X(02).
           01 WS-SNAP-SIGN-FS PIC X(02).
           01 WS-SNAP-TRIAL-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-SNAP-CUSTOMER-NAME.
               05 FILLER PIC X(22) VALUE 'storage/snap.customer.'.
               05 WS-SNAP-CUSTOMER-GEN PIC 9(02).
           01 WS-SNAP-HOLD-NAME.
               05 FILLER PIC X(18) VALUE 'storage/snap.hold.'.
               05 WS-SNAP-HOLD-GEN PIC 9(02).
           01 WS-SNAP-REV-NAME.
               05 FILLER PIC X(22) VALUE 'storage/snap.reversal.'.
               05 WS-SNAP-REV-GEN PIC 9(02).
           01 WS-SNAP-SIGN-NAME.
               05 FILLER PIC X(23) VALUE 'storage/snap.signatory.'.
               05 WS-SNAP-SIGN-GEN PIC 9(02).
           01 WS-SNAP-TRIAL-NAME.
               05 FILLER PIC X(22) VALUE 'storage/snap.trialbal.'.
               05 WS-SNAP-TRIAL-GEN PIC 9(02).
           01 WS-ACCOUNTS-COPIED PIC 9(07) VALUE ZERO.
           01 WS-LOANS-COPIED PIC 9(07) VALUE ZERO.
           01 WS-CUSTOMERS-COPIED PIC 9(07) VALUE ZERO.
           01 WS-HOLDS-COPIED PIC 9(07) VALUE ZERO.
           01 WS-REVERSALS-COPIED PIC 9(07) VALUE ZERO.
           01 WS-SIGNERS-COPIED PIC 9(07) VALUE ZERO.
           01 WS-AUDIT-COUNT PIC 9(07) VALUE ZERO.
           01 WS-PROC-COUNT PIC 9(07) VALUE ZERO.
           01 WS-NETREG-COUNT PIC 9(07) VALUE ZERO.
           01 WS-NETEXC-COUNT PIC 9(07) VALUE ZERO.
           01 WS-EVENT-COUNT PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-COPY-ACCOUNTS THRU 2000-EXIT
           PERFORM 3000-COPY-LOANS THRU 3000-EXIT
           PERFORM 3500-COPY-CUSTOMERS THRU 3500-EXIT
           PERFORM 3700-COPY-HOLDS THRU 3700-EXIT
           PERFORM 3900-COPY-REVERSALS THRU 3900-EXIT
           PERFORM 3960-COPY-SIGNATORIES THRU 3960-EXIT
           PERFORM 4000-COPY-TRIALBAL THRU 4000-EXIT
           PERFORM 5000-COUNT-AUDIT THRU 5000-EXIT
           PERFORM 5500-COUNT-PROCREG THRU 5500-EXIT
           PERFORM 5700-COUNT-NETREG THRU 5700-EXIT
           PERFORM 5800-COUNT-NETEXC THRU 5800-EXIT
           PERFORM 5900-COUNT-EVENTS THRU 5900-EXIT
           PERFORM 6000-REGISTER-SNAPSHOT THRU 6000-EXIT
           DISPLAY 'ACCTSNAP GENERATION ' WS-GENERATION
               ' TAKEN FOR ' WS-BUSINESS-DATE
               ' - ACCOUNTS ' WS-ACCOUNTS-COPIED
               ' LOANS ' WS-LOANS-COPIED
               ' CUSTOMERS ' WS-CUSTOMERS-COPIED
               ' HOLDS ' WS-HOLDS-COPIED
               ' REVERSALS ' WS-REVERSALS-COPIED
               ' SIGNERS ' WS-SIGNERS-COPIED
               ' AUDIT MARK ' WS-AUDIT-COUNT
               ' REGISTER MARK ' WS-PROC-COUNT
               ' NETWORK MARKS ' WS-NETREG-COUNT
               ' ' WS-NETEXC-COUNT
               ' EVENT MARK ' WS-EVENT-COUNT
           STOP RUN.

      ******************************************************************
           MOVE WS-GENERATION TO WS-SNAP-ACCOUNT-GEN
           MOVE WS-GENERATION TO WS-SNAP-LOAN-GEN
           MOVE WS-GENERATION TO WS-SNAP-CUSTOMER-GEN
           MOVE WS-GENERATION TO WS-SNAP-HOLD-GEN
           MOVE WS-GENERATION TO WS-SNAP-REV-GEN
           MOVE WS-GENERATION TO WS-SNAP-SIGN-GEN
           MOVE WS-GENERATION TO WS-SNAP-TRIAL-GEN.
       1000-EXIT.
           EXIT.
       3600-EXIT.
           EXIT.

       3700-COPY-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF
           OPEN OUTPUT SNAP-HOLD
           IF WS-SNAP-HOLD-FS NOT = '00'
               MOVE 'OPEN SNAP HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SNAP-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT HOLD
           IF WS-HOLD-FS = '35'
               MOVE 'Y' TO WS-HOLD-EOF
           ELSE
               IF WS-HOLD-FS NOT = '00'
                   MOVE 'OPEN INPUT HOLD' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           PERFORM 3800-COPY-HOLD-REC THRU 3800-EXIT
               UNTIL WS-HOLD-EOF = 'Y'
           IF WS-HOLD-FS NOT = '35'
               CLOSE HOLD
           END-IF
           CLOSE SNAP-HOLD.
       3700-EXIT.
           EXIT.

       3800-COPY-HOLD-REC.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE SNAP-HOLD-REC FROM HOLD-FILE
                       IF WS-SNAP-HOLD-FS NOT = '00'
                           MOVE 'WRITE SNAP HOLD' TO
                               WS-IO-ERROR-CONTEXT
                           MOVE WS-SNAP-HOLD-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-HOLDS-COPIED
                   END-IF
           END-READ.
       3800-EXIT.
           EXIT.

       3900-COPY-REVERSALS.
           MOVE 'N' TO WS-REV-EOF
           OPEN OUTPUT SNAP-REVERSAL
           IF WS-SNAP-REV-FS NOT = '00'
               MOVE 'OPEN SNAP REVERSAL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SNAP-REV-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT REVERSAL
           IF WS-REV-FS = '35'
               MOVE 'Y' TO WS-REV-EOF
           ELSE
               IF WS-REV-FS NOT = '00'
                   MOVE 'OPEN INPUT REVERSAL' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REV-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           PERFORM 3950-COPY-REVERSAL-REC THRU 3950-EXIT
               UNTIL WS-REV-EOF = 'Y'
           IF WS-REV-FS NOT = '35'
               CLOSE REVERSAL
           END-IF
           CLOSE SNAP-REVERSAL.
       3900-EXIT.
           EXIT.

       3950-COPY-REVERSAL-REC.
           READ REVERSAL NEXT
               AT END
                   MOVE 'Y' TO WS-REV-EOF
               NOT AT END
                   IF WS-REV-FS NOT = '00'
                       MOVE 'READ REVERSAL' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-REV-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE SNAP-REVERSAL-REC FROM REVERSAL-FILE
                       IF WS-SNAP-REV-FS NOT = '00'
                           MOVE 'WRITE SNAP REVERSAL' TO
                               WS-IO-ERROR-CONTEXT
                           MOVE WS-SNAP-REV-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-REVERSALS-COPIED
                   END-IF
           END-READ.
       3950-EXIT.
           EXIT.

       3960-COPY-SIGNATORIES.
           MOVE 'N' TO WS-SIGN-EOF
           OPEN OUTPUT SNAP-SIGNATORY
           IF WS-SNAP-SIGN-FS NOT = '00'
               MOVE 'OPEN SNAP SIGNATORY' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SNAP-SIGN-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT SIGNATORY
           IF WS-SIGN-FS = '35'
               MOVE 'Y' TO WS-SIGN-EOF
           ELSE
               IF WS-SIGN-FS NOT = '00'
                   MOVE 'OPEN INPUT SIGNATORY' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           PERFORM 3970-COPY-SIGNATORY-REC THRU 3970-EXIT
               UNTIL WS-SIGN-EOF = 'Y'
           IF WS-SIGN-FS NOT = '35'
               CLOSE SIGNATORY
           END-IF
           CLOSE SNAP-SIGNATORY.
       3960-EXIT.
           EXIT.

       3970-COPY-SIGNATORY-REC.
           READ SIGNATORY NEXT
               AT END
                   MOVE 'Y' TO WS-SIGN-EOF
               NOT AT END
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'READ SIGNATORY' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE SNAP-SIGNATORY-REC FROM SIGNATORY-FILE
                       IF WS-SNAP-SIGN-FS NOT = '00'
                           MOVE 'WRITE SNAP SIGNATORY' TO
                               WS-IO-ERROR-CONTEXT
                           MOVE WS-SNAP-SIGN-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-SIGNERS-COPIED
                   END-IF
           END-READ.
       3970-EXIT.
           EXIT.

      ******************************************************************
      * The audit trail, the processed-file register, NETCLEAR's
      * register and exceptions file and the alert events are
      * append-only, so the number
      * of records on each at snapshot time IS the snapshot -
      * ACCTREST cuts them back to these counts instead of needing
      * full copies.
      ******************************************************************
       5000-COUNT-AUDIT.
           MOVE 'N' TO WS-AUDIT-EOF
       5600-EXIT.
           EXIT.

      ******************************************************************
      * A night with no clearing file yet has neither NETCLEAR file;
      * its mark is zero and a restore leaves both empty.
      ******************************************************************
       5700-COUNT-NETREG.
           MOVE 'N' TO WS-NETREG-EOF
           OPEN INPUT NET-REGISTER
           IF WS-NETREG-FS = '00'
               PERFORM 5710-COUNT-NETREG-REC THRU 5710-EXIT
                   UNTIL WS-NETREG-EOF = 'Y'
               CLOSE NET-REGISTER
           END-IF.
       5700-EXIT.
           EXIT.

       5710-COUNT-NETREG-REC.
           READ NET-REGISTER
               AT END
                   MOVE 'Y' TO WS-NETREG-EOF
               NOT AT END
                   IF WS-NETREG-FS NOT = '00'
                       MOVE 'READ NETWORK.PROCREG' TO
                           WS-IO-ERROR-CONTEXT
                       MOVE WS-NETREG-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       ADD 1 TO WS-NETREG-COUNT
                   END-IF
           END-READ.
       5710-EXIT.
           EXIT.

       5800-COUNT-NETEXC.
           MOVE 'N' TO WS-NETEXC-EOF
           OPEN INPUT NET-EXCEPTION
           IF WS-NETEXC-FS = '00'
               PERFORM 5810-COUNT-NETEXC-REC THRU 5810-EXIT
                   UNTIL WS-NETEXC-EOF = 'Y'
               CLOSE NET-EXCEPTION
           END-IF.
       5800-EXIT.
           EXIT.

       5810-COUNT-NETEXC-REC.
           READ NET-EXCEPTION
               AT END
                   MOVE 'Y' TO WS-NETEXC-EOF
               NOT AT END
                   IF WS-NETEXC-FS NOT = '00'
                       MOVE 'READ NETWORK.EXCEPT' TO
                           WS-IO-ERROR-CONTEXT
                       MOVE WS-NETEXC-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       ADD 1 TO WS-NETEXC-COUNT
                   END-IF
           END-READ.
       5810-EXIT.
           EXIT.

      ******************************************************************
      * No alert events file only means nothing has raised one yet.
      ******************************************************************
       5900-COUNT-EVENTS.
           MOVE 'N' TO WS-EVENT-EOF
           OPEN INPUT ALERT-EVENT
           IF WS-EVENT-FS = '00'
               PERFORM 5910-COUNT-EVENT-REC THRU 5910-EXIT
                   UNTIL WS-EVENT-EOF = 'Y'
               CLOSE ALERT-EVENT
           END-IF.
       5900-EXIT.
           EXIT.

       5910-COUNT-EVENT-REC.
           READ ALERT-EVENT
               AT END
                   MOVE 'Y' TO WS-EVENT-EOF
               NOT AT END
                   IF WS-EVENT-FS NOT = '00'
                       MOVE 'READ ALERT.EVENTS' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       ADD 1 TO WS-EVENT-COUNT
                   END-IF
           END-READ.
       5910-EXIT.
           EXIT.

      ******************************************************************
      * Only a snapshot whose copies were all written whole gets this
      * far, so the generation goes onto the register for ACCTREST to
           MOVE WS-FILE-SEQ TO SNAP-FILE-SEQ
           MOVE WS-AUDIT-COUNT TO SNAP-AUDIT-COUNT
           MOVE WS-PROC-COUNT TO SNAP-PROC-COUNT
           MOVE WS-NETREG-COUNT TO SNAP-NETREG-COUNT
           MOVE WS-NETEXC-COUNT TO SNAP-NETEXC-COUNT
           MOVE WS-EVENT-COUNT TO SNAP-EVENT-COUNT
           WRITE SNAP-REGISTER-FILE
           IF WS-REG-FS NOT = '00'
               MOVE 'WRITE SNAP.REGISTER' TO WS-IO-ERROR-CONTEXT
           CLOSE ACCOUNT
           CLOSE LOAN
           CLOSE CUSTOMER
           CLOSE HOLD
           CLOSE REVERSAL
           CLOSE SIGNATORY
           CLOSE TRIAL-BALANCE
           CLOSE ACCOUNT-AUDIT-IN
           CLOSE ACCOUNT-PROCESSED
           CLOSE NET-REGISTER
           CLOSE NET-EXCEPTION
           CLOSE ALERT-EVENT
           CLOSE SNAP-ACCOUNT
           CLOSE SNAP-LOAN
           CLOSE SNAP-CUSTOMER
           CLOSE SNAP-HOLD
           CLOSE SNAP-REVERSAL
           CLOSE SNAP-SIGNATORY
           CLOSE SNAP-TRIAL
           CLOSE SNAP-REGISTER
           STOP RUN.
