      *          cut. The flat copies are written back over
      *          storage/accout.data, storage/loan.data,
      *          storage/customer.data (the posting run's CADASTRO
      *          upserts dirty it along with the money masters),
      *          storage/hold.data (the funds holds the posting run
      *          places and releases), storage/reversal.data (the
      *          ESTORNOs it has posted), storage/signatory.data (the
      *          signers it has added and removed) and
      *          storage/accout.trialbal,
      *          and the five append-only files the bad posting and
      *          the steps after it also grew - the audit trail, the
      *          processed-file register, storage/network.procreg,
      *          storage/network.exceptions and
      *          storage/alert.events - are cut back to the record
      *          counts the snapshot noted,
      *          into storage/accout.audit.new,
      *          storage/accout.procreg.new,
      *          storage/network.procreg.new,
      *          storage/network.exceptions.new and
      *          storage/alert.events.new for the operator to
      *          install (the suspense work-off's install step). With
      *          all eleven put back to the same moment, the next
      *          ACCTRECON proves clean instead of screaming drift,
      *          neither register refuses the corrected input file,
      *          and no customer is alerted about the undone night.
      *          The restore itself is recorded on the
      *          snapshot register as an 'R' record.
      * Tectonics: cobc
      ******************************************************************
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
             FILE STATUS IS WS-PROC-FS.
             SELECT PROCREG-NEW ASSIGN TO 'storage/accout.procreg.new'
             FILE STATUS IS WS-PROC-NEW-FS.
             SELECT NET-REGISTER ASSIGN TO 'storage/network.procreg'
             FILE STATUS IS WS-NETREG-FS.
             SELECT NETREG-NEW ASSIGN TO
                 'storage/network.procreg.new'
             FILE STATUS IS WS-NETREG-NEW-FS.
             SELECT NET-EXCEPTION ASSIGN TO
                 'storage/network.exceptions'
             FILE STATUS IS WS-NETEXC-FS.
             SELECT NETEXC-NEW ASSIGN TO
                 'storage/network.exceptions.new'
             FILE STATUS IS WS-NETEXC-NEW-FS.
             SELECT ALERT-EVENT ASSIGN TO 'storage/alert.events'
             FILE STATUS IS WS-EVENT-FS.
             SELECT EVENT-NEW ASSIGN TO 'storage/alert.events.new'
             FILE STATUS IS WS-EVENT-NEW-FS.
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
               05 TRIAL-TIMESTAMP PIC 9(16).
               05 TRIAL-TOTAL PIC S9(11)V99.

           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC PIC X(89).

           FD AUDIT-NEW.
           01 AUDIT-NEW-REC PIC X(89).

           FD ACCOUNT-PROCESSED.
           01 ACCOUNT-PROCESSED-FILE.
           FD PROCREG-NEW.
           01 PROCREG-NEW-REC PIC X(30).

           FD NET-REGISTER.
           01 NET-REGISTER-REC PIC X(55).

           FD NETREG-NEW.
           01 NETREG-NEW-REC PIC X(55).

           FD NET-EXCEPTION.
           01 NET-EXCEPTION-REC PIC X(94).

           FD NETEXC-NEW.
           01 NETEXC-NEW-REC PIC X(94).

           FD ALERT-EVENT.
           01 ALERT-EVENT-REC PIC X(61).

           FD EVENT-NEW.
           01 EVENT-NEW-REC PIC X(61).

           FD SNAP-ACCOUNT.
           COPY ACCTMST REPLACING
               ==ACCOUNT-FILE== BY ==SNAP-ACCOUNT-REC==
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
           01 WS-SNAP-EOF PIC A(1).
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
           01 WS-AUDIT-NEW-FS PIC X(02).
           01 WS-PROC-FS PIC X(02).
           01 WS-PROC-NEW-FS PIC X(02).
           01 WS-NETREG-FS PIC X(02).
           01 WS-NETREG-NEW-FS PIC X(02).
           01 WS-NETEXC-FS PIC X(02).
           01 WS-NETEXC-NEW-FS PIC X(02).
           01 WS-EVENT-FS PIC X(02).
           01 WS-EVENT-NEW-FS PIC X(02).
           01 WS-SNAP-ACCT-FS PIC X(02).
           01 WS-SNAP-LOAN-FS PIC X(02).
           01 WS-SNAP-CUST-FS PIC X(02).
           01 WS-SNAP-HOLD-FS PIC X(02).
           01 WS-SNAP-REV-FS PIC X(02).
           01 WS-SNAP-SIGN-FS PIC X(02).
           01 WS-SNAP-TRIAL-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-SNAP-FILE-SEQ PIC 9(04).
           01 WS-SNAP-AUDIT-COUNT PIC 9(07).
           01 WS-SNAP-PROC-COUNT PIC 9(07).
           01 WS-SNAP-NETREG-COUNT PIC 9(07).
           01 WS-SNAP-NETEXC-COUNT PIC 9(07).
           01 WS-SNAP-EVENT-COUNT PIC 9(07).

           01 WS-SNAP-ACCOUNT-NAME.
               05 FILLER PIC X(20) VALUE 'storage/snap.accout.'.
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
           01 WS-ACCOUNTS-RESTORED PIC 9(07) VALUE ZERO.
           01 WS-LOANS-RESTORED PIC 9(07) VALUE ZERO.
           01 WS-CUSTOMERS-RESTORED PIC 9(07) VALUE ZERO.
           01 WS-HOLDS-RESTORED PIC 9(07) VALUE ZERO.
           01 WS-REVERSALS-RESTORED PIC 9(07) VALUE ZERO.
           01 WS-SIGNERS-RESTORED PIC 9(07) VALUE ZERO.
           01 WS-AUDIT-KEPT PIC 9(07) VALUE ZERO.
           01 WS-PROC-KEPT PIC 9(07) VALUE ZERO.
           01 WS-NETREG-KEPT PIC 9(07) VALUE ZERO.
           01 WS-NETEXC-KEPT PIC 9(07) VALUE ZERO.
           01 WS-EVENT-KEPT PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-RESTORE-ACCOUNTS THRU 2000-EXIT
           PERFORM 3000-RESTORE-LOANS THRU 3000-EXIT
           PERFORM 3500-RESTORE-CUSTOMERS THRU 3500-EXIT
           PERFORM 3700-RESTORE-HOLDS THRU 3700-EXIT
           PERFORM 3900-RESTORE-REVERSALS THRU 3900-EXIT
           PERFORM 3960-RESTORE-SIGNATORIES THRU 3960-EXIT
           PERFORM 4000-RESTORE-TRIALBAL THRU 4000-EXIT
           PERFORM 5000-CUT-AUDIT THRU 5000-EXIT
           PERFORM 5500-CUT-PROCREG THRU 5500-EXIT
           PERFORM 5700-CUT-NETREG THRU 5700-EXIT
           PERFORM 5800-CUT-NETEXC THRU 5800-EXIT
           PERFORM 5900-CUT-EVENTS THRU 5900-EXIT
           PERFORM 6000-REGISTER-RESTORE THRU 6000-EXIT
           DISPLAY 'ACCTREST GENERATION ' WS-GENERATION
               ' RESTORED - TAKEN FOR ' WS-SNAP-BUSINESS-DATE
               ' - ACCOUNTS ' WS-ACCOUNTS-RESTORED
               ' LOANS ' WS-LOANS-RESTORED
               ' CUSTOMERS ' WS-CUSTOMERS-RESTORED
               ' HOLDS ' WS-HOLDS-RESTORED
               ' REVERSALS ' WS-REVERSALS-RESTORED
               ' SIGNERS ' WS-SIGNERS-RESTORED
           DISPLAY 'ACCTREST INSTALL storage/accout.audit.new AS '
               'storage/accout.audit, storage/accout.procreg.new '
               'AS storage/accout.procreg, '
               'storage/network.procreg.new AS '
               'storage/network.procreg, '
               'storage/network.exceptions.new AS '
               'storage/network.exceptions AND '
               'storage/alert.events.new AS '
               'storage/alert.events TO COMPLETE THE RESTORE'
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
                           MOVE SNAP-AUDIT-COUNT TO
                               WS-SNAP-AUDIT-COUNT
                           MOVE SNAP-PROC-COUNT TO WS-SNAP-PROC-COUNT
                           MOVE SNAP-NETREG-COUNT TO
                               WS-SNAP-NETREG-COUNT
                           MOVE SNAP-NETEXC-COUNT TO
                               WS-SNAP-NETEXC-COUNT
                           MOVE SNAP-EVENT-COUNT TO
                               WS-SNAP-EVENT-COUNT
                       END-IF
                   END-IF
           END-READ.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * A generation taken before the shop kept funds holds has no
      * snap.hold copy at all; restoring it rebuilds an empty holds
      * master, which is what the shop held at that moment.
      ******************************************************************
       3700-RESTORE-HOLDS.
           MOVE 'N' TO WS-SNAP-EOF
           OPEN INPUT SNAP-HOLD
           IF WS-SNAP-HOLD-FS = '35'
               MOVE 'Y' TO WS-SNAP-EOF
           ELSE
               IF WS-SNAP-HOLD-FS NOT = '00'
                   MOVE 'OPEN SNAP HOLD' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SNAP-HOLD-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT HOLD
           IF WS-HOLD-FS NOT = '00'
               MOVE 'OPEN OUTPUT HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3800-RESTORE-HOLD-REC THRU 3800-EXIT
               UNTIL WS-SNAP-EOF = 'Y'
           CLOSE HOLD
           IF WS-SNAP-HOLD-FS NOT = '35'
               CLOSE SNAP-HOLD
           END-IF.
       3700-EXIT.
           EXIT.

       3800-RESTORE-HOLD-REC.
           READ SNAP-HOLD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF
               NOT AT END
                   IF WS-SNAP-HOLD-FS NOT = '00'
                       MOVE 'READ SNAP HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SNAP-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE HOLD-FILE FROM SNAP-HOLD-REC
                       IF WS-HOLD-FS NOT = '00'
                           MOVE 'WRITE HOLD' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-HOLDS-RESTORED
                   END-IF
           END-READ.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * Likewise a generation taken before any ESTORNO was posted has
      * no snap.reversal copy; it restores an empty reversal register,
      * so the originals reversed since are open to reversal again
      * along with the rest of the rolled-back day.
      ******************************************************************
       3900-RESTORE-REVERSALS.
           MOVE 'N' TO WS-SNAP-EOF
           OPEN INPUT SNAP-REVERSAL
           IF WS-SNAP-REV-FS = '35'
               MOVE 'Y' TO WS-SNAP-EOF
           ELSE
               IF WS-SNAP-REV-FS NOT = '00'
                   MOVE 'OPEN SNAP REVERSAL' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SNAP-REV-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT REVERSAL
           IF WS-REV-FS NOT = '00'
               MOVE 'OPEN OUTPUT REVERSAL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REV-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3950-RESTORE-REVERSAL-REC THRU 3950-EXIT
               UNTIL WS-SNAP-EOF = 'Y'
           CLOSE REVERSAL
           IF WS-SNAP-REV-FS NOT = '35'
               CLOSE SNAP-REVERSAL
           END-IF.
       3900-EXIT.
           EXIT.

       3950-RESTORE-REVERSAL-REC.
           READ SNAP-REVERSAL
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF
               NOT AT END
                   IF WS-SNAP-REV-FS NOT = '00'
                       MOVE 'READ SNAP REVERSAL' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SNAP-REV-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE REVERSAL-FILE FROM SNAP-REVERSAL-REC
                       IF WS-REV-FS NOT = '00'
                           MOVE 'WRITE REVERSAL' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-REV-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-REVERSALS-RESTORED
                   END-IF
           END-READ.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * A generation taken before any signer was added has no
      * snap.signatory copy either; it restores an empty signatory
      * file, leaving every account signed by its first holder alone.
      ******************************************************************
       3960-RESTORE-SIGNATORIES.
           MOVE 'N' TO WS-SNAP-EOF
           OPEN INPUT SNAP-SIGNATORY
           IF WS-SNAP-SIGN-FS = '35'
               MOVE 'Y' TO WS-SNAP-EOF
           ELSE
               IF WS-SNAP-SIGN-FS NOT = '00'
                   MOVE 'OPEN SNAP SIGNATORY' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SNAP-SIGN-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT SIGNATORY
           IF WS-SIGN-FS NOT = '00'
               MOVE 'OPEN OUTPUT SIGNATORY' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3970-RESTORE-SIGNATORY-REC THRU 3970-EXIT
               UNTIL WS-SNAP-EOF = 'Y'
           CLOSE SIGNATORY
           IF WS-SNAP-SIGN-FS NOT = '35'
               CLOSE SNAP-SIGNATORY
           END-IF.
       3960-EXIT.
           EXIT.

       3970-RESTORE-SIGNATORY-REC.
           READ SNAP-SIGNATORY
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF
               NOT AT END
                   IF WS-SNAP-SIGN-FS NOT = '00'
                       MOVE 'READ SNAP SIGNATORY' TO
                           WS-IO-ERROR-CONTEXT
                       MOVE WS-SNAP-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE SIGNATORY-FILE FROM SNAP-SIGNATORY-REC
                       IF WS-SIGN-FS NOT = '00'
                           MOVE 'WRITE SIGNATORY' TO
                               WS-IO-ERROR-CONTEXT
                           MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-SIGNERS-RESTORED
                   END-IF
           END-READ.
       3970-EXIT.
           EXIT.

      ******************************************************************
      * The trial-balance register goes back to the snapshot's copy -
      * this is the piece that keeps ACCTRECON's prior-total proof
       5600-EXIT.
           EXIT.

      ******************************************************************
      * NETCLEAR runs after the snapshot, so its settlement register
      * and exceptions file carry the nights being undone as well.
      * Left long, the register would refuse the same clearing file
      * when it comes round again on the restored masters.
      ******************************************************************
       5700-CUT-NETREG.
           MOVE 'N' TO WS-NETREG-EOF
           OPEN OUTPUT NETREG-NEW
           IF WS-NETREG-NEW-FS NOT = '00'
               MOVE 'OPEN NETREG.NEW' TO WS-IO-ERROR-CONTEXT
               MOVE WS-NETREG-NEW-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT NET-REGISTER
           IF WS-NETREG-FS = '00'
               PERFORM 5710-CUT-NETREG-REC THRU 5710-EXIT
                   UNTIL WS-NETREG-EOF = 'Y'
               CLOSE NET-REGISTER
           END-IF
           CLOSE NETREG-NEW.
       5700-EXIT.
           EXIT.

       5710-CUT-NETREG-REC.
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
                       IF WS-NETREG-KEPT < WS-SNAP-NETREG-COUNT
                           WRITE NETREG-NEW-REC FROM NET-REGISTER-REC
                           IF WS-NETREG-NEW-FS NOT = '00'
                               MOVE 'WRITE NETREG.NEW' TO
                                   WS-IO-ERROR-CONTEXT
                               MOVE WS-NETREG-NEW-FS TO WS-IO-ERROR-FS
                               PERFORM 9000-IO-ERROR THRU 9000-EXIT
                           END-IF
                           ADD 1 TO WS-NETREG-KEPT
                       ELSE
                           MOVE 'Y' TO WS-NETREG-EOF
                       END-IF
                   END-IF
           END-READ.
       5710-EXIT.
           EXIT.

       5800-CUT-NETEXC.
           MOVE 'N' TO WS-NETEXC-EOF
           OPEN OUTPUT NETEXC-NEW
           IF WS-NETEXC-NEW-FS NOT = '00'
               MOVE 'OPEN NETEXC.NEW' TO WS-IO-ERROR-CONTEXT
               MOVE WS-NETEXC-NEW-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT NET-EXCEPTION
           IF WS-NETEXC-FS = '00'
               PERFORM 5810-CUT-NETEXC-REC THRU 5810-EXIT
                   UNTIL WS-NETEXC-EOF = 'Y'
               CLOSE NET-EXCEPTION
           END-IF
           CLOSE NETEXC-NEW.
       5800-EXIT.
           EXIT.

       5810-CUT-NETEXC-REC.
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
                       IF WS-NETEXC-KEPT < WS-SNAP-NETEXC-COUNT
                           WRITE NETEXC-NEW-REC FROM NET-EXCEPTION-REC
                           IF WS-NETEXC-NEW-FS NOT = '00'
                               MOVE 'WRITE NETEXC.NEW' TO
                                   WS-IO-ERROR-CONTEXT
                               MOVE WS-NETEXC-NEW-FS TO WS-IO-ERROR-FS
                               PERFORM 9000-IO-ERROR THRU 9000-EXIT
                           END-IF
                           ADD 1 TO WS-NETEXC-KEPT
                       ELSE
                           MOVE 'Y' TO WS-NETEXC-EOF
                       END-IF
                   END-IF
           END-READ.
       5810-EXIT.
           EXIT.

      ******************************************************************
      * The alert events the undone night raised - suspended
      * signatures, failed standing orders, missed installments -
      * must not reach ACCTALRT; the replay raises them again where
      * they still apply.
      ******************************************************************
       5900-CUT-EVENTS.
           MOVE 'N' TO WS-EVENT-EOF
           OPEN OUTPUT EVENT-NEW
           IF WS-EVENT-NEW-FS NOT = '00'
               MOVE 'OPEN EVENTS.NEW' TO WS-IO-ERROR-CONTEXT
               MOVE WS-EVENT-NEW-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT ALERT-EVENT
           IF WS-EVENT-FS = '00'
               PERFORM 5910-CUT-EVENT-REC THRU 5910-EXIT
                   UNTIL WS-EVENT-EOF = 'Y'
               CLOSE ALERT-EVENT
           END-IF
           CLOSE EVENT-NEW.
       5900-EXIT.
           EXIT.

       5910-CUT-EVENT-REC.
           READ ALERT-EVENT
               AT END
                   MOVE 'Y' TO WS-EVENT-EOF
               NOT AT END
                   IF WS-EVENT-FS NOT = '00'
                       MOVE 'READ ALERT.EVENTS' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF WS-EVENT-KEPT < WS-SNAP-EVENT-COUNT
                           WRITE EVENT-NEW-REC FROM ALERT-EVENT-REC
                           IF WS-EVENT-NEW-FS NOT = '00'
                               MOVE 'WRITE EVENTS.NEW' TO
                                   WS-IO-ERROR-CONTEXT
                               MOVE WS-EVENT-NEW-FS TO WS-IO-ERROR-FS
                               PERFORM 9000-IO-ERROR THRU 9000-EXIT
                           END-IF
                           ADD 1 TO WS-EVENT-KEPT
                       ELSE
                           MOVE 'Y' TO WS-EVENT-EOF
                       END-IF
                   END-IF
           END-READ.
       5910-EXIT.
           EXIT.

      ******************************************************************
      * The restore is itself part of the shop's history, so it goes
      * onto the snapshot register as an 'R' record carrying the
           MOVE WS-SNAP-FILE-SEQ TO SNAP-FILE-SEQ
           MOVE WS-SNAP-AUDIT-COUNT TO SNAP-AUDIT-COUNT
           MOVE WS-SNAP-PROC-COUNT TO SNAP-PROC-COUNT
           MOVE WS-SNAP-NETREG-COUNT TO SNAP-NETREG-COUNT
           MOVE WS-SNAP-NETEXC-COUNT TO SNAP-NETEXC-COUNT
           MOVE WS-SNAP-EVENT-COUNT TO SNAP-EVENT-COUNT
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
           CLOSE AUDIT-NEW
           CLOSE ACCOUNT-PROCESSED
           CLOSE PROCREG-NEW
           CLOSE NET-REGISTER
           CLOSE NETREG-NEW
           CLOSE NET-EXCEPTION
           CLOSE NETEXC-NEW
           CLOSE ALERT-EVENT
           CLOSE EVENT-NEW
           CLOSE SNAP-ACCOUNT
           CLOSE SNAP-LOAN
           CLOSE SNAP-CUSTOMER
           CLOSE SNAP-HOLD
           CLOSE SNAP-REVERSAL
           CLOSE SNAP-SIGNATORY
           CLOSE SNAP-TRIAL
           CLOSE SNAP-REGISTER
           STOP RUN.
