             FILE STATUS IS FS.
             SELECT ACCOUNT-AUDIT ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT AUDIT-REFCTL ASSIGN TO 'storage/audit.refctl'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS AUDREF-KEY
             FILE STATUS IS WS-REFCTL-FS.
             SELECT INTEREST-RPT ASSIGN TO 'storage/accout.interest.rpt'
             FILE STATUS IS WS-RPT-FS.

           FD ACCOUNT-AUDIT.
           COPY ACCTAUD.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD INTEREST-RPT.
           01 INTEREST-RPT-LINE PIC X(100).

           01 WS-MASTER-EOF PIC A(1).
           01 FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-REFCTL-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).
               MOVE FS TO WS-IO-ERROR-FS
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
           OPEN OUTPUT INTEREST-RPT
           IF WS-RPT-FS NOT = '00'
           EXIT.

      ******************************************************************
      * Only open accounts accrue either way: a closed account is
      * barred from monetary operations by the posting run, so this
      * cycle does not move its money either. A dormant account still
      * holds its customer's money and still earns or owes on it. A
      * zero balance earns and owes nothing and is simply skipped.
      ******************************************************************
       2000-SERVICE-ACCOUNT.
           READ ACCOUNT NEXT
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF NOT ACCOUNT-STATUS-CLOSED
                           PERFORM 2100-PROCESS-ACCOUNT THRU 2100-EXIT
                       END-IF
                   END-IF
           MOVE WS-CYCLE-DATE TO AUDIT-DATE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE WS-INTEREST TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
       8000-EXIT.
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

       9100-TERMINATE.
           CLOSE ACCOUNT
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE INTEREST-RPT.
       9100-EXIT.
               ' FS=' WS-IO-ERROR-FS
               ' ACCOUNT-ID=' ACCOUNT-ID
           CLOSE ACCOUNT
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE INTEREST-RPT
           STOP RUN.
