      *          it, so last year's extrato still prints after the
      *          live file has been purged and an account dormant
      *          since before a cutoff still opens at its real
      *          balance. A joint account's statement is printed again
      *          for every holder and joint holder on
      *          storage/signatory.data, each copy headed with that
      *          signer's own mailing address; attorneys get no copy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
             SELECT REVERSAL ASSIGN TO 'storage/reversal.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS REV-ORIGINAL-REF
             FILE STATUS IS WS-REV-FS.
             SELECT SIGNATORY ASSIGN TO 'storage/signatory.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SIGN-KEY
             FILE STATUS IS WS-SIGN-FS.
             SELECT STMT-COPY ASSIGN TO 'storage/accout.stmt.copy'
             FILE STATUS IS WS-COPY-FS.
             SELECT STATEMENT-RPT ASSIGN TO
                 'storage/accout.statements.rpt'
             FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC PIC X(89).

           FD ARCH-REGISTER.
           COPY ARCHREG.

           FD AUDIT-ARCHIVE-IN.
           01 ARCH-IN-REC PIC X(89).

           FD AUDIT-COMBINED.
           01 COMB-REC PIC X(89).

           SD SORT-WORK.
           01 SORT-REC.
               05 SORT-TIMESTAMP PIC 9(16).
               05 SORT-ACCOUNT-ID PIC 9(10).
               05 FILLER PIC X(63).

           FD SORTED-AUDIT.
           COPY ACCTAUD.
           FD CUSTOMER.
           COPY CUSTMST.

           FD REVERSAL.
           COPY REVMST.

           FD SIGNATORY.
           COPY SIGNMST.

           FD STMT-COPY.
           01 STMT-COPY-REC PIC X(100).

           FD STATEMENT-RPT.
           01 STATEMENT-RPT-LINE PIC X(100).

           01 WS-CUST-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-CUST-OPENED VALUE 'Y'.
           01 WS-STMT-CUST-ID PIC 9(10).
           01 WS-REV-FS PIC X(02).
           01 WS-REV-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-REV-OPENED VALUE 'Y'.
           01 WS-SIGN-FS PIC X(02).
           01 WS-SIGN-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-SIGN-OPENED VALUE 'Y'.
           01 WS-SIGN-SCAN-EOF PIC X(01).
           01 WS-COPY-FS PIC X(02).
           01 WS-COPY-EOF PIC X(01).
           01 WS-STMT-HOLDER-ID PIC 9(10).
           01 WS-COPIES-PRINTED PIC 9(07) VALUE ZERO.
           01 WS-AUDIT-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-ARCHIVE-FS PIC X(02).
           01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-BALANCE PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-NAME PIC X(30).
           01 WS-RPT-REF PIC 9(12).
           01 WS-RPT-MARK PIC X(24).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN INPUT REVERSAL
           IF WS-REV-FS = '00'
               MOVE 'Y' TO WS-REV-OPEN-SW
           ELSE
               IF WS-REV-FS NOT = '35'
                   MOVE 'OPEN INPUT REVERSAL' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REV-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN INPUT SIGNATORY
           IF WS-SIGN-FS = '00'
               MOVE 'Y' TO WS-SIGN-OPEN-SW
           ELSE
               IF WS-SIGN-FS NOT = '35'
                   MOVE 'OPEN INPUT SIGNATORY' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT STATEMENT-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT STMT-RPT' TO WS-IO-ERROR-CONTEXT
      * per account: records dated before the period only roll the
      * opening balance forward, records after the period are skipped,
      * and the first record inside the period opens the statement.
      * EMPRESTIMO (4) and JUROS EMPREST (25) records never roll
      * either balance forward - their balance is the loan's
      * outstanding balance, not the checking balance (the
      * reconciliation run skips them the same way) - though they are
      * still printed as lines in the period.
      ******************************************************************
       2000-PROCESS-AUDIT.
           READ SORTED-AUDIT
           EVALUATE TRUE
               WHEN AUDIT-DATE < WS-STMT-FROM-DATE
                   IF AUDIT-OPERATION NOT = 4
                       AND AUDIT-OPERATION NOT = 25
                       MOVE AUDIT-BALANCE TO WS-OPENING-BALANCE
                       MOVE AUDIT-BALANCE TO WS-CLOSING-BALANCE
                   END-IF
                   END-IF
                   PERFORM 3100-PRINT-TRANSACTION THRU 3100-EXIT
                   IF AUDIT-OPERATION NOT = 4
                       AND AUDIT-OPERATION NOT = 25
                       MOVE AUDIT-BALANCE TO WS-CLOSING-BALANCE
                   END-IF
           END-EVALUATE.
      * address off the customer master when the account is linked to
      * one - the line that finally makes a statement mailable - the
      * period, and the opening balance carried in from the pre-period
      * history. Everything from the period line on is also kept on
      * the copy work file (3090) so the further holders' copies can
      * be printed from it once the statement is closed (3300).
      ******************************************************************
       3000-OPEN-STATEMENT.
           MOVE ZERO TO WS-STMT-CUST-ID
                       MOVE ACCOUNT-CUSTOMER-ID TO WS-STMT-CUST-ID
                   END-IF
           END-READ
           MOVE WS-STMT-CUST-ID TO WS-STMT-HOLDER-ID
           MOVE WS-CURRENT-ACCOUNT TO WS-RPT-ID
           MOVE SPACES TO STATEMENT-RPT-LINE
           WRITE STATEMENT-RPT-LINE
           IF WS-CUST-OPENED AND WS-STMT-CUST-ID NOT = ZERO
               PERFORM 3050-PRINT-ADDRESS THRU 3050-EXIT
           END-IF
           IF WS-SIGN-OPENED
               OPEN OUTPUT STMT-COPY
               IF WS-COPY-FS NOT = '00'
                   MOVE 'OPEN OUTPUT STMT-COPY' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-COPY-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE WS-STMT-FROM-DATE TO WS-RPT-DATE
           MOVE WS-STMT-TO-DATE TO WS-RPT-DATE2
           MOVE SPACES TO WS-LINE
           STRING 'PERIODO ' WS-RPT-DATE ' A ' WS-RPT-DATE2
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 3090-WRITE-BODY-LINE THRU 3090-EXIT
           MOVE WS-OPENING-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES TO WS-LINE
           STRING 'SALDO ANTERIOR ' WS-RPT-BALANCE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 3090-WRITE-BODY-LINE THRU 3090-EXIT
           MOVE 'Y' TO WS-STMT-OPEN-SW
           ADD 1 TO WS-STATEMENTS-PRINTED.
       3000-EXIT.
       3050-EXIT.
           EXIT.

       3090-WRITE-BODY-LINE.
           MOVE WS-LINE TO STATEMENT-RPT-LINE
           WRITE STATEMENT-RPT-LINE
           IF WS-SIGN-OPENED
               WRITE STMT-COPY-REC FROM WS-LINE
               IF WS-COPY-FS NOT = '00'
                   MOVE 'WRITE STMT-COPY' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-COPY-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       3090-EXIT.
           EXIT.

      ******************************************************************
      * One line per transaction: date, time, the operation spelled out
      * (same naming ACCTREPORT uses, extended with the audit-only
      * codes), amount, and the balance that resulted. An operation
      * code this program does not know is printed raw rather than
      * dropped, so nothing on the audit trail is hidden from the
      * customer. EMPRESTIMO and JUROS EMPREST lines show the loan's
      * outstanding balance (that is the balance the audit trail
      * records for a draw and for a month's loan interest), not the
      * checking balance.
      ******************************************************************
       3100-PRINT-TRANSACTION.
           IF AUDIT-OPERATION >= 1 AND AUDIT-OPERATION <= 25
               MOVE AUDIT-OPERATION TO WS-OP-INDEX
               MOVE WS-OP-NAME-ENTRY (WS-OP-INDEX) TO WS-OP-NAME
           ELSE
           MOVE AUDIT-TIME TO WS-RPT-TIME
           MOVE AUDIT-AMOUNT TO WS-RPT-AMOUNT
           MOVE AUDIT-BALANCE TO WS-RPT-BALANCE
           PERFORM 3110-MARK-REVERSAL THRU 3110-EXIT
           MOVE SPACES TO WS-LINE
           STRING WS-RPT-DATE ' ' WS-RPT-TIME ' '
               WS-OP-NAME ' ' WS-RPT-AMOUNT ' SALDO ' WS-RPT-BALANCE
               WS-RPT-MARK
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 3090-WRITE-BODY-LINE THRU 3090-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * Both sides of an ESTORNO stay on the statement so the customer
      * can follow the money: the reversal line names the reference it
      * took back, and the original is marked as reversed when the
      * register holds a reversal against its reference. A transfer's
      * credit leg is reversed along with its debit, so the leg is
      * looked up under the debit's reference it is linked to.
      ******************************************************************
       3110-MARK-REVERSAL.
           MOVE SPACES TO WS-RPT-MARK
           IF AUDIT-REVERSES-REF NOT = ZERO
               MOVE AUDIT-REVERSES-REF TO WS-RPT-REF
               STRING ' ESTORNO DE ' WS-RPT-REF
                   DELIMITED BY SIZE INTO WS-RPT-MARK
           ELSE
               IF WS-REV-OPENED AND AUDIT-REF NOT = ZERO
                   MOVE AUDIT-REF TO REV-ORIGINAL-REF
                   IF AUDIT-OPERATION = 10
                       AND AUDIT-LINK-REF NOT = ZERO
                       MOVE AUDIT-LINK-REF TO REV-ORIGINAL-REF
                   END-IF
                   READ REVERSAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ' ESTORNADO' TO WS-RPT-MARK
                   END-READ
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

       3200-CLOSE-STATEMENT.
           IF WS-STMT-OPENED
               MOVE WS-CLOSING-BALANCE TO WS-RPT-BALANCE
               MOVE SPACES TO WS-LINE
               STRING 'SALDO FINAL ' WS-RPT-BALANCE
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 3090-WRITE-BODY-LINE THRU 3090-EXIT
               MOVE 'N' TO WS-STMT-OPEN-SW
               IF WS-SIGN-OPENED
                   CLOSE STMT-COPY
                   IF WS-CUST-OPENED
                       PERFORM 3300-MAIL-COPIES THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * Every active holder and joint holder of the account on the
      * signatory file is mailed a copy at their own address, the
      * account's first holder excepted - they already have the
      * original. An attorney signs on the account but does not
      * receive its statements. A signer whose customer number is not
      * on the customer master cannot be addressed and is skipped.
      ******************************************************************
       3300-MAIL-COPIES.
           MOVE 'N' TO WS-SIGN-SCAN-EOF
           MOVE WS-CURRENT-ACCOUNT TO SIGN-ACCOUNT-ID
           MOVE ZERO TO SIGN-CUSTOMER-ID
           START SIGNATORY KEY IS >= SIGN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SIGN-SCAN-EOF
           END-START
           PERFORM 3310-NEXT-SIGNER THRU 3310-EXIT
               UNTIL WS-SIGN-SCAN-EOF = 'Y'.
       3300-EXIT.
           EXIT.

       3310-NEXT-SIGNER.
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
                       IF SIGN-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
                           MOVE 'Y' TO WS-SIGN-SCAN-EOF
                       ELSE
                           IF SIGN-STATUS-ACTIVE AND SIGN-ROLE-MAILED
                               AND SIGN-CUSTOMER-ID
                                   NOT = WS-STMT-HOLDER-ID
                               PERFORM 3320-PRINT-COPY THRU 3320-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       3310-EXIT.
           EXIT.

       3320-PRINT-COPY.
           MOVE SIGN-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CUST-FS NOT = '00'
                       MOVE 'READ CUSTOMER' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   MOVE SPACES TO STATEMENT-RPT-LINE
                   WRITE STATEMENT-RPT-LINE
                   MOVE SPACES TO WS-LINE
                   STRING 'EXTRATO DA CONTA ' WS-RPT-ID
                       '  ' WS-RPT-NAME
                       DELIMITED BY SIZE INTO WS-LINE
                   MOVE WS-LINE TO STATEMENT-RPT-LINE
                   WRITE STATEMENT-RPT-LINE
                   MOVE SPACES TO WS-LINE
                   STRING 'VIA DE ' CUST-NAME
                       DELIMITED BY SIZE INTO WS-LINE
                   MOVE WS-LINE TO STATEMENT-RPT-LINE
                   WRITE STATEMENT-RPT-LINE
                   MOVE SIGN-CUSTOMER-ID TO WS-STMT-CUST-ID
                   PERFORM 3050-PRINT-ADDRESS THRU 3050-EXIT
                   PERFORM 3330-COPY-BODY THRU 3330-EXIT
                   ADD 1 TO WS-COPIES-PRINTED
           END-READ.
       3320-EXIT.
           EXIT.

       3330-COPY-BODY.
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT STMT-COPY
           IF WS-COPY-FS NOT = '00'
               MOVE 'OPEN INPUT STMT-COPY' TO WS-IO-ERROR-CONTEXT
               MOVE WS-COPY-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3340-COPY-BODY-LINE THRU 3340-EXIT
               UNTIL WS-COPY-EOF = 'Y'
           CLOSE STMT-COPY.
       3330-EXIT.
           EXIT.

       3340-COPY-BODY-LINE.
           READ STMT-COPY
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   IF WS-COPY-FS NOT = '00'
                       MOVE 'READ STMT-COPY' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-COPY-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       MOVE STMT-COPY-REC TO STATEMENT-RPT-LINE
                       WRITE STATEMENT-RPT-LINE
                   END-IF
           END-READ.
       3340-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           DISPLAY 'ACCTSTMT STATEMENTS PRINTED '
               WS-STATEMENTS-PRINTED
           DISPLAY 'ACCTSTMT HOLDER COPIES PRINTED '
               WS-COPIES-PRINTED.
       8000-EXIT.
           EXIT.

           IF WS-CUST-OPENED
               CLOSE CUSTOMER
           END-IF
           IF WS-REV-OPENED
               CLOSE REVERSAL
           END-IF
           IF WS-SIGN-OPENED
               CLOSE SIGNATORY
           END-IF
           CLOSE STATEMENT-RPT.
       9100-EXIT.
           EXIT.
