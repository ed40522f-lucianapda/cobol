      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic dormancy sweep of storage/accout.data. Finds
      *          every active checking account with no customer
      *          activity on the audit trail for the dormancy period
      *          and flips it to dormant (ACCOUNT-STATUS 'D', with
      *          ACCOUNT-DORMANT-DATE set to the sweep date), so the
      *          posting programs stop paying out of it until a
      *          deposit or a supervisor's release reactivates it.
      *          The history read is the live storage/accout.audit
      *          plus every AUDARCH archive named on
      *          storage/accout.archreg, gathered the way ACCTSTMT
      *          gathers them, so an account whose last movement was
      *          purged to an archive is judged on its real last
      *          movement. Only customer-initiated records count as
      *          activity - what the holder keys at the branch, online
      *          or at a network ATM. Credits that merely arrive
      *          (a transfer's credit leg, an interbank credit - 10,
      *          23) and the system's own movements (loan
      *          installments and interest, 11, 25; ACCTINT's interest,
      *          13, 14; ACCTFEE's service charges, 16) are ignored,
      *          so an account fed by someone else's standing order or
      *          PIX still goes dormant. An account with no
      *          activity at all is judged from its opening date. The
      *          sweep date is read from SYSIN as one YYYYMMDD line;
      *          every account flipped is listed on the dormant
      *          accounts report storage/accout.dormant.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDORM.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT-AUDIT-IN ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT ARCH-REGISTER ASSIGN TO 'storage/accout.archreg'
             FILE STATUS IS WS-REG-FS.
             SELECT AUDIT-ARCHIVE-IN ASSIGN TO WS-ARCHIVE-NAME
             FILE STATUS IS WS-ARCHIVE-FS.
             SELECT AUDIT-COMBINED ASSIGN TO 'storage/accout.dorm.comb'
             FILE STATUS IS WS-COMB-FS.
             SELECT SORTED-AUDIT ASSIGN TO 'storage/accout.dorm.work'
             FILE STATUS IS WS-WORK-FS.
             SELECT SORT-WORK ASSIGN TO 'storage/accout.dorm.sortwk'.
             SELECT ACCOUNT ASSIGN TO 'storage/accout.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT DORMANT-RPT ASSIGN TO 'storage/accout.dormant.rpt'
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
           COPY ACCTAUD REPLACING
               ==ACCOUNT-AUDIT-FILE== BY ==SORTED-AUDIT-FILE==
               LEADING ==AUDIT== BY ==SORTED==.

           FD ACCOUNT.
           COPY ACCTMST.

           FD DORMANT-RPT.
           01 DORMANT-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-ARCHIVE-FS PIC X(02).
           01 WS-COMB-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-REG-EOF PIC X(01).
           01 WS-ARCH-EOF PIC X(01).
           01 WS-LIVE-EOF PIC X(01).
           01 WS-MASTER-EOF PIC X(01).
               88 WS-MASTER-DONE VALUE 'Y'.
           01 WS-SORTED-EOF PIC X(01).
               88 WS-SORTED-DONE VALUE 'Y'.
           01 WS-ARCHIVE-NAME.
               05 FILLER PIC X(20) VALUE 'storage/accout.arch.'.
               05 WS-ARCHIVE-NAME-DATE PIC 9(08).
           01 WS-ARCHIVES-PULLED PIC 9(03) VALUE ZERO.

      ******************************************************************
      * The dormancy period, in months. Policy sets it; changing it is
      * a one-line recompile, the same as ACCTINT's rates.
      ******************************************************************
           01 WS-DORMANT-MONTHS PIC 9(03) VALUE 24.

           01 WS-SWEEP-DATE PIC 9(08).
           01 WS-SWEEP-DATE-R REDEFINES WS-SWEEP-DATE.
               05 WS-SWEEP-YEAR PIC 9(04).
               05 WS-SWEEP-MONTH PIC 9(02).
               05 WS-SWEEP-DAY PIC 9(02).
           01 WS-CUTOFF-DATE PIC 9(08).
           01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
               05 WS-CUTOFF-YEAR PIC 9(04).
               05 WS-CUTOFF-MONTH PIC 9(02).
               05 WS-CUTOFF-DAY PIC 9(02).
           01 WS-MONTH-NUMBER PIC 9(06).

           01 WS-GROUP-ACCOUNT PIC 9(10).
           01 WS-GROUP-LAST-DATE PIC 9(08).
           01 WS-LAST-ACTIVITY PIC 9(08).

           01 WS-ACCOUNTS-READ PIC 9(07) VALUE ZERO.
           01 WS-ALREADY-DORMANT PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-CLOSED PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-FLIPPED PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-FLIPPED PIC S9(11)V99 VALUE ZERO.

           01 WS-LINE PIC X(100).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-DATE PIC 9(08).
           01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.
           01 WS-RPT-MONTHS PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-BUILD-SORT-INPUT THRU 1200-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SORT-ACCOUNT-ID
               ON ASCENDING KEY SORT-TIMESTAMP
               USING AUDIT-COMBINED
               GIVING SORTED-AUDIT
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           PERFORM 1300-READ-MASTER THRU 1300-EXIT
           PERFORM 1400-READ-SORTED THRU 1400-EXIT
           PERFORM 3000-MATCH-ACCOUNT THRU 3000-EXIT
               UNTIL WS-MASTER-DONE AND WS-SORTED-DONE
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9100-TERMINATE THRU 9100-EXIT
           STOP RUN.

      ******************************************************************
      * The sweep date arrives on SYSIN as one YYYYMMDD line. The
      * cutoff is the same day of the month the dormancy period
      * earlier: an account whose last activity falls before it has
      * been idle for the whole period.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE 'N' TO WS-SORTED-EOF
           ACCEPT WS-SWEEP-DATE
           IF WS-SWEEP-DATE IS NOT NUMERIC
               OR WS-SWEEP-DATE = ZERO
               OR WS-SWEEP-MONTH < 1 OR WS-SWEEP-MONTH > 12
               OR WS-SWEEP-DAY < 1 OR WS-SWEEP-DAY > 31
               DISPLAY 'ACCTDORM BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           COMPUTE WS-MONTH-NUMBER = WS-SWEEP-YEAR * 12
               + WS-SWEEP-MONTH - 1 - WS-DORMANT-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE WS-SWEEP-DAY TO WS-CUTOFF-DAY
           OPEN OUTPUT DORMANT-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT DORM-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE WS-DORMANT-MONTHS TO WS-RPT-MONTHS
           MOVE SPACES TO WS-LINE
           STRING 'ACCTDORM CONTAS INATIVAS EM ' WS-SWEEP-DATE
               ' - SEM MOVIMENTO HA ' WS-RPT-MONTHS
               ' MESES (DESDE ' WS-CUTOFF-DATE ')'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           MOVE SPACES TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN I-O ACCOUNT
           IF FS NOT = '00'
               MOVE 'OPEN I-O ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT SORTED-AUDIT
           IF WS-WORK-FS NOT = '00'
               MOVE 'OPEN INPUT SORTED' TO WS-IO-ERROR-CONTEXT
               MOVE WS-WORK-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * Gathers the sort's input into one work file: every AUDARCH
      * archive on the register, then the live audit file, exactly
      * as ACCTSTMT does. A missing archive register just means
      * nothing has ever been purged. An archive named on the
      * register but missing on disk stops the run - judging an
      * account idle off a history with a hole in it could freeze a
      * customer who was in the branch last month. A missing live
      * audit file is only possible before the first posting run and
      * leaves every account judged from its opening date.
      ******************************************************************
       1200-BUILD-SORT-INPUT.
           MOVE 'N' TO WS-REG-EOF
           MOVE 'N' TO WS-LIVE-EOF
           OPEN OUTPUT AUDIT-COMBINED
           IF WS-COMB-FS NOT = '00'
               MOVE 'OPEN OUTPUT COMBINED' TO WS-IO-ERROR-CONTEXT
               MOVE WS-COMB-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT ARCH-REGISTER
           IF WS-REG-FS = '00'
               PERFORM 1210-NEXT-ARCHIVE THRU 1210-EXIT
                   UNTIL WS-REG-EOF = 'Y'
               CLOSE ARCH-REGISTER
           END-IF
           OPEN INPUT ACCOUNT-AUDIT-IN
           IF WS-AUDIT-FS = '00'
               PERFORM 1230-COPY-LIVE-RECORD THRU 1230-EXIT
                   UNTIL WS-LIVE-EOF = 'Y'
               CLOSE ACCOUNT-AUDIT-IN
           ELSE
               IF WS-AUDIT-FS NOT = '35'
                   MOVE 'OPEN INPUT AUDIT' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE AUDIT-COMBINED.
       1200-EXIT.
           EXIT.

       1210-NEXT-ARCHIVE.
           READ ARCH-REGISTER
               AT END
                   MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                   IF WS-REG-FS NOT = '00'
                       MOVE 'READ ARCHREG' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-REG-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       PERFORM 1220-COPY-ARCHIVE THRU 1220-EXIT
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1220-COPY-ARCHIVE.
           MOVE 'N' TO WS-ARCH-EOF
           MOVE ARCH-CUTOFF-DATE TO WS-ARCHIVE-NAME-DATE
           OPEN INPUT AUDIT-ARCHIVE-IN
           IF WS-ARCHIVE-FS NOT = '00'
               MOVE 'OPEN INPUT ARCHIVE' TO WS-IO-ERROR-CONTEXT
               MOVE WS-ARCHIVE-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 1225-COPY-ARCH-RECORD THRU 1225-EXIT
               UNTIL WS-ARCH-EOF = 'Y'
           CLOSE AUDIT-ARCHIVE-IN
           ADD 1 TO WS-ARCHIVES-PULLED.
       1220-EXIT.
           EXIT.

       1225-COPY-ARCH-RECORD.
           READ AUDIT-ARCHIVE-IN
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                   IF WS-ARCHIVE-FS NOT = '00'
                       MOVE 'READ ARCHIVE' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-ARCHIVE-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE COMB-REC FROM ARCH-IN-REC
                       IF WS-COMB-FS NOT = '00'
                           MOVE 'WRITE COMBINED' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-COMB-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                   END-IF
           END-READ.
       1225-EXIT.
           EXIT.

       1230-COPY-LIVE-RECORD.
           READ ACCOUNT-AUDIT-IN
               AT END
                   MOVE 'Y' TO WS-LIVE-EOF
               NOT AT END
                   IF WS-AUDIT-FS NOT = '00'
                       MOVE 'READ AUDIT' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       WRITE COMB-REC FROM AUDIT-IN-REC
                       IF WS-COMB-FS NOT = '00'
                           MOVE 'WRITE COMBINED' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-COMB-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                   END-IF
           END-READ.
       1230-EXIT.
           EXIT.

       1300-READ-MASTER.
           READ ACCOUNT NEXT
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF FS NOT = '00'
                       MOVE 'READ ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       1400-READ-SORTED.
           READ SORTED-AUDIT
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
               NOT AT END
                   IF WS-WORK-FS NOT = '00'
                       MOVE 'READ SORTED' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-WORK-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * Two-file match on account number, the same pass ACCTFEE makes:
      * the master in key order off the sequential read, the combined
      * history in the same order off the sort. Every master account
      * is judged - one with no history at all is judged from its
      * opening date - while a history group with no master record
      * (an account since removed) is simply passed over.
      ******************************************************************
       3000-MATCH-ACCOUNT.
           MOVE ZERO TO WS-GROUP-LAST-DATE
           EVALUATE TRUE
               WHEN WS-MASTER-DONE
                   PERFORM 3100-CONSUME-GROUP THRU 3100-EXIT
               WHEN WS-SORTED-DONE
                   PERFORM 3200-JUDGE-ACCOUNT THRU 3200-EXIT
               WHEN SORTED-ACCOUNT-ID < ACCOUNT-ID
                   PERFORM 3100-CONSUME-GROUP THRU 3100-EXIT
               WHEN ACCOUNT-ID < SORTED-ACCOUNT-ID
                   PERFORM 3200-JUDGE-ACCOUNT THRU 3200-EXIT
               WHEN OTHER
                   PERFORM 3100-CONSUME-GROUP THRU 3100-EXIT
                   PERFORM 3200-JUDGE-ACCOUNT THRU 3200-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-CONSUME-GROUP.
           MOVE SORTED-ACCOUNT-ID TO WS-GROUP-ACCOUNT
           PERFORM 3110-SCAN-AUDIT THRU 3110-EXIT
               UNTIL WS-SORTED-DONE
               OR SORTED-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * The group arrives in timestamp order, so the last qualifying
      * record seen is the account's latest customer activity. Only
      * the codes the holder initiates qualify: the daily input
      * operations (1-9, 15, 20, 21), the account's opening (12) and
      * the holder's own network withdrawals and transfers sent (22,
      * 24). Everything else is left off the list: credits
      * someone else sends in (10, 23), loan collections, interest
      * and service charges posted by the bank (11, 13, 14, 16, 25),
      * and the branch's funds holds (17, 18) would otherwise keep a
      * forgotten account looking alive for ever. The branch's
      * ESTORNO records take a posting back rather than show the
      * customer using the account, and are skipped whatever their
      * code.
      ******************************************************************
       3110-SCAN-AUDIT.
           IF SORTED-REVERSES-REF = ZERO
               EVALUATE SORTED-OPERATION
                   WHEN 1 THRU 9
                   WHEN 12
                   WHEN 15
                   WHEN 20
                   WHEN 21
                   WHEN 22
                   WHEN 24
                       MOVE SORTED-DATE TO WS-GROUP-LAST-DATE
               END-EVALUATE
           END-IF
           PERFORM 1400-READ-SORTED THRU 1400-EXIT.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * Only an active account can go dormant: a closed one is out of
      * the posting run's reach already, and one flagged by an earlier
      * sweep keeps its original dormant date.
      ******************************************************************
       3200-JUDGE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACCOUNT-STATUS-CLOSED
               ADD 1 TO WS-ACCOUNTS-CLOSED
           ELSE
               IF ACCOUNT-STATUS-DORMANT
                   ADD 1 TO WS-ALREADY-DORMANT
               ELSE
                   MOVE ACCOUNT-OPEN-DATE TO WS-LAST-ACTIVITY
                   IF WS-GROUP-LAST-DATE > WS-LAST-ACTIVITY
                       MOVE WS-GROUP-LAST-DATE TO WS-LAST-ACTIVITY
                   END-IF
                   IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                       PERFORM 3300-FLIP-DORMANT THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM 1300-READ-MASTER THRU 1300-EXIT.
       3200-EXIT.
           EXIT.

       3300-FLIP-DORMANT.
           MOVE 'D' TO ACCOUNT-STATUS
           MOVE WS-SWEEP-DATE TO ACCOUNT-DORMANT-DATE
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-FLIPPED
           ADD ACCOUNT-BALANCE TO WS-TOTAL-FLIPPED
           PERFORM 7000-REPORT-ACCOUNT THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

       7000-REPORT-ACCOUNT.
           MOVE ACCOUNT-ID TO WS-RPT-ID
           MOVE WS-LAST-ACTIVITY TO WS-RPT-DATE
           MOVE ACCOUNT-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'CONTA ' WS-RPT-ID ' ' CUSTOMER-NAME
               ' ULT.MOV ' WS-RPT-DATE
               ' SALDO ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE.
       7000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           MOVE WS-ARCHIVES-PULLED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARCHIVES READ         : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS READ         : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           MOVE WS-ACCOUNTS-CLOSED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CLOSED, NOT SWEPT     : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           MOVE WS-ALREADY-DORMANT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ALREADY DORMANT       : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           MOVE WS-ACCOUNTS-FLIPPED TO WS-RPT-COUNT
           MOVE WS-TOTAL-FLIPPED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'NEWLY DORMANT         : ' WS-RPT-COUNT
               ' BALANCE ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE.
       8000-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE ACCOUNT
           CLOSE SORTED-AUDIT
           CLOSE DORMANT-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means an account may have been flipped without
      * appearing on the report, or judged off a partial history. Log
      * what was being attempted and stop, the same convention ACCTFEE
      * uses.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' ACCOUNT-ID=' ACCOUNT-ID
           CLOSE ACCOUNT
           CLOSE SORTED-AUDIT
           CLOSE DORMANT-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
