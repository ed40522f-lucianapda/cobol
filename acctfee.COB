      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly service-charge cycle for storage/accout.data.
      *          First applies the branch's tariff maintenance file
      *          (input/fee.tariff.maint - set up, amend or withdraw
      *          entries on storage/fee.tariff), then counts every
      *          checking account's chargeable operations for the
      *          month and debits the month's fees: the tariff's
      *          package fee plus, per operation code on the tariff,
      *          its unit fee for every use past the month's free
      *          allowance. The month is read off the live
      *          storage/accout.audit plus every AUDARCH archive named
      *          on storage/accout.archreg cut after the month's
      *          first day, gathered the way ACCTSTMT gathers them, so
      *          operations purged to an archive before the cycle are
      *          still charged for. The debit is written to
      *          the audit trail under its own operation code (16,
      *          TARIFA), the way ACCTINT posts interest under 13 and
      *          14, so reconciliation, statements and the GL extract
      *          tie the month out, and every charge - and every
      *          charge the account could not carry - is printed on
      *          the fee register storage/accout.fee.rpt. The fee is
      *          held to CREDIT-LIMIT exactly like a SAQUE in the
      *          posting run's 4200-DO-SAQUE, and closed accounts are
      *          never charged. The business date of the cycle is
      *          read from SYSIN as one YYYYMMDD line; the month
      *          counted runs from the first of that month up to and
      *          including that date, so the cycle is run on the
      *          month's last business day, after the day's postings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFEE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT TARIFF ASSIGN TO 'storage/fee.tariff'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS FEE-OPERATION
             FILE STATUS IS WS-TARIFF-FS.
             SELECT TARIFF-MAINT-IN ASSIGN TO 'input/fee.tariff.maint'
             FILE STATUS IS WS-MAINT-FS.
             SELECT ACCOUNT ASSIGN TO 'storage/accout.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT ACCOUNT-AUDIT-IN ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-IN-FS.
             SELECT ARCH-REGISTER ASSIGN TO 'storage/accout.archreg'
             FILE STATUS IS WS-REG-FS.
             SELECT AUDIT-ARCHIVE-IN ASSIGN TO WS-ARCHIVE-NAME
             FILE STATUS IS WS-ARCHIVE-FS.
             SELECT AUDIT-COMBINED ASSIGN TO 'storage/accout.fee.comb'
             FILE STATUS IS WS-COMB-FS.
             SELECT SORTED-AUDIT ASSIGN TO 'storage/accout.fee.work'
             FILE STATUS IS WS-WORK-FS.
             SELECT SORT-WORK ASSIGN TO 'storage/accout.fee.sortwk'.
             SELECT ACCOUNT-AUDIT ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
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
             SELECT FEE-RPT ASSIGN TO 'storage/accout.fee.rpt'
             FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TARIFF.
           COPY FEETAR.

      ******************************************************************
      * One maintenance record per line, branch-keyed the way the
      * standing-order maintenance is: 'A' sets a tariff entry up (or
      * amends the one already under that operation code), 'C'
      * withdraws it so the operation is free again. Operation zero is
      * the package fee entry.
      ******************************************************************
           FD TARIFF-MAINT-IN.
           01 TARIFF-MAINT-FILE.
               05 MAINT-ACTION PIC X(01).
               05 MAINT-OPERATION PIC 9(05).
               05 MAINT-UNIT-AMOUNT PIC S9(07)V99.
               05 MAINT-FREE-PER-MONTH PIC 9(03).

           FD ACCOUNT.
           COPY ACCTMST.

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

           FD ACCOUNT-AUDIT.
           COPY ACCTAUD.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD REVERSAL.
           COPY REVMST.

           FD FEE-RPT.
           01 FEE-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-TARIFF-FS PIC X(02).
           01 WS-MAINT-FS PIC X(02).
           01 WS-AUDIT-IN-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-ARCHIVE-FS PIC X(02).
           01 WS-COMB-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-REFCTL-FS PIC X(02).
           01 WS-REV-FS PIC X(02).
           01 WS-REV-OPEN PIC X(01).
               88 WS-REV-PRESENT VALUE 'Y'.
           01 WS-ITEM-REVERSED PIC X(01).
               88 WS-ITEM-WAS-REVERSED VALUE 'Y'.
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-MAINT-EOF PIC A(1).
           01 WS-TARIFF-EOF PIC A(1).
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

           01 WS-CYCLE-DATE PIC 9(08).
           01 WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
               05 WS-CYCLE-YEAR PIC 9(04).
               05 WS-CYCLE-MONTH PIC 9(02).
               05 WS-CYCLE-DAY PIC 9(02).
           01 WS-MONTH-START PIC 9(08).
           01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
               05 WS-START-YEAR PIC 9(04).
               05 WS-START-MONTH PIC 9(02).
               05 WS-START-DAY PIC 9(02).

      ******************************************************************
      * The tariff is loaded into a fixed table once maintenance has
      * been applied and matched serially for every audit record, the
      * way GLEXTRACT holds its register - one entry per chargeable
      * operation code stays a very short file. A tariff longer than
      * the table is refused outright: charging the month off a
      * silently truncated tariff would under-bill every account.
      * WS-TARIFF-USED counts, per entry, the current account's uses
      * of that operation this month.
      ******************************************************************
           01 WS-TARIFF-LIMIT PIC 9(02) VALUE 50.
           01 WS-TARIFF-COUNT PIC 9(02) VALUE ZERO.
           01 WS-TARIFF-TABLE.
               05 WS-TARIFF-ENTRY OCCURS 50 TIMES.
                   10 WS-TARIFF-OPERATION PIC 9(05).
                   10 WS-TARIFF-UNIT PIC S9(07)V99.
                   10 WS-TARIFF-FREE PIC 9(03).
           01 WS-USAGE-TABLE.
               05 WS-TARIFF-USED PIC 9(05) OCCURS 50 TIMES.
           01 WS-TARIFF-INDEX PIC 9(02).
           01 WS-FOUND-INDEX PIC 9(02).
           01 WS-PACKAGE-FEE PIC S9(07)V99 VALUE ZERO.

           01 WS-GROUP-ACCOUNT PIC 9(10).
           01 WS-CHARGED-USES PIC 9(05).
           01 WS-OPERATION-FEE PIC S9(09)V99.
           01 WS-ACCOUNT-FEE PIC S9(09)V99.
           01 WS-ACCOUNT-USES PIC 9(07).
           01 WS-PROSPECTIVE-BALANCE PIC S9(09)V99.

           01 WS-TARIFF-SET-UP PIC 9(07) VALUE ZERO.
           01 WS-TARIFF-WITHDRAWN PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-READ PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-CLOSED PIC 9(07) VALUE ZERO.
           01 WS-FEES-POSTED PIC 9(07) VALUE ZERO.
           01 WS-FEES-DECLINED PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-CHARGED PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-DECLINED PIC S9(11)V99 VALUE ZERO.

           01 WS-OP-INDEX PIC 9(02).
           COPY ACCTOPS.

           01 WS-LINE PIC X(100).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-OPERATION PIC 9(05).
           01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-AMOUNT2 PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.
           01 WS-RPT-COUNT2 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
           PERFORM 2500-LOAD-TARIFF THRU 2500-EXIT
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
      * The business date arrives on SYSIN as one YYYYMMDD line and is
      * stamped on every fee posted, the same hand-off ACCTINT uses.
      * The tariff master is created empty on the very first run, the
      * way STANDORD bootstraps the standing-order master, so the
      * maintenance file can load it.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-MAINT-EOF
           MOVE 'N' TO WS-TARIFF-EOF
           MOVE 'N' TO WS-MASTER-EOF
           MOVE 'N' TO WS-SORTED-EOF
           ACCEPT WS-CYCLE-DATE
           IF WS-CYCLE-DATE IS NOT NUMERIC
               OR WS-CYCLE-DATE = ZERO
               OR WS-CYCLE-MONTH < 1 OR WS-CYCLE-MONTH > 12
               OR WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > 31
               DISPLAY 'ACCTFEE BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           MOVE WS-CYCLE-YEAR TO WS-START-YEAR
           MOVE WS-CYCLE-MONTH TO WS-START-MONTH
           MOVE 1 TO WS-START-DAY
           OPEN I-O TARIFF
           IF WS-TARIFF-FS = '35'
               OPEN OUTPUT TARIFF
               IF WS-TARIFF-FS = '00'
                   CLOSE TARIFF
                   OPEN I-O TARIFF
               END-IF
           END-IF
           IF WS-TARIFF-FS NOT = '00'
               MOVE 'OPEN I-O TARIFF' TO WS-IO-ERROR-CONTEXT
               MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT FEE-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT FEE-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ACCTFEE REGISTRO DE TARIFAS DO MES - PERIODO '
               WS-MONTH-START ' A ' WS-CYCLE-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE SPACES TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE.
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
           END-IF
           MOVE 'N' TO WS-REV-OPEN
           OPEN INPUT REVERSAL
           IF WS-REV-FS = '00'
               MOVE 'Y' TO WS-REV-OPEN
           ELSE
               IF WS-REV-FS NOT = '35'
                   MOVE 'OPEN INPUT REVERSAL' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REV-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
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
           PERFORM 1800-OPEN-AUDIT THRU 1800-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * Gathers the sort's input into one work file: every AUDARCH
      * archive on the register that can hold part of the month, then
      * the live audit file, the way ACCTDORM and ACCTIRPF do. An
      * archive holds only records stamped before its cutoff, so one
      * cut on or before the month's first day has nothing of the
      * month in it and is left unread. A missing archive register
      * just means nothing has ever been purged. An archive named on
      * the register but missing on disk stops the run - pricing the
      * month off a history with a hole in it would under-bill every
      * account that used the branch before the cut. A missing live
      * audit file is only possible before the first posting run and
      * leaves every account owing the package fee alone.
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
           IF WS-AUDIT-IN-FS = '00'
               PERFORM 1230-COPY-LIVE-RECORD THRU 1230-EXIT
                   UNTIL WS-LIVE-EOF = 'Y'
               CLOSE ACCOUNT-AUDIT-IN
           ELSE
               IF WS-AUDIT-IN-FS NOT = '35'
                   MOVE 'OPEN INPUT AUDIT' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-AUDIT-IN-FS TO WS-IO-ERROR-FS
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
                       IF ARCH-CUTOFF-DATE > WS-MONTH-START
                           PERFORM 1220-COPY-ARCHIVE THRU 1220-EXIT
                       END-IF
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
                   IF WS-AUDIT-IN-FS NOT = '00'
                       MOVE 'READ AUDIT' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-AUDIT-IN-FS TO WS-IO-ERROR-FS
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
      * The audit log accumulates across runs, so it is extended if it
      * already exists and only created fresh on the very first run,
      * the same as the other posting programs. It is only opened for
      * extension after the sort has taken its copy, so the fees this
      * run posts are never counted back into the run itself.
      ******************************************************************
       1800-OPEN-AUDIT.
           OPEN EXTEND ACCOUNT-AUDIT
           IF WS-AUDIT-FS NOT = '00'
               OPEN OUTPUT ACCOUNT-AUDIT
               IF WS-AUDIT-FS NOT = '00'
                   MOVE 'OPEN OUTPUT ACCOUNT-AUDIT' TO
                       WS-IO-ERROR-CONTEXT
                   MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       1800-EXIT.
           EXIT.

      ******************************************************************
      * A missing maintenance file just means the tariff did not
      * change this month, the same way a missing standing-order
      * maintenance file leaves the instructions alone.
      ******************************************************************
       2000-APPLY-MAINTENANCE.
           OPEN INPUT TARIFF-MAINT-IN
           IF WS-MAINT-FS = '00'
               PERFORM 2100-MAINT-RECORD THRU 2100-EXIT
                   UNTIL WS-MAINT-EOF = 'Y'
               CLOSE TARIFF-MAINT-IN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MAINT-RECORD.
           READ TARIFF-MAINT-IN
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
               NOT AT END
                   IF WS-MAINT-FS NOT = '00'
                       MOVE 'READ TARIFF MAINT' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-MAINT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       EVALUATE MAINT-ACTION
                           WHEN 'A'
                               PERFORM 2110-SET-UP-TARIFF
                                   THRU 2110-EXIT
                           WHEN 'C'
                               PERFORM 2120-WITHDRAW-TARIFF
                                   THRU 2120-EXIT
                           WHEN OTHER
                               DISPLAY 'ACCTFEE UNKNOWN MAINTENANCE '
                                   'ACTION ' MAINT-ACTION
                                   ' OPERATION ' MAINT-OPERATION
                       END-EVALUATE
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * Set-up is an upsert, re-keying an operation code is how the
      * branch changes its price or allowance. A negative fee would
      * turn the cycle into a credit nobody asked for and is refused,
      * and so is the cycle's own posting code - charging a fee for
      * charging a fee can never be intended.
      ******************************************************************
       2110-SET-UP-TARIFF.
           IF MAINT-UNIT-AMOUNT < ZERO OR MAINT-OPERATION = 16
               DISPLAY 'ACCTFEE TARIFF ENTRY ' MAINT-OPERATION
                   ' REFUSED - NEGATIVE FEE OR FEE ON TARIFA'
           ELSE
               MOVE MAINT-OPERATION TO FEE-OPERATION
               READ TARIFF
                   KEY IS FEE-OPERATION
                   INVALID KEY
                       PERFORM 2115-BUILD-TARIFF THRU 2115-EXIT
                       WRITE FEE-TARIFF-FILE
                       IF WS-TARIFF-FS NOT = '00'
                           MOVE 'WRITE TARIFF' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-TARIFF-SET-UP
                   NOT INVALID KEY
                       IF WS-TARIFF-FS NOT = '00'
                           MOVE 'READ TARIFF' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           PERFORM 2115-BUILD-TARIFF THRU 2115-EXIT
                           REWRITE FEE-TARIFF-FILE
                           IF WS-TARIFF-FS NOT = '00'
                               MOVE 'REWRITE TARIFF' TO
                                   WS-IO-ERROR-CONTEXT
                               MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
                               PERFORM 9000-IO-ERROR THRU 9000-EXIT
                           END-IF
                           ADD 1 TO WS-TARIFF-SET-UP
                       END-IF
               END-READ
           END-IF.
       2110-EXIT.
           EXIT.

       2115-BUILD-TARIFF.
           MOVE MAINT-OPERATION TO FEE-OPERATION
           MOVE MAINT-UNIT-AMOUNT TO FEE-UNIT-AMOUNT
           MOVE MAINT-FREE-PER-MONTH TO FEE-FREE-PER-MONTH
           MOVE WS-CYCLE-DATE TO FEE-EFFECTIVE-DATE.
       2115-EXIT.
           EXIT.

       2120-WITHDRAW-TARIFF.
           MOVE MAINT-OPERATION TO FEE-OPERATION
           READ TARIFF
               KEY IS FEE-OPERATION
               INVALID KEY
                   DISPLAY 'ACCTFEE WITHDRAWAL REFUSED - OPERATION '
                       MAINT-OPERATION ' NOT ON TARIFF'
               NOT INVALID KEY
                   IF WS-TARIFF-FS NOT = '00'
                       MOVE 'READ TARIFF' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       DELETE TARIFF RECORD
                       IF WS-TARIFF-FS NOT = '00'
                           MOVE 'DELETE TARIFF' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-TARIFF-WITHDRAWN
                   END-IF
           END-READ.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * The maintained tariff is read back in key order into the
      * table and printed at the head of the register, so the month's
      * charges can be checked against the prices they were made at.
      ******************************************************************
       2500-LOAD-TARIFF.
           MOVE ZERO TO FEE-OPERATION
           START TARIFF KEY IS >= FEE-OPERATION
               INVALID KEY
                   MOVE 'Y' TO WS-TARIFF-EOF
           END-START
           PERFORM 2510-LOAD-TARIFF-ENTRY THRU 2510-EXIT
               UNTIL WS-TARIFF-EOF = 'Y'
           CLOSE TARIFF
           MOVE SPACES TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE.
       2500-EXIT.
           EXIT.

       2510-LOAD-TARIFF-ENTRY.
           READ TARIFF NEXT
               AT END
                   MOVE 'Y' TO WS-TARIFF-EOF
               NOT AT END
                   IF WS-TARIFF-FS NOT = '00'
                       MOVE 'READ NEXT TARIFF' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-TARIFF-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       PERFORM 2520-TABLE-TARIFF THRU 2520-EXIT
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2520-TABLE-TARIFF.
           MOVE FEE-UNIT-AMOUNT TO WS-RPT-AMOUNT
           IF FEE-PACKAGE-RECORD
               MOVE FEE-UNIT-AMOUNT TO WS-PACKAGE-FEE
               MOVE SPACES TO WS-LINE
               STRING 'TARIFA PACOTE MENSAL ' WS-RPT-AMOUNT
                   ' DESDE ' FEE-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               IF WS-TARIFF-COUNT >= WS-TARIFF-LIMIT
                   DISPLAY 'ACCTFEE TARIFF HOLDS MORE THAN '
                       WS-TARIFF-LIMIT ' OPERATION ENTRIES - '
                       'RUN REFUSED'
                   MOVE 'TARIFF TABLE FULL' TO WS-IO-ERROR-CONTEXT
                   MOVE '00' TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               ADD 1 TO WS-TARIFF-COUNT
               MOVE FEE-OPERATION TO
                   WS-TARIFF-OPERATION (WS-TARIFF-COUNT)
               MOVE FEE-UNIT-AMOUNT TO WS-TARIFF-UNIT (WS-TARIFF-COUNT)
               MOVE FEE-FREE-PER-MONTH TO
                   WS-TARIFF-FREE (WS-TARIFF-COUNT)
               PERFORM 7200-NAME-OPERATION THRU 7200-EXIT
               MOVE FEE-FREE-PER-MONTH TO WS-RPT-COUNT
               MOVE SPACES TO WS-LINE
               STRING 'TARIFA ' WS-OP-NAME
                   ' POR OPERACAO ' WS-RPT-AMOUNT
                   ' ISENTAS ' WS-RPT-COUNT
                   ' DESDE ' FEE-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE.
       2520-EXIT.
           EXIT.

      ******************************************************************
      * Two-file match on account number, the same pass ACCTRECON
      * makes: the master in key order off the indexed read, the audit
      * history in the same order off the sort. Every master account
      * is priced - one with no operations this month still owes the
      * package fee - while an audit group with no master record
      * (an account since removed) has nothing left to charge and is
      * simply passed over. The usage counts are cleared on every
      * iteration, so an account only ever sees its own history.
      ******************************************************************
       3000-MATCH-ACCOUNT.
           INITIALIZE WS-USAGE-TABLE
           MOVE ZERO TO WS-ACCOUNT-USES
           EVALUATE TRUE
               WHEN WS-MASTER-DONE
                   PERFORM 3100-CONSUME-GROUP THRU 3100-EXIT
               WHEN WS-SORTED-DONE
                   PERFORM 3200-CHARGE-ACCOUNT THRU 3200-EXIT
               WHEN SORTED-ACCOUNT-ID < ACCOUNT-ID
                   PERFORM 3100-CONSUME-GROUP THRU 3100-EXIT
               WHEN ACCOUNT-ID < SORTED-ACCOUNT-ID
                   PERFORM 3200-CHARGE-ACCOUNT THRU 3200-EXIT
               WHEN OTHER
                   PERFORM 3100-CONSUME-GROUP THRU 3100-EXIT
                   PERFORM 3200-CHARGE-ACCOUNT THRU 3200-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-CONSUME-GROUP.
           MOVE SORTED-ACCOUNT-ID TO WS-GROUP-ACCOUNT
           PERFORM 3110-COUNT-AUDIT THRU 3110-EXIT
               UNTIL WS-SORTED-DONE
               OR SORTED-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * Only the month's records count, and only those whose code is
      * on the tariff. A money operation the posting run declined is
      * on the trail with a zero amount (5000-WRITE-AUDIT) - nothing
      * happened for the customer, so nothing is charged for it. The
      * same goes for an operation the branch has since reversed
      * (ESTORNO) and for the reversal record itself: the customer
      * is not charged for a posting that was taken back. The record
      * itself carries the reversal's back-reference, and a reversed
      * original is looked up on the reversal register PEOPLEACCOUNT
      * writes in the same step as the ESTORNO. AUDARCH never cuts
      * that register, so the pair is matched whether either half now
      * sits on an archive or on the live trail.
      ******************************************************************
       3110-COUNT-AUDIT.
           IF SORTED-DATE >= WS-MONTH-START
               AND SORTED-DATE <= WS-CYCLE-DATE
               PERFORM 3115-CHECK-REVERSED THRU 3115-EXIT
               IF (SORTED-AMOUNT = ZERO
                   AND (SORTED-OPERATION = 2 OR SORTED-OPERATION = 3
                   OR SORTED-OPERATION = 4 OR SORTED-OPERATION = 5
                   OR SORTED-OPERATION = 9 OR SORTED-OPERATION = 22
                   OR SORTED-OPERATION = 24))
                   OR WS-ITEM-WAS-REVERSED
                   CONTINUE
               ELSE
                   PERFORM 3120-FIND-TARIFF THRU 3120-EXIT
                   IF WS-FOUND-INDEX > ZERO
                       ADD 1 TO WS-TARIFF-USED (WS-FOUND-INDEX)
                       ADD 1 TO WS-ACCOUNT-USES
                   END-IF
               END-IF
           END-IF
           PERFORM 1400-READ-SORTED THRU 1400-EXIT.
       3110-EXIT.
           EXIT.

       3115-CHECK-REVERSED.
           MOVE 'N' TO WS-ITEM-REVERSED
           IF SORTED-REVERSES-REF NOT = ZERO
               MOVE 'Y' TO WS-ITEM-REVERSED
           ELSE
               IF WS-REV-PRESENT AND SORTED-REF NOT = ZERO
                   MOVE SORTED-REF TO REV-ORIGINAL-REF
                   READ REVERSAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ITEM-REVERSED
                   END-READ
               END-IF
           END-IF.
       3115-EXIT.
           EXIT.

       3120-FIND-TARIFF.
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM 3130-MATCH-TARIFF THRU 3130-EXIT
               VARYING WS-TARIFF-INDEX FROM 1 BY 1
               UNTIL WS-TARIFF-INDEX > WS-TARIFF-COUNT
               OR WS-FOUND-INDEX > ZERO.
       3120-EXIT.
           EXIT.

       3130-MATCH-TARIFF.
           IF WS-TARIFF-OPERATION (WS-TARIFF-INDEX) = SORTED-OPERATION
               MOVE WS-TARIFF-INDEX TO WS-FOUND-INDEX
           END-IF.
       3130-EXIT.
           EXIT.

      ******************************************************************
      * Prices one master account: the package fee plus, for every
      * tariff entry, the uses past the free allowance at the unit
      * fee. Closed accounts are never charged - the posting run bars
      * them from monetary operations and this cycle does not move
      * their money either. The month's total is then posted as one
      * TARIFA debit under the same test 4200-DO-SAQUE applies: a
      * charge that would take the balance below CREDIT-LIMIT is not
      * posted at all, only printed as declined for the branch to
      * collect by hand - a fee is never allowed to push an account
      * past its agreed overdraft.
      ******************************************************************
       3200-CHARGE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACCOUNT-STATUS-CLOSED
               ADD 1 TO WS-ACCOUNTS-CLOSED
           ELSE
               MOVE WS-PACKAGE-FEE TO WS-ACCOUNT-FEE
               PERFORM 3210-PRICE-OPERATION THRU 3210-EXIT
                   VARYING WS-TARIFF-INDEX FROM 1 BY 1
                   UNTIL WS-TARIFF-INDEX > WS-TARIFF-COUNT
               IF WS-ACCOUNT-FEE > ZERO
                   PERFORM 3300-POST-FEE THRU 3300-EXIT
               END-IF
           END-IF
           PERFORM 1300-READ-MASTER THRU 1300-EXIT.
       3200-EXIT.
           EXIT.

       3210-PRICE-OPERATION.
           IF WS-TARIFF-USED (WS-TARIFF-INDEX) >
               WS-TARIFF-FREE (WS-TARIFF-INDEX)
               COMPUTE WS-CHARGED-USES =
                   WS-TARIFF-USED (WS-TARIFF-INDEX)
                   - WS-TARIFF-FREE (WS-TARIFF-INDEX)
               COMPUTE WS-OPERATION-FEE =
                   WS-CHARGED-USES * WS-TARIFF-UNIT (WS-TARIFF-INDEX)
               ADD WS-OPERATION-FEE TO WS-ACCOUNT-FEE
               PERFORM 7100-REPORT-OPERATION THRU 7100-EXIT
           END-IF.
       3210-EXIT.
           EXIT.

       3300-POST-FEE.
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - WS-ACCOUNT-FEE
           IF WS-PROSPECTIVE-BALANCE < CREDIT-LIMIT
               ADD 1 TO WS-FEES-DECLINED
               ADD WS-ACCOUNT-FEE TO WS-TOTAL-DECLINED
               PERFORM 7000-REPORT-ACCOUNT THRU 7000-EXIT
           ELSE
               MOVE WS-PROSPECTIVE-BALANCE TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-FILE
               IF FS NOT = '00'
                   MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
                   MOVE FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               ADD 1 TO WS-FEES-POSTED
               ADD WS-ACCOUNT-FEE TO WS-TOTAL-CHARGED
               PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
               PERFORM 7000-REPORT-ACCOUNT THRU 7000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * One TARIFA record per account charged, against the checking
      * account, recording the resulting checking balance like every
      * code except the loan draw. Stamped with the cycle's business
      * date off SYSIN, with the actual time kept for ordering, the
      * same rule ACCTINT applies.
      ******************************************************************
       5000-WRITE-AUDIT.
           MOVE WS-CYCLE-DATE TO AUDIT-DATE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           MOVE 16 TO AUDIT-OPERATION
           MOVE WS-ACCOUNT-FEE TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'WRITE ACCOUNT-AUDIT-FILE' TO WS-IO-ERROR-CONTEXT
               MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * The account line closes the account's entry on the register:
      * its total uses of tariffed operations, the month's charge, and
      * either the balance left after it or why it was not posted.
      ******************************************************************
       7000-REPORT-ACCOUNT.
           MOVE ACCOUNT-ID TO WS-RPT-ID
           MOVE WS-ACCOUNT-USES TO WS-RPT-COUNT
           MOVE WS-ACCOUNT-FEE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           IF WS-PROSPECTIVE-BALANCE < CREDIT-LIMIT
               MOVE CREDIT-LIMIT TO WS-RPT-AMOUNT2
               STRING 'TARIFA RECUSADA  CONTA ' WS-RPT-ID
                   ' OPERACOES ' WS-RPT-COUNT
                   ' VALOR ' WS-RPT-AMOUNT
                   ' LIMITE ' WS-RPT-AMOUNT2
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               MOVE ACCOUNT-BALANCE TO WS-RPT-AMOUNT2
               STRING 'TARIFA COBRADA   CONTA ' WS-RPT-ID
                   ' OPERACOES ' WS-RPT-COUNT
                   ' VALOR ' WS-RPT-AMOUNT
                   ' SALDO ' WS-RPT-AMOUNT2
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE.
       7000-EXIT.
           EXIT.

       7100-REPORT-OPERATION.
           MOVE WS-TARIFF-OPERATION (WS-TARIFF-INDEX) TO FEE-OPERATION
           PERFORM 7200-NAME-OPERATION THRU 7200-EXIT
           MOVE ACCOUNT-ID TO WS-RPT-ID
           MOVE WS-TARIFF-USED (WS-TARIFF-INDEX) TO WS-RPT-COUNT
           MOVE WS-CHARGED-USES TO WS-RPT-COUNT2
           MOVE WS-OPERATION-FEE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '                 CONTA ' WS-RPT-ID
               ' ' WS-OP-NAME
               ' USOS ' WS-RPT-COUNT
               ' COBRADOS ' WS-RPT-COUNT2
               ' VALOR ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * Operation names come off the shared ACCTOPS table; a tariffed
      * code the table does not know is printed raw rather than
      * hidden, the same rule ACCTSTMT applies.
      ******************************************************************
       7200-NAME-OPERATION.
           IF FEE-OPERATION >= 1 AND FEE-OPERATION <= 25
               MOVE FEE-OPERATION TO WS-OP-INDEX
               MOVE WS-OP-NAME-ENTRY (WS-OP-INDEX) TO WS-OP-NAME
           ELSE
               MOVE SPACES TO WS-OP-NAME
               MOVE FEE-OPERATION TO WS-RPT-OPERATION
               MOVE WS-RPT-OPERATION TO WS-OP-NAME
           END-IF.
       7200-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE WS-ARCHIVES-PULLED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARCHIVES READ         : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE WS-TARIFF-SET-UP TO WS-RPT-COUNT
           MOVE WS-TARIFF-WITHDRAWN TO WS-RPT-COUNT2
           MOVE SPACES TO WS-LINE
           STRING 'TARIFF ENTRIES SET UP : ' WS-RPT-COUNT
               ' WITHDRAWN ' WS-RPT-COUNT2
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS READ         : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE WS-ACCOUNTS-CLOSED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CLOSED, NOT CHARGED   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE WS-FEES-POSTED TO WS-RPT-COUNT
           MOVE WS-TOTAL-CHARGED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'FEES POSTED           : ' WS-RPT-COUNT
               ' AMOUNT ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
           MOVE WS-FEES-DECLINED TO WS-RPT-COUNT
           MOVE WS-TOTAL-DECLINED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'FEES DECLINED (LIMIT) : ' WS-RPT-COUNT
               ' AMOUNT ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO FEE-RPT-LINE
           WRITE FEE-RPT-LINE.
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
           CLOSE SORTED-AUDIT
           CLOSE AUDIT-REFCTL
           IF WS-REV-PRESENT
               CLOSE REVERSAL
           END-IF
           CLOSE ACCOUNT-AUDIT
           CLOSE FEE-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means an account may have been charged without
      * its audit record, or the month may be priced off a partial
      * tariff. Log what was being attempted and stop, the same
      * convention ACCTINT uses.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' ACCOUNT-ID=' ACCOUNT-ID
           CLOSE TARIFF
           CLOSE AUDIT-COMBINED
           CLOSE ACCOUNT
           CLOSE SORTED-AUDIT
           CLOSE AUDIT-REFCTL
           CLOSE REVERSAL
           CLOSE ACCOUNT-AUDIT
           CLOSE FEE-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
