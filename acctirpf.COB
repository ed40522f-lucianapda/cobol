      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end informe de rendimentos. The base year
      *          arrives on SYSIN as one YYYY line. For every customer
      *          on storage/customer.data it prints one statement
      *          covering every account they are first holder of -
      *          document number, mailing address, and per account
      *          the deposit interest credited in the year (audit
      *          code 13), the overdraft interest charged (14), the
      *          loan interest accrued (25) and the checking and loan
      *          balances at 31 December - on
      *          storage/irpf.statements.rpt, and writes the same
      *          totals by document number to the fixed-layout
      *          storage/irpf.tax (IRPFOUT.CPY) for the tax
      *          authority. The history is the live audit file plus
      *          every AUDARCH archive on storage/accout.archreg that
      *          can hold a record of the year or after; the 31
      *          December balances are the masters rolled back past
      *          everything audited since. Before anything is issued
      *          the rolled-back checking total is agreed with the
      *          last proof ACCTRECON recorded for the year on
      *          storage/accout.trialbal.hist (TRIALHST.CPY); if there
      *          is no proved total to agree with, or it does not
      *          agree, no statement and no tax record is issued and
      *          the reason is printed on storage/irpf.control.rpt,
      *          together with every account that could not be
      *          reported because it names no customer on file.
      *          Read-only against every master. Run once a year, in
      *          January, after the year's last ACCTRECON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTIRPF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT TRIAL-HISTORY ASSIGN TO
                 'storage/accout.trialbal.hist'
             FILE STATUS IS WS-HIST-FS.
             SELECT ACCOUNT-AUDIT-IN ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT ARCH-REGISTER ASSIGN TO 'storage/accout.archreg'
             FILE STATUS IS WS-REG-FS.
             SELECT AUDIT-ARCHIVE-IN ASSIGN TO WS-ARCHIVE-NAME
             FILE STATUS IS WS-ARCHIVE-FS.
             SELECT AUDIT-COMBINED ASSIGN TO 'storage/irpf.comb'
             FILE STATUS IS WS-COMB-FS.
             SELECT SORTED-AUDIT ASSIGN TO 'storage/irpf.audit.work'
             FILE STATUS IS WS-WORK-FS.
             SELECT AUDIT-SORT ASSIGN TO 'storage/irpf.audit.sortwk'.
             SELECT ACCOUNT ASSIGN TO 'storage/accout.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT CUSTOMER ASSIGN TO 'storage/customer.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
             SELECT LOAN ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS LOAN-ACCOUNT-ID
             FILE STATUS IS WS-LOAN-FS.
             SELECT ACCT-SUMMARY ASSIGN TO 'storage/irpf.accts'
             FILE STATUS IS WS-SUM-FS.
             SELECT SORTED-SUMMARY ASSIGN TO 'storage/irpf.accts.work'
             FILE STATUS IS WS-SSUM-FS.
             SELECT SUMMARY-SORT ASSIGN TO
                 'storage/irpf.accts.sortwk'.
             SELECT IRPF-OUT ASSIGN TO 'storage/irpf.tax'
             FILE STATUS IS WS-TAX-FS.
             SELECT STATEMENT-RPT ASSIGN TO
                 'storage/irpf.statements.rpt'
             FILE STATUS IS WS-RPT-FS.
             SELECT CONTROL-RPT ASSIGN TO 'storage/irpf.control.rpt'
             FILE STATUS IS WS-CTL-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TRIAL-HISTORY.
           COPY TRIALHST.

           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC.
               05 AUDIT-IN-DATE PIC 9(08).
               05 FILLER PIC X(81).

           FD ARCH-REGISTER.
           COPY ARCHREG.

           FD AUDIT-ARCHIVE-IN.
           01 ARCH-IN-REC.
               05 ARCH-IN-DATE PIC 9(08).
               05 FILLER PIC X(81).

           FD AUDIT-COMBINED.
           01 COMB-REC PIC X(89).

           SD AUDIT-SORT.
           01 AUDIT-SORT-REC.
               05 ASORT-TIMESTAMP PIC 9(16).
               05 ASORT-ACCOUNT-ID PIC 9(10).
               05 FILLER PIC X(63).

           FD SORTED-AUDIT.
           COPY ACCTAUD.

           FD ACCOUNT.
           COPY ACCTMST.

           FD CUSTOMER.
           COPY CUSTMST.

           FD LOAN.
           COPY LOANMST.

           FD ACCT-SUMMARY.
           01 SUMMARY-OUT-REC PIC X(90).

           SD SUMMARY-SORT.
           01 SUMMARY-SORT-REC.
               05 SSORT-DOCUMENT PIC X(14).
               05 SSORT-CUSTOMER-ID PIC 9(10).
               05 SSORT-ACCOUNT-ID PIC 9(10).
               05 FILLER PIC X(56).

           FD SORTED-SUMMARY.
           01 SORTED-SUMMARY-REC PIC X(90).

           FD IRPF-OUT.
           COPY IRPFOUT.

           FD STATEMENT-RPT.
           01 STATEMENT-RPT-LINE PIC X(100).

           FD CONTROL-RPT.
           01 CONTROL-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-HIST-FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-ARCHIVE-FS PIC X(02).
           01 WS-COMB-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-SUM-FS PIC X(02).
           01 WS-SSUM-FS PIC X(02).
           01 WS-TAX-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-CTL-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-HIST-EOF PIC X(01).
           01 WS-REG-EOF PIC X(01).
           01 WS-ARCH-EOF PIC X(01).
           01 WS-LIVE-EOF PIC X(01).
           01 WS-MASTER-EOF PIC X(01).
               88 WS-MASTER-DONE VALUE 'Y'.
           01 WS-SORTED-EOF PIC X(01).
               88 WS-SORTED-DONE VALUE 'Y'.
           01 WS-SUMMARY-EOF PIC X(01).
               88 WS-SUMMARY-DONE VALUE 'Y'.
           01 WS-LOAN-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-LOAN-OPENED VALUE 'Y'.

           01 WS-ARCHIVE-NAME.
               05 FILLER PIC X(20) VALUE 'storage/accout.arch.'.
               05 WS-ARCHIVE-NAME-DATE PIC 9(08).
           01 WS-ARCHIVES-PULLED PIC 9(03) VALUE ZERO.

           01 WS-BASE-YEAR PIC 9(04).
           01 WS-TODAY PIC 9(08).
           01 WS-YEAR-START-DATE PIC 9(08).
           01 WS-YEAR-START-R REDEFINES WS-YEAR-START-DATE.
               05 WS-START-YEAR PIC 9(04).
               05 WS-START-MMDD PIC 9(04).
           01 WS-YEAR-END-DATE PIC 9(08).
           01 WS-YEAR-END-R REDEFINES WS-YEAR-END-DATE.
               05 WS-END-YEAR PIC 9(04).
               05 WS-END-MMDD PIC 9(04).
           01 WS-PULL-FROM-DATE PIC 9(08).

      ******************************************************************
      * The proof the year is agreed against: the last record on the
      * trial-balance history whose watermark falls in the year.
      ******************************************************************
           01 WS-PROOF-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-PROOF-FOUND VALUE 'Y'.
           01 WS-PROOF-TIMESTAMP.
               05 WS-PROOF-DATE PIC 9(08) VALUE ZERO.
               05 WS-PROOF-TIME PIC 9(08) VALUE ZERO.
           01 WS-PROOF-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-PROOF-RESULT PIC X(01) VALUE SPACE.
               88 WS-PROOF-PROVED VALUE 'P'.
           01 WS-PROOF-AGREE-SW PIC X(01) VALUE 'N'.
               88 WS-PROOF-AGREED VALUE 'Y'.
           01 WS-ROLLED-PROOF-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-YEAR-END-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-LATE-MOVEMENT PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      * One account's audit history, summed as it is consumed: signed
      * checking movement stamped after the proof's watermark and
      * dated after the year, the loan's own movement after the year,
      * and the year's interest by kind.
      ******************************************************************
           01 WS-GROUP-ACCOUNT PIC 9(10).
           01 WS-SIGNED-AMOUNT PIC S9(09)V99.
           01 WS-GRP-AFTER-PROOF PIC S9(11)V99.
           01 WS-GRP-AFTER-YEAR PIC S9(11)V99.
           01 WS-GRP-LOAN-AFTER PIC S9(11)V99.
           01 WS-GRP-DEPOSIT-INT PIC S9(11)V99.
           01 WS-GRP-OVERDRAFT-INT PIC S9(11)V99.
           01 WS-GRP-LOAN-INT PIC S9(11)V99.
           01 WS-ACCT-PROOF-BALANCE PIC S9(11)V99.
           01 WS-ACCT-YE-BALANCE PIC S9(11)V99.
           01 WS-ACCT-LOAN-BALANCE PIC S9(11)V99.
           01 WS-ACCT-LOAN-SW PIC X(01).
               88 WS-ACCT-HAS-LOAN VALUE 'Y'.
           01 WS-ACCT-REPORT-SW PIC X(01).
               88 WS-ACCT-REPORTABLE VALUE 'Y'.

      ******************************************************************
      * Per-account work record, written for every reportable account
      * whose customer is on file and sorted by document number so the
      * statements and the tax file come out in the same order.
      ******************************************************************
           01 WS-SUM-REC.
               05 WS-SUM-DOCUMENT PIC X(14).
               05 WS-SUM-CUSTOMER-ID PIC 9(10).
               05 WS-SUM-ACCOUNT-ID PIC 9(10).
               05 WS-SUM-YE-BALANCE PIC S9(09)V99.
               05 WS-SUM-DEPOSIT-INT PIC S9(09)V99.
               05 WS-SUM-OVERDRAFT-INT PIC S9(09)V99.
               05 WS-SUM-LOAN-SW PIC X(01).
                   88 WS-SUM-HAS-LOAN VALUE 'Y'.
               05 WS-SUM-LOAN-INT PIC S9(09)V99.
               05 WS-SUM-LOAN-BALANCE PIC S9(09)V99.

           01 WS-CURRENT-CUSTOMER PIC 9(10) VALUE ZERO.
           01 WS-CUST-DEPOSIT-INT PIC S9(11)V99.
           01 WS-CUST-OVERDRAFT-INT PIC S9(11)V99.
           01 WS-CUST-LOAN-INT PIC S9(11)V99.
           01 WS-CUST-YE-BALANCE PIC S9(11)V99.
           01 WS-CUST-LOAN-BALANCE PIC S9(11)V99.

           01 WS-ACCOUNTS-READ PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-REPORTED PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-UNLINKED PIC 9(07) VALUE ZERO.
           01 WS-ACCOUNTS-LOST PIC 9(07) VALUE ZERO.
           01 WS-STATEMENTS-PRINTED PIC 9(07) VALUE ZERO.
           01 WS-EXPECTED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-EXPECTED-INTEREST PIC S9(13)V99 VALUE ZERO.
           01 WS-EXPECTED-BALANCE PIC S9(13)V99 VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DETAIL-INTEREST PIC S9(13)V99 VALUE ZERO.
           01 WS-DETAIL-BALANCE PIC S9(13)V99 VALUE ZERO.

           01 WS-LINE PIC X(100).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-YEAR PIC 9(04).
           01 WS-RPT-DATE PIC 9(08).
           01 WS-RPT-TIME PIC 9(08).
           01 WS-RPT-COUNT PIC Z,ZZZ,ZZ9.
           01 WS-RPT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-AMOUNT2 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-PROOF THRU 1100-EXIT
           IF WS-PROOF-FOUND AND WS-PROOF-PROVED
               PERFORM 1200-BUILD-SORT-INPUT THRU 1200-EXIT
               SORT AUDIT-SORT
                   ON ASCENDING KEY ASORT-ACCOUNT-ID
                   ON ASCENDING KEY ASORT-TIMESTAMP
                   USING AUDIT-COMBINED
                   GIVING SORTED-AUDIT
               PERFORM 1300-OPEN-FILES THRU 1300-EXIT
               PERFORM 1400-READ-MASTER THRU 1400-EXIT
               PERFORM 1500-READ-SORTED THRU 1500-EXIT
               PERFORM 2000-MATCH-ACCOUNT THRU 2000-EXIT
                   UNTIL WS-MASTER-DONE AND WS-SORTED-DONE
               PERFORM 2900-CLOSE-MATCH THRU 2900-EXIT
               PERFORM 5000-AGREE-PROOF THRU 5000-EXIT
           END-IF
           IF WS-PROOF-AGREED
               SORT SUMMARY-SORT
                   ON ASCENDING KEY SSORT-DOCUMENT
                   ON ASCENDING KEY SSORT-CUSTOMER-ID
                   ON ASCENDING KEY SSORT-ACCOUNT-ID
                   USING ACCT-SUMMARY
                   GIVING SORTED-SUMMARY
               PERFORM 6000-ISSUE-INFORMES THRU 6000-EXIT
           ELSE
               PERFORM 5900-REFUSE-ISSUE THRU 5900-EXIT
           END-IF
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9100-TERMINATE THRU 9100-EXIT
           STOP RUN.

      ******************************************************************
      * The base year arrives on SYSIN as one YYYY line. A year that
      * has not ended yet is refused - its 31 December balances do
      * not exist. Every output is opened here, so a refused run
      * still leaves an empty tax file and statement print behind
      * rather than last year's, which could be sent out in error.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BASE-YEAR
           IF WS-BASE-YEAR NOT NUMERIC OR WS-BASE-YEAR = ZERO
               DISPLAY 'ACCTIRPF BASE YEAR MISSING OR INVALID ON SYSIN'
                   ' - RUN REFUSED'
               STOP RUN
           END-IF
           MOVE WS-BASE-YEAR TO WS-START-YEAR
           MOVE 0101 TO WS-START-MMDD
           MOVE WS-BASE-YEAR TO WS-END-YEAR
           MOVE 1231 TO WS-END-MMDD
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-YEAR-END-DATE NOT < WS-TODAY
               DISPLAY 'ACCTIRPF BASE YEAR ' WS-BASE-YEAR
                   ' HAS NOT ENDED - RUN REFUSED'
               STOP RUN
           END-IF
           MOVE WS-BASE-YEAR TO WS-RPT-YEAR
           OPEN OUTPUT CONTROL-RPT
           IF WS-CTL-FS NOT = '00'
               MOVE 'OPEN OUTPUT CONTROL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-CTL-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ACCTIRPF YEAR-END INCOME STATEMENTS - CONTROL REPORT'
               ' BASE YEAR ' WS-RPT-YEAR
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE SPACES TO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           OPEN OUTPUT STATEMENT-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT STMT-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT IRPF-OUT
           IF WS-TAX-FS NOT = '00'
               MOVE 'OPEN OUTPUT IRPF' TO WS-IO-ERROR-CONTEXT
               MOVE WS-TAX-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT CUSTOMER
           IF WS-CUST-FS NOT = '00'
               MOVE 'OPEN INPUT CUSTOMER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-CUST-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * ACCTRECON appends one record to the history per run, stamped
      * with the newest audit record its total reflects. The last one
      * stamped on or before 31 December is the proof of the year's
      * last business day; a later rerun for the same day follows it
      * on the file and takes its place. Only a run that proved ('P')
      * can be agreed with - an out-of-balance total is not a figure
      * to print on a customer's informe, and a baseline proved
      * nothing. With no history at all there is nothing to agree
      * with and the year cannot be issued.
      ******************************************************************
       1100-LOAD-PROOF.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT TRIAL-HISTORY
           IF WS-HIST-FS = '00'
               PERFORM 1110-READ-HISTORY THRU 1110-EXIT
                   UNTIL WS-HIST-EOF = 'Y'
               CLOSE TRIAL-HISTORY
           ELSE
               IF WS-HIST-FS NOT = '35'
                   MOVE 'OPEN TRIALBAL.HIST' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-HIST-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE WS-YEAR-START-DATE TO WS-PULL-FROM-DATE
           IF WS-PROOF-FOUND
               IF WS-PROOF-DATE < WS-PULL-FROM-DATE
                   MOVE WS-PROOF-DATE TO WS-PULL-FROM-DATE
               END-IF
               MOVE WS-PROOF-DATE TO WS-RPT-DATE
               MOVE WS-PROOF-TIME TO WS-RPT-TIME
               MOVE WS-PROOF-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-LINE
               STRING 'ACCTRECON PROOF ' WS-RPT-DATE ' ' WS-RPT-TIME
                   ' TOTAL ' WS-RPT-AMOUNT
                   ' RESULT ' WS-PROOF-RESULT
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
               IF NOT WS-PROOF-PROVED
                   MOVE 'LAST PROOF OF THE YEAR DID NOT PROVE'
                       TO WS-LINE
                   PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
               END-IF
           ELSE
               MOVE WS-YEAR-END-DATE TO WS-RPT-DATE
               MOVE SPACES TO WS-LINE
               STRING 'NO ACCTRECON PROOF ON OR BEFORE ' WS-RPT-DATE
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-HISTORY.
           READ TRIAL-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   IF WS-HIST-FS NOT = '00'
                       MOVE 'READ TRIALBAL.HIST' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HIST-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   IF TRH-DATE NOT > WS-YEAR-END-DATE
                       MOVE TRH-TIMESTAMP TO WS-PROOF-TIMESTAMP
                       MOVE TRH-TOTAL TO WS-PROOF-TOTAL
                       MOVE TRH-RESULT TO WS-PROOF-RESULT
                       MOVE 'Y' TO WS-PROOF-FOUND-SW
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * Gathers the sort's input the way ACCTSTMT does - the archives
      * on the register, then the live audit file - but only what the
      * year needs: records dated from 1 January (or from the proof's
      * watermark, should that be earlier) onwards. An archive holds
      * everything stamped strictly before its cutoff date, so one
      * whose cutoff is not after that date holds nothing wanted and
      * is not opened. An archive that is wanted but missing on disk
      * stops the run; an informe with a hole in the year is exactly
      * what the register is there to prevent.
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
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'OPEN INPUT AUDIT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 1230-COPY-LIVE-RECORD THRU 1230-EXIT
               UNTIL WS-LIVE-EOF = 'Y'
           CLOSE ACCOUNT-AUDIT-IN
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
                       IF ARCH-CUTOFF-DATE > WS-PULL-FROM-DATE
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
                   END-IF
                   IF ARCH-IN-DATE NOT < WS-PULL-FROM-DATE
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
                   END-IF
                   IF AUDIT-IN-DATE NOT < WS-PULL-FROM-DATE
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

       1300-OPEN-FILES.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE 'N' TO WS-SORTED-EOF
           OPEN INPUT ACCOUNT
           IF FS NOT = '00'
               MOVE 'OPEN INPUT ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT SORTED-AUDIT
           IF WS-WORK-FS NOT = '00'
               MOVE 'OPEN INPUT SORTED' TO WS-IO-ERROR-CONTEXT
               MOVE WS-WORK-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT LOAN
           IF WS-LOAN-FS = '00'
               MOVE 'Y' TO WS-LOAN-OPEN-SW
           ELSE
               IF WS-LOAN-FS NOT = '35'
                   MOVE 'OPEN INPUT LOAN' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT ACCT-SUMMARY
           IF WS-SUM-FS NOT = '00'
               MOVE 'OPEN OUTPUT SUMMARY' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SUM-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

       1400-READ-MASTER.
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
       1400-EXIT.
           EXIT.

       1500-READ-SORTED.
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
       1500-EXIT.
           EXIT.

      ******************************************************************
      * The same two-file match on account number ACCTRECON runs: the
      * master in key order off the indexed read, the year's audit
      * history in the same order off the sort. Every master account
      * is rolled back, whether it had activity or not, since all of
      * them are in the total the proof is agreed against. History
      * with no master record is an account gone from the master -
      * ACCTRECON reports it as drift - and is listed here as well,
      * since nobody can be sent an informe for it.
      ******************************************************************
       2000-MATCH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-MASTER-DONE
                   PERFORM 2100-CONSUME-GROUP THRU 2100-EXIT
                   PERFORM 2300-REPORT-LOST-ACCOUNT THRU 2300-EXIT
               WHEN WS-SORTED-DONE
                   PERFORM 2050-CLEAR-GROUP THRU 2050-EXIT
                   PERFORM 2200-CLOSE-ACCOUNT THRU 2200-EXIT
               WHEN AUDIT-ACCOUNT-ID < ACCOUNT-ID
                   PERFORM 2100-CONSUME-GROUP THRU 2100-EXIT
                   PERFORM 2300-REPORT-LOST-ACCOUNT THRU 2300-EXIT
               WHEN ACCOUNT-ID < AUDIT-ACCOUNT-ID
                   PERFORM 2050-CLEAR-GROUP THRU 2050-EXIT
                   PERFORM 2200-CLOSE-ACCOUNT THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 2100-CONSUME-GROUP THRU 2100-EXIT
                   PERFORM 2200-CLOSE-ACCOUNT THRU 2200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2050-CLEAR-GROUP.
           MOVE ZERO TO WS-GRP-AFTER-PROOF
           MOVE ZERO TO WS-GRP-AFTER-YEAR
           MOVE ZERO TO WS-GRP-LOAN-AFTER
           MOVE ZERO TO WS-GRP-DEPOSIT-INT
           MOVE ZERO TO WS-GRP-OVERDRAFT-INT
           MOVE ZERO TO WS-GRP-LOAN-INT.
       2050-EXIT.
           EXIT.

       2100-CONSUME-GROUP.
           MOVE AUDIT-ACCOUNT-ID TO WS-GROUP-ACCOUNT
           PERFORM 2050-CLEAR-GROUP THRU 2050-EXIT
           PERFORM 2110-CONSUME-AUDIT THRU 2110-EXIT
               UNTIL WS-SORTED-DONE
               OR AUDIT-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * Each record's checking movement is signed the way ACCTRECON
      * signs it (4 and 25 move only the loan). Movement stamped after
      * the proof's watermark rolls the master back to the proved
      * total; movement dated after 31 December rolls it back to the
      * year end. The loan is rolled back the same way by its own
      * codes: a draw (4) and a month's interest (25) added to it, a
      * PAGAMENTO (9) and an installment (11) taken off it, each at
      * the amount the trail records. A reversal carries its
      * original's code with the amount negated, so it nets out of
      * every sum here without being looked for.
      ******************************************************************
       2110-CONSUME-AUDIT.
           MOVE ZERO TO WS-SIGNED-AMOUNT
           EVALUATE AUDIT-OPERATION
               WHEN 2
               WHEN 5
               WHEN 9
               WHEN 11
               WHEN 14
               WHEN 16
               WHEN 22
               WHEN 24
                   SUBTRACT AUDIT-AMOUNT FROM WS-SIGNED-AMOUNT
               WHEN 3
               WHEN 10
               WHEN 12
               WHEN 13
               WHEN 23
                   MOVE AUDIT-AMOUNT TO WS-SIGNED-AMOUNT
           END-EVALUATE
           IF AUDIT-TIMESTAMP > WS-PROOF-TIMESTAMP
               ADD WS-SIGNED-AMOUNT TO WS-GRP-AFTER-PROOF
           END-IF
           IF AUDIT-DATE > WS-YEAR-END-DATE
               ADD WS-SIGNED-AMOUNT TO WS-GRP-AFTER-YEAR
               EVALUATE AUDIT-OPERATION
                   WHEN 4
                   WHEN 25
                       ADD AUDIT-AMOUNT TO WS-GRP-LOAN-AFTER
                   WHEN 9
                   WHEN 11
                       SUBTRACT AUDIT-AMOUNT FROM WS-GRP-LOAN-AFTER
               END-EVALUATE
           ELSE
               IF AUDIT-DATE NOT < WS-YEAR-START-DATE
                   EVALUATE AUDIT-OPERATION
                       WHEN 13
                           ADD AUDIT-AMOUNT TO WS-GRP-DEPOSIT-INT
                       WHEN 14
                           ADD AUDIT-AMOUNT TO WS-GRP-OVERDRAFT-INT
                       WHEN 25
                           ADD AUDIT-AMOUNT TO WS-GRP-LOAN-INT
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 1500-READ-SORTED THRU 1500-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * Rolls the master account back to the proof and to the year
      * end and decides whether it belongs on an informe: not if it
      * was opened after the year, nor if it is closed now with
      * nothing at all to report for the year. A reportable account
      * goes to its first holder, ACCOUNT-CUSTOMER-ID; joint holders
      * on storage/signatory.data are not sent it again, so nothing
      * is declared twice.
      ******************************************************************
       2200-CLOSE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCOUNT-ID TO WS-GROUP-ACCOUNT
           COMPUTE WS-ACCT-PROOF-BALANCE =
               ACCOUNT-BALANCE - WS-GRP-AFTER-PROOF
           COMPUTE WS-ACCT-YE-BALANCE =
               ACCOUNT-BALANCE - WS-GRP-AFTER-YEAR
           ADD WS-ACCT-PROOF-BALANCE TO WS-ROLLED-PROOF-TOTAL
           ADD WS-ACCT-YE-BALANCE TO WS-YEAR-END-TOTAL
           PERFORM 2210-YEAR-END-LOAN THRU 2210-EXIT
           MOVE 'Y' TO WS-ACCT-REPORT-SW
           IF ACCOUNT-OPEN-DATE > WS-YEAR-END-DATE
               MOVE 'N' TO WS-ACCT-REPORT-SW
           ELSE
               IF ACCOUNT-STATUS-CLOSED
                   AND WS-ACCT-YE-BALANCE = ZERO
                   AND WS-GRP-DEPOSIT-INT = ZERO
                   AND WS-GRP-OVERDRAFT-INT = ZERO
                   AND NOT WS-ACCT-HAS-LOAN
                   MOVE 'N' TO WS-ACCT-REPORT-SW
               END-IF
           END-IF
           IF WS-ACCT-REPORTABLE
               PERFORM 2220-LINK-CUSTOMER THRU 2220-EXIT
           END-IF
           PERFORM 1400-READ-MASTER THRU 1400-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * A loan is reported while it owed something at the year end or
      * accrued interest during the year; one paid off before the year
      * began has nothing left to declare.
      ******************************************************************
       2210-YEAR-END-LOAN.
           MOVE 'N' TO WS-ACCT-LOAN-SW
           MOVE ZERO TO WS-ACCT-LOAN-BALANCE
           IF WS-LOAN-OPENED
               MOVE ACCOUNT-ID TO LOAN-ACCOUNT-ID
               READ LOAN
                   KEY IS LOAN-ACCOUNT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-LOAN-FS NOT = '00'
                           MOVE 'READ LOAN' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       COMPUTE WS-ACCT-LOAN-BALANCE =
                           LOAN-OUTSTANDING-BALANCE - WS-GRP-LOAN-AFTER
               END-READ
           END-IF
           IF WS-ACCT-LOAN-BALANCE NOT = ZERO
               OR WS-GRP-LOAN-INT NOT = ZERO
               MOVE 'Y' TO WS-ACCT-LOAN-SW
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * An account with no customer number, or one naming a customer
      * not on file, has nobody to address an informe to. It is listed
      * on the control report for the branch to link up and the year
      * rerun; it still counts in the proof above, so the run is not
      * held for it.
      ******************************************************************
       2220-LINK-CUSTOMER.
           MOVE ACCOUNT-ID TO WS-RPT-ID
           IF ACCOUNT-CUSTOMER-ID = ZERO
               ADD 1 TO WS-ACCOUNTS-UNLINKED
               MOVE SPACES TO WS-LINE
               STRING 'NOT REPORTED - ACCOUNT ' WS-RPT-ID
                   ' NAMES NO CUSTOMER  ' CUSTOMER-NAME
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           ELSE
               MOVE ACCOUNT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER
                   KEY IS CUST-ID
                   INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-UNLINKED
                       MOVE SPACES TO WS-LINE
                       STRING 'NOT REPORTED - ACCOUNT ' WS-RPT-ID
                           ' CUSTOMER ' ACCOUNT-CUSTOMER-ID
                           ' NOT ON FILE'
                           DELIMITED BY SIZE INTO WS-LINE
                       PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
                   NOT INVALID KEY
                       IF WS-CUST-FS NOT = '00'
                           MOVE 'READ CUSTOMER' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       PERFORM 2230-WRITE-SUMMARY THRU 2230-EXIT
               END-READ
           END-IF.
       2220-EXIT.
           EXIT.

       2230-WRITE-SUMMARY.
           MOVE CUST-DOCUMENT TO WS-SUM-DOCUMENT
           MOVE CUST-ID TO WS-SUM-CUSTOMER-ID
           MOVE ACCOUNT-ID TO WS-SUM-ACCOUNT-ID
           MOVE WS-ACCT-YE-BALANCE TO WS-SUM-YE-BALANCE
           MOVE WS-GRP-DEPOSIT-INT TO WS-SUM-DEPOSIT-INT
           MOVE WS-GRP-OVERDRAFT-INT TO WS-SUM-OVERDRAFT-INT
           MOVE WS-ACCT-LOAN-SW TO WS-SUM-LOAN-SW
           MOVE WS-GRP-LOAN-INT TO WS-SUM-LOAN-INT
           MOVE WS-ACCT-LOAN-BALANCE TO WS-SUM-LOAN-BALANCE
           WRITE SUMMARY-OUT-REC FROM WS-SUM-REC
           IF WS-SUM-FS NOT = '00'
               MOVE 'WRITE SUMMARY' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SUM-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-REPORTED.
       2230-EXIT.
           EXIT.

       2300-REPORT-LOST-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-LOST
           MOVE WS-GROUP-ACCOUNT TO WS-RPT-ID
           MOVE SPACES TO WS-LINE
           STRING 'NOT REPORTED - ACCOUNT ' WS-RPT-ID
               ' HAS AUDIT HISTORY BUT IS NOT ON THE MASTER'
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT.
       2300-EXIT.
           EXIT.

       2900-CLOSE-MATCH.
           CLOSE ACCOUNT
           CLOSE SORTED-AUDIT
           IF WS-LOAN-OPENED
               CLOSE LOAN
               MOVE 'N' TO WS-LOAN-OPEN-SW
           END-IF
           CLOSE ACCT-SUMMARY.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * The proof: the master rolled back past everything audited
      * after the watermark must come to exactly the total ACCTRECON
      * proved. If it does, the same trail rolled back to 31 December
      * is the year end that proof stands behind - the difference
      * between the two totals is what was posted on the last day
      * after the reconciliation ran (the monthly interest and fee
      * cycles), and it is printed so the figure can be followed.
      ******************************************************************
       5000-AGREE-PROOF.
           MOVE SPACES TO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-ROLLED-PROOF-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'MASTER ROLLED BACK TO PROOF  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           COMPUTE WS-LATE-MOVEMENT =
               WS-YEAR-END-TOTAL - WS-ROLLED-PROOF-TOTAL
           MOVE WS-LATE-MOVEMENT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'POSTED AFTER PROOF IN YEAR   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-YEAR-END-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'CHECKING TOTAL AT YEAR END   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           IF WS-ROLLED-PROOF-TOTAL = WS-PROOF-TOTAL
               MOVE 'Y' TO WS-PROOF-AGREE-SW
               MOVE 'YEAR-END BALANCES AGREE WITH ACCTRECON PROOF'
                   TO WS-LINE
               PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           ELSE
               COMPUTE WS-LATE-MOVEMENT =
                   WS-ROLLED-PROOF-TOTAL - WS-PROOF-TOTAL
               MOVE WS-PROOF-TOTAL TO WS-RPT-AMOUNT
               MOVE WS-LATE-MOVEMENT TO WS-RPT-AMOUNT2
               MOVE SPACES TO WS-LINE
               STRING 'DISAGREES WITH PROOF ' WS-RPT-AMOUNT
                   ' BY ' WS-RPT-AMOUNT2
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5900-REFUSE-ISSUE.
           MOVE SPACES TO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE 'INCOME STATEMENTS NOT ISSUED - NO TAX RECORD WRITTEN'
               TO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           DISPLAY 'ACCTIRPF YEAR-END BALANCES NOT AGREED WITH '
               'ACCTRECON PROOF - STATEMENTS NOT ISSUED FOR '
               WS-BASE-YEAR.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * The tax file is written header first, so its expected control
      * totals are counted off the sorted work file before a single
      * detail goes out (the GLEXTRACT convention); the statements and
      * the details then come off a second pass, one per customer.
      ******************************************************************
       6000-ISSUE-INFORMES.
           PERFORM 6100-COUNT-INFORMES THRU 6100-EXIT
           MOVE SPACES TO IRPF-OUT-HEADER-REC
           MOVE 'H' TO IRH-REC-TYPE
           MOVE WS-BASE-YEAR TO IRH-BASE-YEAR
           MOVE WS-EXPECTED-COUNT TO IRH-EXPECTED-COUNT
           MOVE WS-EXPECTED-INTEREST TO IRH-EXPECTED-INTEREST
           MOVE WS-EXPECTED-BALANCE TO IRH-EXPECTED-BALANCE
           WRITE IRPF-OUT-HEADER-REC
           IF WS-TAX-FS NOT = '00'
               MOVE 'WRITE IRPF HEADER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-TAX-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 6200-OPEN-SUMMARY THRU 6200-EXIT
           PERFORM 6300-ISSUE-CUSTOMER THRU 6300-EXIT
               UNTIL WS-SUMMARY-DONE
           CLOSE SORTED-SUMMARY
           MOVE SPACES TO IRPF-OUT-TRAILER-REC
           MOVE 'T' TO IRT-REC-TYPE
           MOVE WS-BASE-YEAR TO IRT-BASE-YEAR
           MOVE WS-DETAIL-COUNT TO IRT-ACTUAL-COUNT
           MOVE WS-DETAIL-INTEREST TO IRT-ACTUAL-INTEREST
           MOVE WS-DETAIL-BALANCE TO IRT-ACTUAL-BALANCE
           WRITE IRPF-OUT-TRAILER-REC
           IF WS-TAX-FS NOT = '00'
               MOVE 'WRITE IRPF TRAILER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-TAX-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-COUNT-INFORMES.
           MOVE ZERO TO WS-CURRENT-CUSTOMER
           PERFORM 6200-OPEN-SUMMARY THRU 6200-EXIT
           PERFORM 6110-COUNT-RECORD THRU 6110-EXIT
               UNTIL WS-SUMMARY-DONE
           CLOSE SORTED-SUMMARY.
       6100-EXIT.
           EXIT.

       6110-COUNT-RECORD.
           IF WS-SUM-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE WS-SUM-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           END-IF
           ADD WS-SUM-DEPOSIT-INT TO WS-EXPECTED-INTEREST
           ADD WS-SUM-YE-BALANCE TO WS-EXPECTED-BALANCE
           PERFORM 6210-READ-SUMMARY THRU 6210-EXIT.
       6110-EXIT.
           EXIT.

       6200-OPEN-SUMMARY.
           MOVE 'N' TO WS-SUMMARY-EOF
           OPEN INPUT SORTED-SUMMARY
           IF WS-SSUM-FS NOT = '00'
               MOVE 'OPEN INPUT SORTED SUM' TO WS-IO-ERROR-CONTEXT
               MOVE WS-SSUM-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 6210-READ-SUMMARY THRU 6210-EXIT.
       6200-EXIT.
           EXIT.

       6210-READ-SUMMARY.
           READ SORTED-SUMMARY INTO WS-SUM-REC
               AT END
                   MOVE 'Y' TO WS-SUMMARY-EOF
               NOT AT END
                   IF WS-SSUM-FS NOT = '00'
                       MOVE 'READ SORTED SUM' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SSUM-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ.
       6210-EXIT.
           EXIT.

      ******************************************************************
      * One informe per customer: heading with name, document and
      * mailing address, a block per account, the customer's totals,
      * and the same totals as one detail record on the tax file.
      ******************************************************************
       6300-ISSUE-CUSTOMER.
           MOVE WS-SUM-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           MOVE ZERO TO WS-CUST-DEPOSIT-INT
           MOVE ZERO TO WS-CUST-OVERDRAFT-INT
           MOVE ZERO TO WS-CUST-LOAN-INT
           MOVE ZERO TO WS-CUST-YE-BALANCE
           MOVE ZERO TO WS-CUST-LOAN-BALANCE
           MOVE WS-CURRENT-CUSTOMER TO CUST-ID
           READ CUSTOMER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE 'READ CUSTOMER' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               NOT INVALID KEY
                   IF WS-CUST-FS NOT = '00'
                       MOVE 'READ CUSTOMER' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ
           PERFORM 6310-PRINT-HEADING THRU 6310-EXIT
           PERFORM 6400-PRINT-ACCOUNT THRU 6400-EXIT
               UNTIL WS-SUMMARY-DONE
               OR WS-SUM-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
           PERFORM 6500-PRINT-CUSTOMER-TOTALS THRU 6500-EXIT
           PERFORM 6600-WRITE-TAX-DETAIL THRU 6600-EXIT
           ADD 1 TO WS-STATEMENTS-PRINTED.
       6300-EXIT.
           EXIT.

       6310-PRINT-HEADING.
           MOVE SPACES TO STATEMENT-RPT-LINE
           WRITE STATEMENT-RPT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALENDARIO '
               WS-RPT-YEAR
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE SPACES TO WS-LINE
           STRING 'CLIENTE ' CUST-ID '  ' CUST-NAME
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE SPACES TO WS-LINE
           STRING 'DOCUMENTO ' CUST-DOCUMENT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE SPACES TO WS-LINE
           STRING 'ENDERECO ' CUST-ADDRESS-1
               ' ' CUST-ADDRESS-2
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE SPACES TO WS-LINE
           STRING '         ' CUST-CITY
               ' ' CUST-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT.
       6310-EXIT.
           EXIT.

       6400-PRINT-ACCOUNT.
           MOVE WS-SUM-ACCOUNT-ID TO WS-RPT-ID
           MOVE WS-SUM-YE-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'CONTA ' WS-RPT-ID
               '  SALDO EM 31/12/' WS-RPT-YEAR ' ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-SUM-DEPOSIT-INT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '      JUROS CREDITADOS NO ANO      ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-SUM-OVERDRAFT-INT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '      JUROS CHEQUE ESPECIAL PAGOS  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           IF WS-SUM-HAS-LOAN
               MOVE WS-SUM-LOAN-BALANCE TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-LINE
               STRING '      EMPRESTIMO SALDO EM 31/12/' WS-RPT-YEAR
                   ' ' WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
               MOVE WS-SUM-LOAN-INT TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-LINE
               STRING '      JUROS DE EMPRESTIMO NO ANO   '
                   WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           END-IF
           ADD WS-SUM-DEPOSIT-INT TO WS-CUST-DEPOSIT-INT
           ADD WS-SUM-OVERDRAFT-INT TO WS-CUST-OVERDRAFT-INT
           ADD WS-SUM-LOAN-INT TO WS-CUST-LOAN-INT
           ADD WS-SUM-YE-BALANCE TO WS-CUST-YE-BALANCE
           ADD WS-SUM-LOAN-BALANCE TO WS-CUST-LOAN-BALANCE
           PERFORM 6210-READ-SUMMARY THRU 6210-EXIT.
       6400-EXIT.
           EXIT.

       6500-PRINT-CUSTOMER-TOTALS.
           MOVE SPACES TO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-CUST-DEPOSIT-INT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL JUROS CREDITADOS NO ANO      ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-CUST-OVERDRAFT-INT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL JUROS CHEQUE ESPECIAL PAGOS  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-CUST-LOAN-INT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL JUROS DE EMPRESTIMO NO ANO   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-CUST-YE-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL SALDO EM CONTA EM 31/12      ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT
           MOVE WS-CUST-LOAN-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL SALDO DEVEDOR EM 31/12       ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7800-WRITE-STATEMENT THRU 7800-EXIT.
       6500-EXIT.
           EXIT.

       6600-WRITE-TAX-DETAIL.
           MOVE SPACES TO IRPF-OUT-FILE
           MOVE 'D' TO IRF-REC-TYPE
           MOVE WS-BASE-YEAR TO IRF-BASE-YEAR
           MOVE CUST-DOCUMENT TO IRF-DOCUMENT
           MOVE CUST-NAME TO IRF-NAME
           MOVE WS-CUST-DEPOSIT-INT TO IRF-DEPOSIT-INTEREST
           MOVE WS-CUST-OVERDRAFT-INT TO IRF-OVERDRAFT-INTEREST
           MOVE WS-CUST-LOAN-INT TO IRF-LOAN-INTEREST
           MOVE WS-CUST-YE-BALANCE TO IRF-ACCOUNT-BALANCE
           MOVE WS-CUST-LOAN-BALANCE TO IRF-LOAN-BALANCE
           WRITE IRPF-OUT-FILE
           IF WS-TAX-FS NOT = '00'
               MOVE 'WRITE IRPF DETAIL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-TAX-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-CUST-DEPOSIT-INT TO WS-DETAIL-INTEREST
           ADD WS-CUST-YE-BALANCE TO WS-DETAIL-BALANCE.
       6600-EXIT.
           EXIT.

       7800-WRITE-STATEMENT.
           MOVE WS-LINE TO STATEMENT-RPT-LINE
           WRITE STATEMENT-RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 'WRITE STMT-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       7800-EXIT.
           EXIT.

       7900-WRITE-CONTROL.
           MOVE WS-LINE TO CONTROL-RPT-LINE
           WRITE CONTROL-RPT-LINE
           IF WS-CTL-FS NOT = '00'
               MOVE 'WRITE CONTROL' TO WS-IO-ERROR-CONTEXT
               MOVE WS-CTL-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       7900-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS ON MASTER          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-ACCOUNTS-REPORTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS REPORTED           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-ACCOUNTS-UNLINKED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS WITHOUT A CUSTOMER ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-ACCOUNTS-LOST TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS NOT ON MASTER      ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           MOVE WS-STATEMENTS-PRINTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'STATEMENTS ISSUED           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT
           DISPLAY 'ACCTIRPF ARCHIVES PULLED ' WS-ARCHIVES-PULLED
           DISPLAY 'ACCTIRPF STATEMENTS ISSUED ' WS-STATEMENTS-PRINTED
           DISPLAY 'ACCTIRPF ACCOUNTS WITHOUT A CUSTOMER '
               WS-ACCOUNTS-UNLINKED.
       8000-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE CUSTOMER
           CLOSE IRPF-OUT
           CLOSE STATEMENT-RPT
           CLOSE CONTROL-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means an informe could go out with a figure
      * the customer will declare to the tax authority built on a
      * partial read. Log what was being attempted and stop, the same
      * convention the other programs use.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' ACCOUNT=' WS-GROUP-ACCOUNT
           CLOSE ACCOUNT
           CLOSE SORTED-AUDIT
           CLOSE CUSTOMER
           CLOSE IRPF-OUT
           CLOSE STATEMENT-RPT
           CLOSE CONTROL-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
