      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily large-cash and structuring monitor over the
      *          money the customers move. Reads every DEPOSITO (3),
      *          SAQUE (2) and TRANSFERENCIA (5, and its credit leg 10),
      *          and the network items NETCLEAR posts (SAQUE REDE 22,
      *          CREDITO REDE 23, DEBITO REDE 24), on
      *          storage/accout.audit and on the AUDARCH archives
      *          named on storage/accout.archreg, and gathers them by
      *          customer - every account carrying the same
      *          ACCOUNT-CUSTOMER-ID counts as one party, named off
      *          storage/customer.data - or by the single account
      *          when it is not linked to a customer. For each party
      *          with movement on the business date (read from SYSIN
      *          as one YYYYMMDD line) three patterns are flagged:
      *            VAL  a single item on the business date at or over
      *                 the reporting threshold;
      *            FRC  repeated items just under the threshold inside
      *                 the rolling window ending on the business date
      *                 (the structuring pattern);
      *            PIC  the window's volume far above the party's
      *                 normal monthly volume, measured over the
      *                 months before the window.
      *          Each case is appended to the compliance worklist
      *          storage/monitor.cases (MONCASE.CPY) and printed,
      *          with the customer's document number, on
      *          storage/monitor.rpt. A business date that already
      *          has cases on the worklist is refused, so a rerun
      *          does not hand the analysts the same cases twice.
      *          Read-only against the masters. Run nightly after
      *          STANDORD, once the day's postings are all on the
      *          audit trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT-AUDIT-IN ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT ARCH-REGISTER ASSIGN TO 'storage/accout.archreg'
             FILE STATUS IS WS-REG-FS.
             SELECT AUDIT-ARCHIVE-IN ASSIGN TO WS-ARCHIVE-NAME
             FILE STATUS IS WS-ARCHIVE-FS.
             SELECT MONITOR-COMBINED ASSIGN TO
                 'storage/monitor.comb'
             FILE STATUS IS WS-COMB-FS.
             SELECT SORTED-ITEMS ASSIGN TO 'storage/monitor.work'
             FILE STATUS IS WS-WORK-FS.
             SELECT SORT-WORK ASSIGN TO 'storage/monitor.sortwk'.
             SELECT ACCOUNT ASSIGN TO 'storage/accout.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT CUSTOMER ASSIGN TO 'storage/customer.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
             SELECT MONITOR-CASES ASSIGN TO 'storage/monitor.cases'
             FILE STATUS IS WS-CASE-FS.
             SELECT MONITOR-RPT ASSIGN TO 'storage/monitor.rpt'
             FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC PIC X(89).

           FD ARCH-REGISTER.
           COPY ARCHREG.

           FD AUDIT-ARCHIVE-IN.
           01 ARCH-IN-REC PIC X(89).

           FD MONITOR-COMBINED.
           01 COMB-REC PIC X(65).

           SD SORT-WORK.
           01 SORT-REC.
               05 SORT-GROUP-TYPE PIC X(01).
               05 SORT-GROUP-ID PIC 9(10).
               05 SORT-TIMESTAMP PIC 9(16).
               05 FILLER PIC X(38).

           FD SORTED-ITEMS.
           01 SORTED-ITEM.
               05 SORTED-GROUP-TYPE PIC X(01).
                   88 SORTED-GROUP-CUSTOMER VALUE 'C'.
               05 SORTED-GROUP-ID PIC 9(10).
               05 SORTED-DATE PIC 9(08).
               05 SORTED-TIME PIC 9(08).
               05 SORTED-ACCOUNT-ID PIC 9(10).
               05 SORTED-OPERATION PIC 9(05).
               05 SORTED-AMOUNT PIC S9(09)V99.
               05 SORTED-REF PIC 9(12).

           FD ACCOUNT.
           COPY ACCTMST.

           FD CUSTOMER.
           COPY CUSTMST.

           FD MONITOR-CASES.
           COPY MONCASE.

           FD MONITOR-RPT.
           01 MONITOR-RPT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-ARCHIVE-FS PIC X(02).
           01 WS-COMB-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-CASE-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-REG-EOF PIC X(01).
           01 WS-ARCH-EOF PIC X(01).
           01 WS-LIVE-EOF PIC X(01).
           01 WS-CASE-EOF PIC X(01).
           01 WS-SORTED-EOF PIC X(01).
               88 WS-SORTED-DONE VALUE 'Y'.
           01 WS-CUST-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-CUST-OPENED VALUE 'Y'.
           01 WS-RERUN-SW PIC X(01) VALUE 'N'.
               88 WS-ALREADY-RUN VALUE 'Y'.
           01 WS-ARCHIVE-NAME.
               05 FILLER PIC X(20) VALUE 'storage/accout.arch.'.
               05 WS-ARCHIVE-NAME-DATE PIC 9(08).
           01 WS-ARCHIVES-PULLED PIC 9(03) VALUE ZERO.

      ******************************************************************
      * Monitoring parameters. Compliance policy sets them; changing
      * one is a one-line recompile, the same as ACCTINT's rates and
      * ACCTDORM's dormancy period.
      *   WS-LARGE-THRESHOLD  an item at or over it is reported (VAL)
      *   WS-NEAR-PERCENT     an item at or over this percentage of
      *                       the threshold, but under it, is "just
      *                       under" the threshold
      *   WS-NEAR-REPEAT      that many just-under items inside the
      *                       window make a structuring case (FRC)
      *   WS-WINDOW-DAYS      the rolling window, in days, ending on
      *                       and including the business date
      *   WS-BASELINE-MONTHS  the months before the window whose
      *                       average is the party's normal monthly
      *                       volume
      *   WS-SPIKE-FACTOR     a window volume more than this many
      *                       times the normal monthly volume is a
      *                       spike (PIC) ...
      *   WS-SPIKE-FLOOR      ... provided the window volume is at
      *                       least this much, so a dormant small
      *                       saver is not flagged for one bill paid
      ******************************************************************
           01 WS-LARGE-THRESHOLD PIC S9(09)V99 VALUE 50000.00.
           01 WS-NEAR-PERCENT PIC 9(03) VALUE 80.
           01 WS-NEAR-REPEAT PIC 9(03) VALUE 2.
           01 WS-WINDOW-DAYS PIC 9(03) VALUE 30.
           01 WS-BASELINE-MONTHS PIC 9(03) VALUE 6.
           01 WS-SPIKE-FACTOR PIC 9(03) VALUE 3.
           01 WS-SPIKE-FLOOR PIC S9(09)V99 VALUE 20000.00.

           01 WS-NEAR-FLOOR PIC S9(09)V99.
           01 WS-STEP-DAYS PIC 9(03).
           01 WS-MONTH-NUMBER PIC 9(06).
           01 WS-DAYS-IN-MONTH PIC 9(02).
           01 WS-LEAP-QUOTIENT PIC 9(04).
           01 WS-LEAP-REMAINDER PIC 9(04).

           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
               05 WS-BUS-YEAR PIC 9(04).
               05 WS-BUS-MONTH PIC 9(02).
               05 WS-BUS-DAY PIC 9(02).
           01 WS-WINDOW-FROM PIC 9(08).
           01 WS-BASELINE-FROM PIC 9(08).
           01 WS-CAL-DATE PIC 9(08).
           01 WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
               05 WS-CAL-YEAR PIC 9(04).
               05 WS-CAL-MONTH PIC 9(02).
               05 WS-CAL-DAY PIC 9(02).

           01 WS-AUDIT-ITEM.
               05 WS-ITEM-DATE PIC 9(08).
               05 WS-ITEM-TIME PIC 9(08).
               05 WS-ITEM-ACCOUNT-ID PIC 9(10).
               05 WS-ITEM-OPERATION PIC 9(05).
                   88 WS-ITEM-MONITORED VALUES 2, 3, 5, 10,
                       22, 23, 24.
               05 WS-ITEM-AMOUNT PIC S9(09)V99.
               05 WS-ITEM-BALANCE PIC S9(09)V99.
               05 WS-ITEM-REF PIC 9(12).
               05 WS-ITEM-LINK-REF PIC 9(12).
               05 WS-ITEM-REVERSES-REF PIC 9(12).

           01 WS-COMB-ITEM.
               05 WS-COMB-GROUP-TYPE PIC X(01).
               05 WS-COMB-GROUP-ID PIC 9(10).
               05 WS-COMB-DATE PIC 9(08).
               05 WS-COMB-TIME PIC 9(08).
               05 WS-COMB-ACCOUNT-ID PIC 9(10).
               05 WS-COMB-OPERATION PIC 9(05).
               05 WS-COMB-AMOUNT PIC S9(09)V99.
               05 WS-COMB-REF PIC 9(12).

           01 WS-LOOKUP-ACCOUNT PIC 9(10) VALUE ZERO.
           01 WS-LOOKUP-TYPE PIC X(01).
           01 WS-LOOKUP-ID PIC 9(10).

           01 WS-GROUP-TYPE PIC X(01).
               88 WS-GROUP-CUSTOMER VALUE 'C'.
           01 WS-GROUP-ID PIC 9(10).
           01 WS-PARTY-SW PIC X(01).
               88 WS-PARTY-LOADED VALUE 'Y'.
           01 WS-PARTY-CUSTOMER-ID PIC 9(10).
           01 WS-PARTY-DOCUMENT PIC X(14).
           01 WS-PARTY-NAME PIC X(30).

           01 WS-BASELINE-TOTAL PIC S9(11)V99.
           01 WS-MONTHLY-AVERAGE PIC S9(11)V99.
           01 WS-WINDOW-TOTAL PIC S9(11)V99.
           01 WS-WINDOW-COUNT PIC 9(05).
           01 WS-TODAY-COUNT PIC 9(05).
           01 WS-NEAR-TOTAL PIC S9(11)V99.
           01 WS-NEAR-COUNT PIC 9(05).
           01 WS-NEAR-TODAY PIC 9(05).

           01 WS-CASE-SEQ PIC 9(05) VALUE ZERO.
           01 WS-ITEMS-SELECTED PIC 9(07) VALUE ZERO.
           01 WS-PARTIES-ACTIVE PIC 9(07) VALUE ZERO.
           01 WS-LARGE-CASES PIC 9(07) VALUE ZERO.
           01 WS-STRUCTURING-CASES PIC 9(07) VALUE ZERO.
           01 WS-SPIKE-CASES PIC 9(07) VALUE ZERO.

           01 WS-OP-INDEX PIC 9(02).
           COPY ACCTOPS.

           01 WS-LINE PIC X(120).
           01 WS-RULE-TEXT PIC X(24).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-SEQ PIC 9(05).
           01 WS-RPT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-AVERAGE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-LIMIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.
           01 WS-RPT-DAYS PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-BUILD-SORT-INPUT THRU 1200-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SORT-GROUP-TYPE
               ON ASCENDING KEY SORT-GROUP-ID
               ON ASCENDING KEY SORT-TIMESTAMP
               USING MONITOR-COMBINED
               GIVING SORTED-ITEMS
           PERFORM 1300-OPEN-FILES THRU 1300-EXIT
           PERFORM 1400-READ-SORTED THRU 1400-EXIT
           PERFORM 2000-PROCESS-PARTY THRU 2000-EXIT
               UNTIL WS-SORTED-DONE
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9100-TERMINATE THRU 9100-EXIT
           STOP RUN.

      ******************************************************************
      * The business date arrives on SYSIN as one YYYYMMDD line. The
      * window runs back WS-WINDOW-DAYS calendar days from it, the
      * business date included; the baseline is the WS-BASELINE-
      * MONTHS months before the window opens. A date already on the
      * worklist has been monitored and the run is refused.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-SORTED-EOF
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               OR WS-BUSINESS-DATE = ZERO
               OR WS-BUS-MONTH < 1 OR WS-BUS-MONTH > 12
               OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
               DISPLAY 'ACCTMON BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           PERFORM 1050-CHECK-RERUN THRU 1050-EXIT
           IF WS-ALREADY-RUN
               DISPLAY 'ACCTMON CASES FOR ' WS-BUSINESS-DATE
                   ' ARE ALREADY ON storage/monitor.cases'
                   ' - RUN REFUSED'
               STOP RUN
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-LARGE-THRESHOLD * WS-NEAR-PERCENT / 100
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           IF WS-WINDOW-DAYS > 1
               COMPUTE WS-STEP-DAYS = WS-WINDOW-DAYS - 1
               PERFORM 1150-STEP-BACK-DAY THRU 1150-EXIT
                   WS-STEP-DAYS TIMES
           END-IF
           MOVE WS-CAL-DATE TO WS-WINDOW-FROM
           COMPUTE WS-MONTH-NUMBER = WS-CAL-YEAR * 12
               + WS-CAL-MONTH - 1 - WS-BASELINE-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CAL-YEAR
               REMAINDER WS-CAL-MONTH
           ADD 1 TO WS-CAL-MONTH
           PERFORM 1100-COMPUTE-MONTH-END THRU 1100-EXIT
           IF WS-CAL-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CAL-DAY
           END-IF
           MOVE WS-CAL-DATE TO WS-BASELINE-FROM
           OPEN INPUT ACCOUNT
           IF FS NOT = '00'
               MOVE 'OPEN INPUT ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1050-CHECK-RERUN.
           MOVE 'N' TO WS-CASE-EOF
           OPEN INPUT MONITOR-CASES
           IF WS-CASE-FS = '00'
               PERFORM 1060-READ-CASE THRU 1060-EXIT
                   UNTIL WS-CASE-EOF = 'Y'
               CLOSE MONITOR-CASES
           ELSE
               IF WS-CASE-FS NOT = '35'
                   MOVE 'OPEN INPUT CASES' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-CASE-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1060-READ-CASE.
           READ MONITOR-CASES
               AT END
                   MOVE 'Y' TO WS-CASE-EOF
               NOT AT END
                   IF WS-CASE-FS NOT = '00'
                       MOVE 'READ CASES' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-CASE-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF CASE-DATE = WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-RERUN-SW
                       END-IF
                   END-IF
           END-READ.
       1060-EXIT.
           EXIT.

       1100-COMPUTE-MONTH-END.
           EVALUATE WS-CAL-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-CAL-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-CAL-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-CAL-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1150-STEP-BACK-DAY.
           IF WS-CAL-DAY > 1
               SUBTRACT 1 FROM WS-CAL-DAY
           ELSE
               IF WS-CAL-MONTH > 1
                   SUBTRACT 1 FROM WS-CAL-MONTH
               ELSE
                   MOVE 12 TO WS-CAL-MONTH
                   SUBTRACT 1 FROM WS-CAL-YEAR
               END-IF
               PERFORM 1100-COMPUTE-MONTH-END THRU 1100-EXIT
               MOVE WS-DAYS-IN-MONTH TO WS-CAL-DAY
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * Gathers the sort's input the way ACCTSTMT and ACCTDORM do -
      * every archive on the register, then the live audit file - but
      * keeps only the monitored operations dated inside the baseline
      * and window, each tagged with the party it belongs to. A
      * reversal record (AUDIT-REVERSES-REF set) is left out: the item
      * it took back was still presented at the counter and still
      * counts toward the pattern. An archive named on the register
      * but missing on disk stops the run, the same as in ACCTSTMT.
      ******************************************************************
       1200-BUILD-SORT-INPUT.
           MOVE 'N' TO WS-REG-EOF
           MOVE 'N' TO WS-LIVE-EOF
           OPEN OUTPUT MONITOR-COMBINED
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
           CLOSE MONITOR-COMBINED.
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
                       IF ARCH-CUTOFF-DATE > WS-BASELINE-FROM
                           PERFORM 1220-COPY-ARCHIVE THRU 1220-EXIT
                       END-IF
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * An archive holds only records stamped before its cutoff, so
      * one cut on or before the baseline opens holds nothing the
      * monitor needs and is not opened at all.
      ******************************************************************
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
           READ AUDIT-ARCHIVE-IN INTO WS-AUDIT-ITEM
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                   IF WS-ARCHIVE-FS NOT = '00'
                       MOVE 'READ ARCHIVE' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-ARCHIVE-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       PERFORM 1240-SELECT-ITEM THRU 1240-EXIT
                   END-IF
           END-READ.
       1225-EXIT.
           EXIT.

       1230-COPY-LIVE-RECORD.
           READ ACCOUNT-AUDIT-IN INTO WS-AUDIT-ITEM
               AT END
                   MOVE 'Y' TO WS-LIVE-EOF
               NOT AT END
                   IF WS-AUDIT-FS NOT = '00'
                       MOVE 'READ AUDIT' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       PERFORM 1240-SELECT-ITEM THRU 1240-EXIT
                   END-IF
           END-READ.
       1230-EXIT.
           EXIT.

       1240-SELECT-ITEM.
           IF WS-ITEM-MONITORED
               AND WS-ITEM-REVERSES-REF = ZERO
               AND WS-ITEM-DATE NOT < WS-BASELINE-FROM
               AND WS-ITEM-DATE NOT > WS-BUSINESS-DATE
               IF WS-ITEM-ACCOUNT-ID NOT = WS-LOOKUP-ACCOUNT
                   PERFORM 1250-FIND-PARTY THRU 1250-EXIT
               END-IF
               MOVE WS-LOOKUP-TYPE TO WS-COMB-GROUP-TYPE
               MOVE WS-LOOKUP-ID TO WS-COMB-GROUP-ID
               MOVE WS-ITEM-DATE TO WS-COMB-DATE
               MOVE WS-ITEM-TIME TO WS-COMB-TIME
               MOVE WS-ITEM-ACCOUNT-ID TO WS-COMB-ACCOUNT-ID
               MOVE WS-ITEM-OPERATION TO WS-COMB-OPERATION
               MOVE WS-ITEM-AMOUNT TO WS-COMB-AMOUNT
               MOVE WS-ITEM-REF TO WS-COMB-REF
               WRITE COMB-REC FROM WS-COMB-ITEM
               IF WS-COMB-FS NOT = '00'
                   MOVE 'WRITE COMBINED' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-COMB-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               ADD 1 TO WS-ITEMS-SELECTED
           END-IF.
       1240-EXIT.
           EXIT.

      ******************************************************************
      * The party is the customer the account is linked to. An
      * account with no customer number, or one no longer on the
      * master, is its own party.
      ******************************************************************
       1250-FIND-PARTY.
           MOVE WS-ITEM-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           MOVE 'A' TO WS-LOOKUP-TYPE
           MOVE WS-ITEM-ACCOUNT-ID TO WS-LOOKUP-ID
           MOVE WS-ITEM-ACCOUNT-ID TO ACCOUNT-ID
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
                   IF ACCOUNT-CUSTOMER-ID NOT = ZERO
                       MOVE 'C' TO WS-LOOKUP-TYPE
                       MOVE ACCOUNT-CUSTOMER-ID TO WS-LOOKUP-ID
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * The customer master is optional - a bank that has not loaded
      * it yet is still monitored account by account, with the cases
      * printed without a document number. The worklist is appended
      * to, and created on the first night.
      ******************************************************************
       1300-OPEN-FILES.
           OPEN INPUT SORTED-ITEMS
           IF WS-WORK-FS NOT = '00'
               MOVE 'OPEN INPUT SORTED' TO WS-IO-ERROR-CONTEXT
               MOVE WS-WORK-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT CUSTOMER
           IF WS-CUST-FS = '00'
               MOVE 'Y' TO WS-CUST-OPEN-SW
           ELSE
               IF WS-CUST-FS NOT = '35'
                   MOVE 'OPEN INPUT CUSTOMER' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN EXTEND MONITOR-CASES
           IF WS-CASE-FS = '35'
               OPEN OUTPUT MONITOR-CASES
           END-IF
           IF WS-CASE-FS NOT = '00'
               MOVE 'OPEN EXTEND CASES' TO WS-IO-ERROR-CONTEXT
               MOVE WS-CASE-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT MONITOR-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT MON-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ACCTMON TRANSACTION MONITORING FOR '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-LARGE-THRESHOLD TO WS-RPT-LIMIT
           MOVE WS-NEAR-FLOOR TO WS-RPT-AMOUNT
           MOVE WS-WINDOW-DAYS TO WS-RPT-DAYS
           MOVE SPACES TO WS-LINE
           STRING 'LIMIT ' WS-RPT-LIMIT
               ' NEAR-LIMIT BAND FROM ' WS-RPT-AMOUNT
               ' WINDOW ' WS-RPT-DAYS ' DAYS FROM ' WS-WINDOW-FROM
               ' BASELINE FROM ' WS-BASELINE-FROM
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE SPACES TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE.
       1300-EXIT.
           EXIT.

       1400-READ-SORTED.
           READ SORTED-ITEMS
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
      * One party's items arrive together in date order. Single items
      * over the threshold are reported as they are met; the window
      * patterns are judged once the whole party has been read, and
      * only for a party that moved money on the business date - a
      * pattern already reported stays reported and is not raised
      * again on the quiet days that follow it.
      ******************************************************************
       2000-PROCESS-PARTY.
           MOVE SORTED-GROUP-TYPE TO WS-GROUP-TYPE
           MOVE SORTED-GROUP-ID TO WS-GROUP-ID
           MOVE 'N' TO WS-PARTY-SW
           MOVE ZERO TO WS-BASELINE-TOTAL
           MOVE ZERO TO WS-WINDOW-TOTAL
           MOVE ZERO TO WS-WINDOW-COUNT
           MOVE ZERO TO WS-TODAY-COUNT
           MOVE ZERO TO WS-NEAR-TOTAL
           MOVE ZERO TO WS-NEAR-COUNT
           MOVE ZERO TO WS-NEAR-TODAY
           PERFORM 2100-CONSUME-ITEM THRU 2100-EXIT
               UNTIL WS-SORTED-DONE
               OR SORTED-GROUP-TYPE NOT = WS-GROUP-TYPE
               OR SORTED-GROUP-ID NOT = WS-GROUP-ID
           IF WS-TODAY-COUNT > ZERO
               ADD 1 TO WS-PARTIES-ACTIVE
               PERFORM 2200-JUDGE-WINDOW THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CONSUME-ITEM.
           IF SORTED-DATE < WS-WINDOW-FROM
               ADD SORTED-AMOUNT TO WS-BASELINE-TOTAL
           ELSE
               ADD SORTED-AMOUNT TO WS-WINDOW-TOTAL
               ADD 1 TO WS-WINDOW-COUNT
               IF SORTED-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-TODAY-COUNT
               END-IF
               IF SORTED-AMOUNT NOT < WS-NEAR-FLOOR
                   AND SORTED-AMOUNT < WS-LARGE-THRESHOLD
                   ADD SORTED-AMOUNT TO WS-NEAR-TOTAL
                   ADD 1 TO WS-NEAR-COUNT
                   IF SORTED-DATE = WS-BUSINESS-DATE
                       ADD 1 TO WS-NEAR-TODAY
                   END-IF
               END-IF
               IF SORTED-DATE = WS-BUSINESS-DATE
                   AND SORTED-AMOUNT NOT < WS-LARGE-THRESHOLD
                   PERFORM 2300-LOAD-PARTY THRU 2300-EXIT
                   MOVE 'VAL' TO CASE-RULE
                   MOVE SORTED-ACCOUNT-ID TO CASE-ACCOUNT-ID
                   MOVE SORTED-OPERATION TO CASE-OPERATION
                   MOVE SORTED-REF TO CASE-AUDIT-REF
                   MOVE SORTED-AMOUNT TO CASE-AMOUNT
                   MOVE 1 TO CASE-ITEM-COUNT
                   MOVE ZERO TO CASE-NORMAL-MONTHLY
                   PERFORM 3000-WRITE-CASE THRU 3000-EXIT
                   ADD 1 TO WS-LARGE-CASES
               END-IF
           END-IF
           PERFORM 1400-READ-SORTED THRU 1400-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * Structuring needs at least one of the just-under items to be
      * the business date's own. A spike is the window's volume
      * against the baseline's monthly average; a party with no
      * baseline at all - new to the bank within the window - is
      * judged on the floor alone.
      ******************************************************************
       2200-JUDGE-WINDOW.
           IF WS-NEAR-TODAY > ZERO
               AND WS-NEAR-COUNT NOT < WS-NEAR-REPEAT
               PERFORM 2300-LOAD-PARTY THRU 2300-EXIT
               MOVE 'FRC' TO CASE-RULE
               MOVE ZERO TO CASE-OPERATION
               MOVE ZERO TO CASE-AUDIT-REF
               MOVE WS-NEAR-TOTAL TO CASE-AMOUNT
               MOVE WS-NEAR-COUNT TO CASE-ITEM-COUNT
               MOVE ZERO TO CASE-NORMAL-MONTHLY
               PERFORM 2400-PARTY-ACCOUNT THRU 2400-EXIT
               PERFORM 3000-WRITE-CASE THRU 3000-EXIT
               ADD 1 TO WS-STRUCTURING-CASES
           END-IF
           COMPUTE WS-MONTHLY-AVERAGE ROUNDED =
               WS-BASELINE-TOTAL / WS-BASELINE-MONTHS
           IF WS-WINDOW-TOTAL NOT < WS-SPIKE-FLOOR
               AND WS-WINDOW-TOTAL >
                   WS-MONTHLY-AVERAGE * WS-SPIKE-FACTOR
               PERFORM 2300-LOAD-PARTY THRU 2300-EXIT
               MOVE 'PIC' TO CASE-RULE
               MOVE ZERO TO CASE-OPERATION
               MOVE ZERO TO CASE-AUDIT-REF
               MOVE WS-WINDOW-TOTAL TO CASE-AMOUNT
               MOVE WS-WINDOW-COUNT TO CASE-ITEM-COUNT
               MOVE WS-MONTHLY-AVERAGE TO CASE-NORMAL-MONTHLY
               PERFORM 2400-PARTY-ACCOUNT THRU 2400-EXIT
               PERFORM 3000-WRITE-CASE THRU 3000-EXIT
               ADD 1 TO WS-SPIKE-CASES
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * Name and document number of the party, read once and only
      * when it has a case. A customer number not on the customer
      * master is reported as such rather than dropped.
      ******************************************************************
       2300-LOAD-PARTY.
           IF NOT WS-PARTY-LOADED
               MOVE 'Y' TO WS-PARTY-SW
               MOVE ZERO TO WS-PARTY-CUSTOMER-ID
               MOVE SPACES TO WS-PARTY-DOCUMENT
               MOVE 'NOT ON CUSTOMER MASTER' TO WS-PARTY-NAME
               IF WS-GROUP-CUSTOMER
                   MOVE WS-GROUP-ID TO WS-PARTY-CUSTOMER-ID
                   IF WS-CUST-OPENED
                       MOVE WS-GROUP-ID TO CUST-ID
                       PERFORM 2310-READ-CUSTOMER THRU 2310-EXIT
                   END-IF
               ELSE
                   MOVE WS-GROUP-ID TO ACCOUNT-ID
                   PERFORM 2320-READ-ACCOUNT THRU 2320-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-READ-CUSTOMER.
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
                   MOVE CUST-DOCUMENT TO WS-PARTY-DOCUMENT
                   MOVE CUST-NAME TO WS-PARTY-NAME
           END-READ.
       2310-EXIT.
           EXIT.

       2320-READ-ACCOUNT.
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-PARTY-NAME
               NOT INVALID KEY
                   IF FS NOT = '00'
                       MOVE 'READ ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   MOVE CUSTOMER-NAME TO WS-PARTY-NAME
           END-READ.
       2320-EXIT.
           EXIT.

      ******************************************************************
      * A window case belongs to the customer across all of their
      * accounts and names no single one; a party that is a lone
      * account names it.
      ******************************************************************
       2400-PARTY-ACCOUNT.
           IF WS-GROUP-CUSTOMER
               MOVE ZERO TO CASE-ACCOUNT-ID
           ELSE
               MOVE WS-GROUP-ID TO CASE-ACCOUNT-ID
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * The rule-specific fields are set by the caller; the party and
      * the case identity are filled in here, the case appended to the
      * worklist and printed for the analyst.
      ******************************************************************
       3000-WRITE-CASE.
           ADD 1 TO WS-CASE-SEQ
           MOVE WS-BUSINESS-DATE TO CASE-DATE
           MOVE WS-CASE-SEQ TO CASE-SEQ
           MOVE WS-PARTY-CUSTOMER-ID TO CASE-CUSTOMER-ID
           MOVE WS-PARTY-DOCUMENT TO CASE-DOCUMENT
           MOVE WS-PARTY-NAME TO CASE-NAME
           MOVE WS-WINDOW-FROM TO CASE-WINDOW-FROM
           MOVE 'A' TO CASE-STATUS
           WRITE MONITOR-CASE-FILE
           IF WS-CASE-FS NOT = '00'
               MOVE 'WRITE CASES' TO WS-IO-ERROR-CONTEXT
               MOVE WS-CASE-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3100-REPORT-CASE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-REPORT-CASE.
           EVALUATE TRUE
               WHEN CASE-RULE-LARGE
                   MOVE 'LARGE ITEM' TO WS-RULE-TEXT
               WHEN CASE-RULE-STRUCTURING
                   MOVE 'STRUCTURING' TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE 'VOLUME SPIKE' TO WS-RULE-TEXT
           END-EVALUATE
           MOVE CASE-SEQ TO WS-RPT-SEQ
           MOVE CASE-CUSTOMER-ID TO WS-RPT-ID
           MOVE SPACES TO WS-LINE
           IF CASE-CUSTOMER-ID = ZERO
               STRING 'CASE ' WS-RPT-SEQ ' ' CASE-RULE ' '
                   WS-RULE-TEXT
                   ' NO CUSTOMER LINKED'
                   ' NAME ' CASE-NAME
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               STRING 'CASE ' WS-RPT-SEQ ' ' CASE-RULE ' '
                   WS-RULE-TEXT
                   ' CUSTOMER ' WS-RPT-ID
                   ' DOCUMENT ' CASE-DOCUMENT
                   ' NAME ' CASE-NAME
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE CASE-AMOUNT TO WS-RPT-AMOUNT
           MOVE CASE-ITEM-COUNT TO WS-RPT-COUNT
           MOVE CASE-ACCOUNT-ID TO WS-RPT-ID
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
               WHEN CASE-RULE-LARGE
                   MOVE CASE-OPERATION TO WS-OP-INDEX
                   MOVE WS-OP-NAME-ENTRY (WS-OP-INDEX) TO WS-OP-NAME
                   STRING '     ACCOUNT ' WS-RPT-ID
                       ' ' WS-OP-NAME
                       ' AMOUNT ' WS-RPT-AMOUNT
                       ' REF ' CASE-AUDIT-REF
                       DELIMITED BY SIZE INTO WS-LINE
               WHEN CASE-RULE-STRUCTURING
                   STRING '     ' WS-RPT-COUNT
                       ' ITEMS BELOW THE LIMIT SINCE '
                       CASE-WINDOW-FROM
                       ' TOTAL ' WS-RPT-AMOUNT
                       DELIMITED BY SIZE INTO WS-LINE
               WHEN OTHER
                   MOVE CASE-NORMAL-MONTHLY TO WS-RPT-AVERAGE
                   STRING '     ' WS-RPT-COUNT
                       ' ITEMS SINCE ' CASE-WINDOW-FROM
                       ' TOTAL ' WS-RPT-AMOUNT
                       ' MONTHLY AVERAGE ' WS-RPT-AVERAGE
                       DELIMITED BY SIZE INTO WS-LINE
           END-EVALUATE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE.
       3100-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-ITEMS-SELECTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ITEMS EXAMINED        : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-PARTIES-ACTIVE TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'PARTIES ACTIVE TODAY  : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-LARGE-CASES TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'LARGE ITEM CASES      : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-STRUCTURING-CASES TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'STRUCTURING CASES     : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-SPIKE-CASES TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'VOLUME SPIKE CASES    : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           DISPLAY 'ACCTMON ' WS-BUSINESS-DATE
               ' CASES ' WS-CASE-SEQ
               ' ARCHIVES READ ' WS-ARCHIVES-PULLED.
       8000-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE SORTED-ITEMS
           CLOSE ACCOUNT
           IF WS-CUST-OPENED
               CLOSE CUSTOMER
           END-IF
           CLOSE MONITOR-CASES
           CLOSE MONITOR-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means a pattern may have gone unexamined or a
      * case half-written. Log what was being attempted and stop, the
      * same convention the other batch programs use; the business
      * date has no complete set of cases and may be run again once
      * any partial cases for it are taken off the worklist.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' PARTY=' WS-GROUP-TYPE WS-GROUP-ID
           CLOSE SORTED-ITEMS
           CLOSE ACCOUNT
           CLOSE CUSTOMER
           CLOSE MONITOR-CASES
           CLOSE MONITOR-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
