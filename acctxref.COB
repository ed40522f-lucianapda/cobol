      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential integrity sweep across the
      *          masters. The business date arrives on SYSIN as one
      *          YYYYMMDD line. Every link one master holds to another
      *          is followed and every broken or suspicious one is
      *          reported on storage/xref.rpt, each with a severity:
      *            GRAVE  CT01  a closed account still carrying a
      *                         balance
      *            GRAVE  CL01  an account naming a customer number
      *                         that is not on storage/customer.data
      *            ALERTA CL02  a customer with no account at all
      *            GRAVE  EM01  a loan on storage/loan.data whose
      *                         account is not on the checking master
      *            GRAVE  EM02  a loan still owing on a closed account
      *            ALERTA OP01  an active standing order on
      *                         storage/standing.data drawn on a
      *                         closed or missing account
      *            ALERTA OP02  an active standing transfer to a
      *                         closed or missing counterparty
      *          with a count per exception and per severity. GRAVE
      *          means money or a debt hanging off a link that leads
      *          nowhere; ALERTA is housekeeping the branch should do
      *          (STANDORD already refuses those orders safely). The
      *          counts are appended to storage/xref.result
      *          (XREFRES.CPY), and ACCTCTL will not clear AUDARCH for
      *          a date whose latest result carries a GRAVE - the
      *          night is archived only once the masters are put right
      *          and this sweep rerun clean. Read-only against every
      *          master. Run nightly after ACCTRECON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXREF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT ASSIGN TO 'storage/accout.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT CUSTOMER ASSIGN TO 'storage/customer.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
             SELECT LOAN ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LOAN-ACCOUNT-ID
             FILE STATUS IS WS-LOAN-FS.
             SELECT STANDING ASSIGN TO 'storage/standing.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS SO-ORDER-ID
             FILE STATUS IS WS-SO-FS.
             SELECT XREF-LINKS ASSIGN TO 'storage/xref.links'
             FILE STATUS IS WS-LINKS-FS.
             SELECT XREF-SORTED ASSIGN TO 'storage/xref.work'
             FILE STATUS IS WS-WORK-FS.
             SELECT SORT-WORK ASSIGN TO 'storage/xref.sortwk'.
             SELECT XREF-RESULT ASSIGN TO 'storage/xref.result'
             FILE STATUS IS WS-RESULT-FS.
             SELECT XREF-RPT ASSIGN TO 'storage/xref.rpt'
             FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT.
           COPY ACCTMST.

           FD CUSTOMER.
           COPY CUSTMST.

           FD LOAN.
           COPY LOANMST.

           FD STANDING.
           COPY STORDMST.

           FD XREF-LINKS.
           01 LINK-REC.
               05 LINK-CUSTOMER-ID PIC 9(10).
               05 LINK-ACCOUNT-ID PIC 9(10).

           SD SORT-WORK.
           01 SORT-REC.
               05 SORT-CUSTOMER-ID PIC 9(10).
               05 SORT-ACCOUNT-ID PIC 9(10).

           FD XREF-SORTED.
           01 SORTED-LINK.
               05 SORTED-CUSTOMER-ID PIC 9(10).
               05 SORTED-ACCOUNT-ID PIC 9(10).

           FD XREF-RESULT.
           COPY XREFRES.

           FD XREF-RPT.
           01 XREF-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-SO-FS PIC X(02).
           01 WS-LINKS-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-RESULT-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-ACCOUNT-EOF PIC X(01).
           01 WS-LOAN-EOF PIC X(01).
           01 WS-SO-EOF PIC X(01).
           01 WS-CUST-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-CUST-OPENED VALUE 'Y'.
           01 WS-LOAN-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-LOAN-OPENED VALUE 'Y'.
           01 WS-SO-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-SO-OPENED VALUE 'Y'.
           01 WS-HAS-ACCOUNT-SW PIC X(01).
               88 WS-CUSTOMER-HAS-ACCOUNT VALUE 'Y'.
           01 WS-LOOKUP-SW PIC X(01).
               88 WS-LOOKUP-MISSING VALUE 'M'.
               88 WS-LOOKUP-CLOSED VALUE 'C'.
               88 WS-LOOKUP-OPEN VALUE 'A'.

           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
               05 WS-BUS-YEAR PIC 9(04).
               05 WS-BUS-MONTH PIC 9(02).
               05 WS-BUS-DAY PIC 9(02).

      ******************************************************************
      * The customer match runs the sorted account links against the
      * customer master, both in customer-number order. Each side's
      * key is one digit wider than a customer number so the
      * exhausted side can sit at a value no real customer reaches.
      ******************************************************************
           01 WS-HIGH-KEY PIC 9(11) VALUE 99999999999.
           01 WS-LINK-KEY PIC 9(11).
           01 WS-CUST-KEY PIC 9(11).

      ******************************************************************
      * One entry per exception the sweep reports: its code, severity
      * and the line the report prints. The count beside each is kept
      * in the parallel table below. Adding a check means adding its
      * entry here (and bumping the count).
      ******************************************************************
           01 WS-EXC-TYPE-COUNT PIC 9(02) VALUE 7.
           01 WS-EXC-TYPE-DATA.
               05 FILLER PIC X(04) VALUE 'CT01'.
               05 FILLER PIC X(06) VALUE 'GRAVE'.
               05 FILLER PIC X(40) VALUE
                   'CONTA ENCERRADA COM SALDO'.
               05 FILLER PIC X(04) VALUE 'CL01'.
               05 FILLER PIC X(06) VALUE 'GRAVE'.
               05 FILLER PIC X(40) VALUE
                   'CONTA COM CLIENTE INEXISTENTE'.
               05 FILLER PIC X(04) VALUE 'CL02'.
               05 FILLER PIC X(06) VALUE 'ALERTA'.
               05 FILLER PIC X(40) VALUE
                   'CLIENTE SEM NENHUMA CONTA'.
               05 FILLER PIC X(04) VALUE 'EM01'.
               05 FILLER PIC X(06) VALUE 'GRAVE'.
               05 FILLER PIC X(40) VALUE
                   'EMPRESTIMO EM CONTA INEXISTENTE'.
               05 FILLER PIC X(04) VALUE 'EM02'.
               05 FILLER PIC X(06) VALUE 'GRAVE'.
               05 FILLER PIC X(40) VALUE
                   'EMPRESTIMO EM ABERTO EM CONTA ENCERRADA'.
               05 FILLER PIC X(04) VALUE 'OP01'.
               05 FILLER PIC X(06) VALUE 'ALERTA'.
               05 FILLER PIC X(40) VALUE
                   'ORDEM ATIVA EM CONTA ENCERRADA/INEXIST.'.
               05 FILLER PIC X(04) VALUE 'OP02'.
               05 FILLER PIC X(06) VALUE 'ALERTA'.
               05 FILLER PIC X(40) VALUE
                   'ORDEM ATIVA P/ FAVORECIDO ENCERR/INEXIST'.
           01 WS-EXC-TYPE-TABLE REDEFINES WS-EXC-TYPE-DATA.
               05 WS-EXC-TYPE-ENTRY OCCURS 7 TIMES.
                   10 WS-EXC-CODE PIC X(04).
                   10 WS-EXC-SEVERITY PIC X(06).
                       88 WS-EXC-SEVERE VALUE 'GRAVE'.
                   10 WS-EXC-TEXT PIC X(40).
           01 WS-EXC-COUNT-TABLE.
               05 WS-EXC-FOUND PIC 9(07) OCCURS 7 TIMES.

           01 WS-EXC-INDEX PIC 9(02).
           01 WS-SCAN-INDEX PIC 9(02).

      ******************************************************************
      * The exception being reported: the record it was found on
      * (label and number), the record the broken link points at, and
      * the money involved when there is any.
      ******************************************************************
           01 WS-EXC-KEY-LABEL PIC X(08).
           01 WS-EXC-KEY-ID PIC 9(10).
           01 WS-EXC-REF-LABEL PIC X(11).
           01 WS-EXC-REF-ID PIC 9(10).
           01 WS-EXC-AMOUNT PIC S9(09)V99.

           01 WS-ACCOUNTS-READ PIC 9(07) VALUE ZERO.
           01 WS-CUSTOMERS-READ PIC 9(07) VALUE ZERO.
           01 WS-LOANS-READ PIC 9(07) VALUE ZERO.
           01 WS-ORDERS-READ PIC 9(07) VALUE ZERO.
           01 WS-SEVERE-TOTAL PIC 9(07) VALUE ZERO.
           01 WS-WARNING-TOTAL PIC 9(07) VALUE ZERO.

           01 WS-LINE PIC X(132).
           01 WS-LINE-HEAD PIC X(100).
           01 WS-RPT-KEY PIC 9(10).
           01 WS-RPT-REF PIC 9(10).
           01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ACCOUNT THRU 2000-EXIT
               UNTIL WS-ACCOUNT-EOF = 'Y'
           CLOSE XREF-LINKS
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CUSTOMER-ID
               ON ASCENDING KEY SORT-ACCOUNT-ID
               USING XREF-LINKS
               GIVING XREF-SORTED
           PERFORM 3000-MATCH-CUSTOMERS THRU 3000-EXIT
           PERFORM 4000-CHECK-LOANS THRU 4000-EXIT
           PERFORM 5000-CHECK-ORDERS THRU 5000-EXIT
           PERFORM 6000-REGISTER-RESULT THRU 6000-EXIT
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9100-TERMINATE THRU 9100-EXIT
           STOP RUN.

      ******************************************************************
      * The business date arrives on SYSIN as one YYYYMMDD line; it
      * only stamps the result, so ACCTCTL can find the night's
      * verdict. The sweep may be rerun for a date as often as it
      * takes to clear it - the latest result is the one that counts.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-ACCOUNT-EOF
           MOVE ZEROS TO WS-EXC-COUNT-TABLE
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               OR WS-BUSINESS-DATE = ZERO
               OR WS-BUS-MONTH < 1 OR WS-BUS-MONTH > 12
               OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
               DISPLAY 'ACCTXREF BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT
           IF FS NOT = '00'
               MOVE 'OPEN INPUT ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT XREF-LINKS
           IF WS-LINKS-FS NOT = '00'
               MOVE 'OPEN OUTPUT LINKS' TO WS-IO-ERROR-CONTEXT
               MOVE WS-LINKS-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT XREF-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT XREF.RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ACCTXREF INTEGRIDADE DOS CADASTROS - '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE
           MOVE SPACES TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * First pass, over the checking master in account order. A
      * closed account must have been paid out to zero before it was
      * closed. Every account naming a customer is written to the
      * link file for the customer match; zero is the documented "no
      * customer named" and is not a broken link.
      ******************************************************************
       2000-CHECK-ACCOUNT.
           READ ACCOUNT NEXT
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-EOF
               NOT AT END
                   IF FS NOT = '00'
                       MOVE 'READ NEXT ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM 2100-CHECK-BALANCE THRU 2100-EXIT
                   IF ACCOUNT-CUSTOMER-ID NOT = ZERO
                       MOVE ACCOUNT-CUSTOMER-ID TO LINK-CUSTOMER-ID
                       MOVE ACCOUNT-ID TO LINK-ACCOUNT-ID
                       WRITE LINK-REC
                       IF WS-LINKS-FS NOT = '00'
                           MOVE 'WRITE LINKS' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-LINKS-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-CHECK-BALANCE.
           IF ACCOUNT-STATUS-CLOSED
               AND ACCOUNT-BALANCE NOT = ZERO
               MOVE 1 TO WS-EXC-INDEX
               MOVE 'CONTA' TO WS-EXC-KEY-LABEL
               MOVE ACCOUNT-ID TO WS-EXC-KEY-ID
               MOVE 'CLIENTE' TO WS-EXC-REF-LABEL
               MOVE ACCOUNT-CUSTOMER-ID TO WS-EXC-REF-ID
               MOVE ACCOUNT-BALANCE TO WS-EXC-AMOUNT
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * Second pass: the sorted links matched against the customer
      * master, both ascending by customer number. A link lower than
      * the current customer names a customer the master does not
      * have; a customer passed over without a single link holds no
      * account. A missing customer master leaves every link broken,
      * which is exactly what the report should then say.
      ******************************************************************
       3000-MATCH-CUSTOMERS.
           OPEN INPUT XREF-SORTED
           IF WS-WORK-FS NOT = '00'
               MOVE 'OPEN INPUT XREF.WORK' TO WS-IO-ERROR-CONTEXT
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
           MOVE 'N' TO WS-HAS-ACCOUNT-SW
           PERFORM 3100-READ-LINK THRU 3100-EXIT
           PERFORM 3200-READ-CUSTOMER THRU 3200-EXIT
           PERFORM 3300-MATCH-STEP THRU 3300-EXIT
               UNTIL WS-LINK-KEY = WS-HIGH-KEY
               AND WS-CUST-KEY = WS-HIGH-KEY
           CLOSE XREF-SORTED
           IF WS-CUST-OPENED
               CLOSE CUSTOMER
               MOVE 'N' TO WS-CUST-OPEN-SW
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-LINK.
           READ XREF-SORTED
               AT END
                   MOVE WS-HIGH-KEY TO WS-LINK-KEY
               NOT AT END
                   IF WS-WORK-FS NOT = '00'
                       MOVE 'READ XREF.WORK' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-WORK-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   MOVE SORTED-CUSTOMER-ID TO WS-LINK-KEY
           END-READ.
       3100-EXIT.
           EXIT.

       3200-READ-CUSTOMER.
           IF NOT WS-CUST-OPENED
               MOVE WS-HIGH-KEY TO WS-CUST-KEY
           ELSE
               READ CUSTOMER NEXT
                   AT END
                       MOVE WS-HIGH-KEY TO WS-CUST-KEY
                   NOT AT END
                       IF WS-CUST-FS NOT = '00'
                           MOVE 'READ NEXT CUSTOMER' TO
                               WS-IO-ERROR-CONTEXT
                           MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       ADD 1 TO WS-CUSTOMERS-READ
                       MOVE CUST-ID TO WS-CUST-KEY
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

       3300-MATCH-STEP.
           IF WS-LINK-KEY < WS-CUST-KEY
               MOVE 2 TO WS-EXC-INDEX
               MOVE 'CONTA' TO WS-EXC-KEY-LABEL
               MOVE SORTED-ACCOUNT-ID TO WS-EXC-KEY-ID
               MOVE 'CLIENTE' TO WS-EXC-REF-LABEL
               MOVE SORTED-CUSTOMER-ID TO WS-EXC-REF-ID
               MOVE ZERO TO WS-EXC-AMOUNT
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               PERFORM 3100-READ-LINK THRU 3100-EXIT
           ELSE
               IF WS-LINK-KEY = WS-CUST-KEY
                   MOVE 'Y' TO WS-HAS-ACCOUNT-SW
                   PERFORM 3100-READ-LINK THRU 3100-EXIT
               ELSE
                   IF NOT WS-CUSTOMER-HAS-ACCOUNT
                       MOVE 3 TO WS-EXC-INDEX
                       MOVE 'CLIENTE' TO WS-EXC-KEY-LABEL
                       MOVE CUST-ID TO WS-EXC-KEY-ID
                       MOVE SPACES TO WS-EXC-REF-LABEL
                       MOVE ZERO TO WS-EXC-REF-ID
                       MOVE ZERO TO WS-EXC-AMOUNT
                       PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
                   END-IF
                   MOVE 'N' TO WS-HAS-ACCOUNT-SW
                   PERFORM 3200-READ-CUSTOMER THRU 3200-EXIT
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * Third pass, over the loan master. A loan must sit on an
      * account the checking master has; one still owing (active or
      * delinquent) must not sit on a closed account, since nothing
      * can collect it there. A paid-off loan on a closed account is
      * the normal end of the story. No loan master, no loans.
      ******************************************************************
       4000-CHECK-LOANS.
           MOVE 'N' TO WS-LOAN-EOF
           OPEN INPUT LOAN
           IF WS-LOAN-FS = '00'
               MOVE 'Y' TO WS-LOAN-OPEN-SW
               PERFORM 4100-CHECK-LOAN THRU 4100-EXIT
                   UNTIL WS-LOAN-EOF = 'Y'
               CLOSE LOAN
               MOVE 'N' TO WS-LOAN-OPEN-SW
           ELSE
               IF WS-LOAN-FS NOT = '35'
                   MOVE 'OPEN INPUT LOAN' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-LOAN.
           READ LOAN
               AT END
                   MOVE 'Y' TO WS-LOAN-EOF
               NOT AT END
                   IF WS-LOAN-FS NOT = '00'
                       MOVE 'READ LOAN' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-LOAN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   ADD 1 TO WS-LOANS-READ
                   MOVE LOAN-ACCOUNT-ID TO ACCOUNT-ID
                   PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT
                   MOVE ZERO TO WS-EXC-INDEX
                   IF WS-LOOKUP-MISSING
                       MOVE 4 TO WS-EXC-INDEX
                   ELSE
                       IF WS-LOOKUP-CLOSED
                           AND LOAN-STATUS-SERVICEABLE
                           MOVE 5 TO WS-EXC-INDEX
                       END-IF
                   END-IF
                   IF WS-EXC-INDEX > ZERO
                       MOVE 'EMPREST' TO WS-EXC-KEY-LABEL
                       MOVE LOAN-ACCOUNT-ID TO WS-EXC-KEY-ID
                       MOVE SPACES TO WS-EXC-REF-LABEL
                       MOVE ZERO TO WS-EXC-REF-ID
                       MOVE LOAN-OUTSTANDING-BALANCE TO WS-EXC-AMOUNT
                       PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * Fourth pass, over the standing-order master - active orders
      * only, a cancelled one points nowhere by design. The drawn-on
      * account must be open; a transfer's counterparty must be open
      * too (a PAGAMENTO pays the customer's own loan and its
      * counterparty field means nothing). Dormant is open for this
      * purpose: STANDORD handles a dormant account itself.
      ******************************************************************
       5000-CHECK-ORDERS.
           MOVE 'N' TO WS-SO-EOF
           OPEN INPUT STANDING
           IF WS-SO-FS = '00'
               MOVE 'Y' TO WS-SO-OPEN-SW
               PERFORM 5100-CHECK-ORDER THRU 5100-EXIT
                   UNTIL WS-SO-EOF = 'Y'
               CLOSE STANDING
               MOVE 'N' TO WS-SO-OPEN-SW
           ELSE
               IF WS-SO-FS NOT = '35'
                   MOVE 'OPEN INPUT STANDING' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SO-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ORDER.
           READ STANDING
               AT END
                   MOVE 'Y' TO WS-SO-EOF
               NOT AT END
                   IF WS-SO-FS NOT = '00'
                       MOVE 'READ STANDING' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-SO-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   ADD 1 TO WS-ORDERS-READ
                   IF SO-STATUS-ACTIVE
                       PERFORM 5200-CHECK-ORDER-LINKS THRU 5200-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-CHECK-ORDER-LINKS.
           MOVE SO-ACCOUNT-ID TO ACCOUNT-ID
           PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT
           IF NOT WS-LOOKUP-OPEN
               MOVE 6 TO WS-EXC-INDEX
               MOVE 'ORDEM' TO WS-EXC-KEY-LABEL
               MOVE SO-ORDER-ID TO WS-EXC-KEY-ID
               MOVE 'CONTA' TO WS-EXC-REF-LABEL
               MOVE SO-ACCOUNT-ID TO WS-EXC-REF-ID
               MOVE SO-AMOUNT TO WS-EXC-AMOUNT
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
           END-IF
           IF SO-OP-TRANSFERENCIA
               MOVE SO-COUNTERPARTY-ID TO ACCOUNT-ID
               PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT
               IF NOT WS-LOOKUP-OPEN
                   MOVE 7 TO WS-EXC-INDEX
                   MOVE 'ORDEM' TO WS-EXC-KEY-LABEL
                   MOVE SO-ORDER-ID TO WS-EXC-KEY-ID
                   MOVE 'FAVORECIDO' TO WS-EXC-REF-LABEL
                   MOVE SO-COUNTERPARTY-ID TO WS-EXC-REF-ID
                   MOVE SO-AMOUNT TO WS-EXC-AMOUNT
                   PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * The result is appended, never rewritten: each run for a date
      * leaves its own record, and ACCTCTL goes by the last one.
      ******************************************************************
       6000-REGISTER-RESULT.
           OPEN EXTEND XREF-RESULT
           IF WS-RESULT-FS NOT = '00'
               OPEN OUTPUT XREF-RESULT
               IF WS-RESULT-FS NOT = '00'
                   MOVE 'OPEN XREF.RESULT' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-RESULT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE WS-BUSINESS-DATE TO XRES-BUSINESS-DATE
           MOVE WS-SEVERE-TOTAL TO XRES-SEVERE-COUNT
           MOVE WS-WARNING-TOTAL TO XRES-WARNING-COUNT
           ACCEPT XRES-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT XRES-STAMP-TIME FROM TIME
           WRITE XREF-RESULT-FILE
           IF WS-RESULT-FS NOT = '00'
               MOVE 'WRITE XREF.RESULT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RESULT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE XREF-RESULT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * Random read of the checking master for the account number the
      * caller moved to ACCOUNT-ID: missing, closed, or open (active
      * or dormant).
      ******************************************************************
       6500-LOOKUP-ACCOUNT.
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
                   MOVE 'M' TO WS-LOOKUP-SW
               NOT INVALID KEY
                   IF FS NOT = '00'
                       MOVE 'READ ACCOUNT' TO WS-IO-ERROR-CONTEXT
                       MOVE FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   IF ACCOUNT-STATUS-CLOSED
                       MOVE 'C' TO WS-LOOKUP-SW
                   ELSE
                       MOVE 'A' TO WS-LOOKUP-SW
                   END-IF
           END-READ.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * One report line per exception, counted under its type and its
      * severity. The caller has set the type index and the fields.
      ******************************************************************
       7000-REPORT-EXCEPTION.
           ADD 1 TO WS-EXC-FOUND (WS-EXC-INDEX)
           IF WS-EXC-SEVERE (WS-EXC-INDEX)
               ADD 1 TO WS-SEVERE-TOTAL
           ELSE
               ADD 1 TO WS-WARNING-TOTAL
           END-IF
           MOVE WS-EXC-KEY-ID TO WS-RPT-KEY
           MOVE SPACES TO WS-LINE
           IF WS-EXC-REF-LABEL = SPACES
               STRING WS-EXC-SEVERITY (WS-EXC-INDEX)
                   ' ' WS-EXC-CODE (WS-EXC-INDEX)
                   ' ' WS-EXC-TEXT (WS-EXC-INDEX)
                   ' ' WS-EXC-KEY-LABEL ' ' WS-RPT-KEY
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               MOVE WS-EXC-REF-ID TO WS-RPT-REF
               STRING WS-EXC-SEVERITY (WS-EXC-INDEX)
                   ' ' WS-EXC-CODE (WS-EXC-INDEX)
                   ' ' WS-EXC-TEXT (WS-EXC-INDEX)
                   ' ' WS-EXC-KEY-LABEL ' ' WS-RPT-KEY
                   ' ' WS-EXC-REF-LABEL ' ' WS-RPT-REF
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           IF WS-EXC-AMOUNT NOT = ZERO
               MOVE WS-EXC-AMOUNT TO WS-RPT-AMOUNT
               MOVE WS-LINE TO WS-LINE-HEAD
               MOVE SPACES TO WS-LINE
               STRING WS-LINE-HEAD
                   ' VALOR ' WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE.
       7000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CONTAS LIDAS            ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CLIENTES LIDOS          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           MOVE WS-LOANS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'EMPRESTIMOS LIDOS       ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           MOVE WS-ORDERS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ORDENS LIDAS            ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           MOVE SPACES TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE
           PERFORM 8100-PRINT-TYPE THRU 8100-EXIT
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-EXC-TYPE-COUNT
           MOVE SPACES TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE
           MOVE WS-SEVERE-TOTAL TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL GRAVE             ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           MOVE WS-WARNING-TOTAL TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL ALERTA            ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           IF WS-SEVERE-TOTAL > ZERO
               MOVE SPACES TO WS-LINE
               STRING 'EXCECOES GRAVES PENDENTES - AUDARCH RETIDO '
                   'ATE NOVA VARREDURA SEM GRAVES'
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 8200-WRITE-LINE THRU 8200-EXIT
           END-IF
           DISPLAY 'ACCTXREF ' WS-BUSINESS-DATE ' GRAVE '
               WS-SEVERE-TOTAL ' ALERTA ' WS-WARNING-TOTAL.
       8000-EXIT.
           EXIT.

       8100-PRINT-TYPE.
           MOVE WS-EXC-FOUND (WS-SCAN-INDEX) TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL ' WS-EXC-SEVERITY (WS-SCAN-INDEX)
               ' ' WS-EXC-CODE (WS-SCAN-INDEX)
               ' ' WS-EXC-TEXT (WS-SCAN-INDEX)
               ' ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8200-WRITE-LINE THRU 8200-EXIT.
       8100-EXIT.
           EXIT.

       8200-WRITE-LINE.
           MOVE WS-LINE TO XREF-RPT-LINE
           WRITE XREF-RPT-LINE.
       8200-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE ACCOUNT
           CLOSE XREF-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means the sweep may have missed a broken link
      * and cleared a night that should have been held. Log what was
      * being attempted and stop, the same convention the other
      * programs use. The step is then recorded abended in ACCTCTL
      * and AUDARCH, which waits on it, stays held.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
           CLOSE ACCOUNT
           CLOSE XREF-LINKS
           CLOSE XREF-SORTED
           IF WS-CUST-OPENED
               CLOSE CUSTOMER
           END-IF
           IF WS-LOAN-OPENED
               CLOSE LOAN
           END-IF
           IF WS-SO-OPENED
               CLOSE STANDING
           END-IF
           CLOSE XREF-RESULT
           CLOSE XREF-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
