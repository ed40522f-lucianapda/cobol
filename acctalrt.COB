      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly customer alert file for the SMS/e-mail
      *          messaging vendor. For the business date read from
      *          SYSIN (one YYYYMMDD line) it reads the day's postings
      *          off storage/accout.audit and the day's events off
      *          storage/alert.events, and writes one message per
      *          event to storage/alert.out.YYYYMMDD (ALRTOUT.CPY,
      *          header/trailer control totals in the GLOUT.CPY
      *          style):
      *            SB  the balance fell below the customer's own
      *                threshold
      *            SN  the account went into overdraft
      *            DV  a debit at or over the customer's large-debit
      *                amount posted
      *            OF  a standing order failed (from STANDORD)
      *            PA  a loan installment was missed (LOANSERVICE)
      *            AS  an item was suspended for its signature
      *                (PEOPLEACCOUNT)
      *          Each goes only to a customer on storage/customer.data
      *          who gave a channel and opted in to that alert; the
      *          rest are counted as not sent. Every date written is
      *          recorded on storage/alert.reg, and a date already
      *          there is refused, and an event appended twice for
      *          the date (its step rerun) is sent once, so a rerun
      *          never messages the customers twice. A list of what
      *          was sent is printed on storage/alert.rpt. Read-only
      *          against the masters. Run nightly after STANDORD;
      *          ACCTCTL refuses it while LOANSERVICE is started but
      *          not finished (or abended) for the date, and refuses
      *          LOANSERVICE once it has started, so a monthly
      *          night's missed installments are always in the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTALRT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT-AUDIT-IN ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT ALERT-EVENT ASSIGN TO 'storage/alert.events'
             FILE STATUS IS WS-EVENT-FS.
             SELECT ALERT-COMBINED ASSIGN TO 'storage/alert.comb'
             FILE STATUS IS WS-COMB-FS.
             SELECT SORTED-ITEMS ASSIGN TO 'storage/alert.work'
             FILE STATUS IS WS-WORK-FS.
             SELECT SORT-WORK ASSIGN TO 'storage/alert.sortwk'.
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
             SELECT ALERT-PENDING ASSIGN TO 'storage/alert.pend'
             FILE STATUS IS WS-PEND-FS.
             SELECT ALERT-OUT ASSIGN TO WS-ALERT-OUT-NAME
             FILE STATUS IS WS-OUT-FS.
             SELECT ALERT-REGISTER ASSIGN TO 'storage/alert.reg'
             FILE STATUS IS WS-REG-FS.
             SELECT ALERT-RPT ASSIGN TO 'storage/alert.rpt'
             FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC PIC X(89).

           FD ALERT-EVENT.
           COPY ALRTEVT.

           FD ALERT-COMBINED.
           01 COMB-REC PIC X(100).

           SD SORT-WORK.
           01 SORT-REC.
               05 SORT-ACCOUNT-ID PIC 9(10).
               05 SORT-TIMESTAMP PIC 9(16).
               05 FILLER PIC X(74).

           FD SORTED-ITEMS.
           01 SORTED-ITEM.
               05 SORTED-ACCOUNT-ID PIC 9(10).
               05 SORTED-DATE PIC 9(08).
               05 SORTED-TIME PIC 9(08).
               05 SORTED-SOURCE PIC X(01).
                   88 SORTED-FROM-AUDIT VALUE 'A'.
               05 SORTED-OPERATION PIC 9(05).
                   88 SORTED-OP-DEBIT VALUES 2, 5, 9, 11, 14, 16,
                       22, 24.
               05 SORTED-AMOUNT PIC S9(09)V99.
               05 SORTED-BALANCE PIC S9(09)V99.
               05 SORTED-REF PIC 9(12).
               05 SORTED-REVERSES-REF PIC 9(12).
               05 SORTED-EVENT-TYPE PIC X(02).
               05 SORTED-EVENT-TEXT PIC X(20).

           FD ACCOUNT.
           COPY ACCTMST.

           FD CUSTOMER.
           COPY CUSTMST.

           FD ALERT-PENDING.
           COPY ALRTOUT REPLACING
               ==ALERT-OUT-FILE== BY ==PEND-ALERT-FILE==
               ==ALERT-OUT-HEADER-REC== BY ==PEND-HEADER-REC==
               ==ALERT-OUT-TRAILER-REC== BY ==PEND-TRAILER-REC==
               LEADING ==ALR== BY ==PND==
               LEADING ==ALH== BY ==PNH==
               LEADING ==ALT== BY ==PNT==.

           FD ALERT-OUT.
           COPY ALRTOUT.

           FD ALERT-REGISTER.
           01 ALERT-REGISTER-FILE.
               05 ALRG-BUSINESS-DATE PIC 9(08).
               05 ALRG-COUNT PIC 9(07).
               05 ALRG-AMOUNT PIC S9(11)V99.

           FD ALERT-RPT.
           01 ALERT-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-EVENT-FS PIC X(02).
           01 WS-COMB-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-PEND-FS PIC X(02).
           01 WS-OUT-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-AUDIT-EOF PIC X(01).
           01 WS-EVENT-EOF PIC X(01).
           01 WS-REG-EOF PIC X(01).
           01 WS-PEND-EOF PIC X(01).
           01 WS-SORTED-EOF PIC X(01).
               88 WS-SORTED-DONE VALUE 'Y'.
           01 WS-CUST-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-CUST-OPENED VALUE 'Y'.
           01 WS-SENT-SW PIC X(01) VALUE 'N'.
               88 WS-ALREADY-SENT VALUE 'Y'.

           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
               05 WS-BUS-YEAR PIC 9(04).
               05 WS-BUS-MONTH PIC 9(02).
               05 WS-BUS-DAY PIC 9(02).
           01 WS-ALERT-OUT-NAME.
               05 FILLER PIC X(18) VALUE 'storage/alert.out.'.
               05 WS-ALERT-OUT-DATE PIC 9(08).

      ******************************************************************
      * The large-debit amount for a customer who did not choose one.
      * Set by the bank; changing it is a one-line recompile.
      ******************************************************************
           01 WS-LARGE-DEBIT-DEFAULT PIC S9(09)V99 VALUE 5000.00.

           01 WS-AUDIT-ITEM.
               05 WS-ITEM-DATE PIC 9(08).
               05 WS-ITEM-TIME PIC 9(08).
               05 WS-ITEM-ACCOUNT-ID PIC 9(10).
               05 WS-ITEM-OPERATION PIC 9(05).
                   88 WS-ITEM-MOVES-BALANCE VALUES 2, 3, 5, 9, 10,
                       11, 12, 13, 14, 16, 22, 23, 24.
               05 WS-ITEM-AMOUNT PIC S9(09)V99.
               05 WS-ITEM-BALANCE PIC S9(09)V99.
               05 WS-ITEM-REF PIC 9(12).
               05 WS-ITEM-LINK-REF PIC 9(12).
               05 WS-ITEM-REVERSES-REF PIC 9(12).

           01 WS-COMB-ITEM.
               05 WS-COMB-ACCOUNT-ID PIC 9(10).
               05 WS-COMB-DATE PIC 9(08).
               05 WS-COMB-TIME PIC 9(08).
               05 WS-COMB-SOURCE PIC X(01).
               05 WS-COMB-OPERATION PIC 9(05).
               05 WS-COMB-AMOUNT PIC S9(09)V99.
               05 WS-COMB-BALANCE PIC S9(09)V99.
               05 WS-COMB-REF PIC 9(12).
               05 WS-COMB-REVERSES-REF PIC 9(12).
               05 WS-COMB-EVENT-TYPE PIC X(02).
               05 WS-COMB-EVENT-TEXT PIC X(20).

      ******************************************************************
      * The account being worked and the customer behind it. A party
      * is reachable only when the account names a customer on the
      * customer master who gave a channel; each alert also needs the
      * customer's opt-in for its type.
      ******************************************************************
           01 WS-GROUP-ACCOUNT PIC 9(10).
           01 WS-GROUP-BALANCE PIC S9(09)V99.
           01 WS-REACH-SW PIC X(01).
               88 WS-PARTY-REACHABLE VALUE 'Y'.
           01 WS-PARTY-CUSTOMER-ID PIC 9(10).
           01 WS-PARTY-CHANNEL PIC X(01).
           01 WS-PARTY-CONTACT PIC X(50).
           01 WS-PARTY-OPTIONS.
               05 WS-PARTY-OPT-LOW PIC X(01).
               05 WS-PARTY-OPT-OVERDRAFT PIC X(01).
               05 WS-PARTY-OPT-DEBIT PIC X(01).
               05 WS-PARTY-OPT-ORDER PIC X(01).
               05 WS-PARTY-OPT-LOAN PIC X(01).
               05 WS-PARTY-OPT-SIGNATURE PIC X(01).
           01 WS-PARTY-LOW-LIMIT PIC S9(09)V99.
           01 WS-PARTY-DEBIT-LIMIT PIC S9(09)V99.
           01 WS-OVERDRAFT-SW PIC X(01).
               88 WS-OVERDRAFT-ALERTED VALUE 'Y'.
           01 WS-LOW-SW PIC X(01).
               88 WS-LOW-ALERTED VALUE 'Y'.
           01 WS-PRIOR-BALANCE PIC S9(09)V99.

           01 WS-ALERT-TYPE PIC X(02).
           01 WS-ALERT-OPT PIC X(01).
           01 WS-ALERT-AMOUNT PIC S9(09)V99.
           01 WS-ALERT-BALANCE PIC S9(09)V99.
           01 WS-ALERT-REFERENCE PIC 9(12).
           01 WS-ALERT-TEXT PIC X(30).
           01 WS-ALERT-STATUS PIC X(01).
               88 WS-ALERT-WRITTEN VALUE 'Y'.

           01 WS-ALERT-COUNT PIC 9(07) VALUE ZERO.
           01 WS-ALERT-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-NOT-SENT-COUNT PIC 9(07) VALUE ZERO.
           01 WS-LOW-COUNT PIC 9(07) VALUE ZERO.
           01 WS-OVERDRAFT-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DEBIT-COUNT PIC 9(07) VALUE ZERO.
           01 WS-ORDER-COUNT PIC 9(07) VALUE ZERO.
           01 WS-LOAN-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SIGNATURE-COUNT PIC 9(07) VALUE ZERO.
           01 WS-COPIED-COUNT PIC 9(07) VALUE ZERO.

      ******************************************************************
      * The day's events already taken, so one appended twice - the
      * raising step rerun, or the posting run restarted past its
      * checkpoint - is messaged once. A repeat is the same account,
      * type, reference and amount on the same date; the amount is
      * part of it because two signature suspensions of one operation
      * on one account carry the same reference. Held in a fixed
      * table and matched serially, the way ACCTSUSP holds its
      * override list.
      ******************************************************************
           01 WS-SEEN-LIMIT PIC 9(05) VALUE 20000.
           01 WS-SEEN-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ENTRY OCCURS 20000 TIMES.
                   10 WS-SEEN-ACCOUNT-ID PIC 9(10).
                   10 WS-SEEN-TYPE PIC X(02).
                   10 WS-SEEN-REFERENCE PIC 9(10).
                   10 WS-SEEN-AMOUNT PIC S9(09)V99.
           01 WS-SEEN-INDEX PIC 9(05).
           01 WS-REPEAT-SW PIC X(01) VALUE 'N'.
               88 WS-EVENT-REPEATED VALUE 'Y'.
           01 WS-REPEAT-COUNT PIC 9(07) VALUE ZERO.

           01 WS-LINE PIC X(100).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-ACCOUNT PIC 9(10).
           01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-BUILD-SORT-INPUT THRU 1200-EXIT
           SORT SORT-WORK
               ON ASCENDING KEY SORT-ACCOUNT-ID
               ON ASCENDING KEY SORT-TIMESTAMP
               USING ALERT-COMBINED
               GIVING SORTED-ITEMS
           PERFORM 1300-OPEN-FILES THRU 1300-EXIT
           PERFORM 1400-READ-SORTED THRU 1400-EXIT
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL WS-SORTED-DONE
           CLOSE ALERT-PENDING
           PERFORM 4000-WRITE-ALERT-FILE THRU 4000-EXIT
           PERFORM 4200-REGISTER-DATE THRU 4200-EXIT
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9100-TERMINATE THRU 9100-EXIT
           STOP RUN.

      ******************************************************************
      * The business date arrives on SYSIN as one YYYYMMDD line. A
      * date already on the register has had its file handed to the
      * vendor and is refused before anything is written.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-SORTED-EOF
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               OR WS-BUSINESS-DATE = ZERO
               OR WS-BUS-MONTH < 1 OR WS-BUS-MONTH > 12
               OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
               DISPLAY 'ACCTALRT BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           PERFORM 1050-CHECK-REGISTER THRU 1050-EXIT
           IF WS-ALREADY-SENT
               DISPLAY 'ACCTALRT ALERTS FOR ' WS-BUSINESS-DATE
                   ' ARE ALREADY ON storage/alert.reg - RUN REFUSED'
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-ALERT-OUT-DATE
           OPEN INPUT ACCOUNT
           IF FS NOT = '00'
               MOVE 'OPEN INPUT ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * A missing register only means no alert file has ever been
      * cut - the first clean run creates it.
      ******************************************************************
       1050-CHECK-REGISTER.
           MOVE 'N' TO WS-REG-EOF
           OPEN INPUT ALERT-REGISTER
           IF WS-REG-FS = '00'
               PERFORM 1060-READ-REGISTER THRU 1060-EXIT
                   UNTIL WS-REG-EOF = 'Y'
               CLOSE ALERT-REGISTER
           ELSE
               IF WS-REG-FS NOT = '35'
                   MOVE 'OPEN INPUT ALERT.REG' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REG-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1060-READ-REGISTER.
           READ ALERT-REGISTER
               AT END
                   MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                   IF WS-REG-FS NOT = '00'
                       MOVE 'READ ALERT.REG' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-REG-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF ALRG-BUSINESS-DATE = WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-SENT-SW
                       END-IF
                   END-IF
           END-READ.
       1060-EXIT.
           EXIT.

      ******************************************************************
      * The sort's input is the business date's balance-moving audit
      * records and the same date's events, one layout for both, so
      * each account's postings and events arrive together and the
      * postings in the order they were made. Neither file existing
      * only means nothing happened to alert on.
      ******************************************************************
       1200-BUILD-SORT-INPUT.
           MOVE 'N' TO WS-AUDIT-EOF
           MOVE 'N' TO WS-EVENT-EOF
           OPEN OUTPUT ALERT-COMBINED
           IF WS-COMB-FS NOT = '00'
               MOVE 'OPEN OUTPUT COMBINED' TO WS-IO-ERROR-CONTEXT
               MOVE WS-COMB-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN INPUT ACCOUNT-AUDIT-IN
           IF WS-AUDIT-FS = '00'
               PERFORM 1210-COPY-AUDIT THRU 1210-EXIT
                   UNTIL WS-AUDIT-EOF = 'Y'
               CLOSE ACCOUNT-AUDIT-IN
           ELSE
               IF WS-AUDIT-FS NOT = '35'
                   MOVE 'OPEN INPUT AUDIT' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN INPUT ALERT-EVENT
           IF WS-EVENT-FS = '00'
               PERFORM 1220-COPY-EVENT THRU 1220-EXIT
                   UNTIL WS-EVENT-EOF = 'Y'
               CLOSE ALERT-EVENT
           ELSE
               IF WS-EVENT-FS NOT = '35'
                   MOVE 'OPEN INPUT EVENTS' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE ALERT-COMBINED.
       1200-EXIT.
           EXIT.

       1210-COPY-AUDIT.
           READ ACCOUNT-AUDIT-IN INTO WS-AUDIT-ITEM
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   IF WS-AUDIT-FS NOT = '00'
                       MOVE 'READ AUDIT' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF WS-ITEM-DATE = WS-BUSINESS-DATE
                           AND WS-ITEM-MOVES-BALANCE
                           MOVE SPACES TO WS-COMB-ITEM
                           MOVE WS-ITEM-ACCOUNT-ID TO
                               WS-COMB-ACCOUNT-ID
                           MOVE WS-ITEM-DATE TO WS-COMB-DATE
                           MOVE WS-ITEM-TIME TO WS-COMB-TIME
                           MOVE 'A' TO WS-COMB-SOURCE
                           MOVE WS-ITEM-OPERATION TO WS-COMB-OPERATION
                           MOVE WS-ITEM-AMOUNT TO WS-COMB-AMOUNT
                           MOVE WS-ITEM-BALANCE TO WS-COMB-BALANCE
                           MOVE WS-ITEM-REF TO WS-COMB-REF
                           MOVE WS-ITEM-REVERSES-REF TO
                               WS-COMB-REVERSES-REF
                           PERFORM 1230-WRITE-COMBINED THRU 1230-EXIT
                       END-IF
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1220-COPY-EVENT.
           READ ALERT-EVENT
               AT END
                   MOVE 'Y' TO WS-EVENT-EOF
               NOT AT END
                   IF WS-EVENT-FS NOT = '00'
                       MOVE 'READ EVENTS' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-EVENT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF EVT-DATE = WS-BUSINESS-DATE
                           PERFORM 1240-CHECK-REPEAT THRU 1240-EXIT
                       END-IF
                       IF EVT-DATE = WS-BUSINESS-DATE
                           AND NOT WS-EVENT-REPEATED
                           MOVE SPACES TO WS-COMB-ITEM
                           MOVE EVT-ACCOUNT-ID TO WS-COMB-ACCOUNT-ID
                           MOVE EVT-DATE TO WS-COMB-DATE
                           MOVE ZERO TO WS-COMB-TIME
                           MOVE 'E' TO WS-COMB-SOURCE
                           MOVE ZERO TO WS-COMB-OPERATION
                           MOVE EVT-AMOUNT TO WS-COMB-AMOUNT
                           MOVE ZERO TO WS-COMB-BALANCE
                           MOVE EVT-REFERENCE TO WS-COMB-REF
                           MOVE ZERO TO WS-COMB-REVERSES-REF
                           MOVE EVT-TYPE TO WS-COMB-EVENT-TYPE
                           MOVE EVT-TEXT TO WS-COMB-EVENT-TEXT
                           PERFORM 1230-WRITE-COMBINED THRU 1230-EXIT
                       END-IF
                   END-IF
           END-READ.
       1220-EXIT.
           EXIT.

       1230-WRITE-COMBINED.
           WRITE COMB-REC FROM WS-COMB-ITEM
           IF WS-COMB-FS NOT = '00'
               MOVE 'WRITE COMBINED' TO WS-IO-ERROR-CONTEXT
               MOVE WS-COMB-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       1230-EXIT.
           EXIT.

      ******************************************************************
      * A repeat is counted and dropped; a new event is remembered. A
      * day with more events than the table holds is refused rather
      * than risk messaging a customer twice.
      ******************************************************************
       1240-CHECK-REPEAT.
           MOVE 'N' TO WS-REPEAT-SW
           PERFORM 1250-MATCH-SEEN THRU 1250-EXIT
               VARYING WS-SEEN-INDEX FROM 1 BY 1
               UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
               OR WS-EVENT-REPEATED
           IF WS-EVENT-REPEATED
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               IF WS-SEEN-COUNT >= WS-SEEN-LIMIT
                   DISPLAY 'ACCTALRT EVENTS FOR ' WS-BUSINESS-DATE
                       ' EXCEED ' WS-SEEN-LIMIT ' ENTRIES - '
                       'RUN REFUSED'
                   CLOSE ALERT-EVENT
                   CLOSE ALERT-COMBINED
                   CLOSE ACCOUNT
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEEN-COUNT
               MOVE EVT-ACCOUNT-ID TO
                   WS-SEEN-ACCOUNT-ID (WS-SEEN-COUNT)
               MOVE EVT-TYPE TO WS-SEEN-TYPE (WS-SEEN-COUNT)
               MOVE EVT-REFERENCE TO WS-SEEN-REFERENCE (WS-SEEN-COUNT)
               MOVE EVT-AMOUNT TO WS-SEEN-AMOUNT (WS-SEEN-COUNT)
           END-IF.
       1240-EXIT.
           EXIT.

       1250-MATCH-SEEN.
           IF WS-SEEN-ACCOUNT-ID (WS-SEEN-INDEX) = EVT-ACCOUNT-ID
               AND WS-SEEN-TYPE (WS-SEEN-INDEX) = EVT-TYPE
               AND WS-SEEN-REFERENCE (WS-SEEN-INDEX) = EVT-REFERENCE
               AND WS-SEEN-AMOUNT (WS-SEEN-INDEX) = EVT-AMOUNT
               MOVE 'Y' TO WS-REPEAT-SW
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * The customer master is optional - with none loaded nobody has
      * opted in, and the night's file goes out with no alerts in it.
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
           OPEN OUTPUT ALERT-PENDING
           IF WS-PEND-FS NOT = '00'
               MOVE 'OPEN OUTPUT PENDING' TO WS-IO-ERROR-CONTEXT
               MOVE WS-PEND-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT ALERT-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT ALERT-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ACCTALRT CUSTOMER ALERTS FOR ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE SPACES TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE.
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
      * One account's postings and events at a time. An account that
      * crosses into overdraft, or below its customer's threshold,
      * more than once in the day is told the first time only.
      ******************************************************************
       2000-PROCESS-ACCOUNT.
           MOVE SORTED-ACCOUNT-ID TO WS-GROUP-ACCOUNT
           MOVE 'N' TO WS-OVERDRAFT-SW
           MOVE 'N' TO WS-LOW-SW
           PERFORM 2050-LOAD-PARTY THRU 2050-EXIT
           PERFORM 2100-CONSUME-ITEM THRU 2100-EXIT
               UNTIL WS-SORTED-DONE
               OR SORTED-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT.
       2000-EXIT.
           EXIT.

       2050-LOAD-PARTY.
           MOVE 'N' TO WS-REACH-SW
           MOVE ZERO TO WS-GROUP-BALANCE
           MOVE ZERO TO WS-PARTY-CUSTOMER-ID
           MOVE SPACES TO WS-PARTY-CHANNEL
           MOVE SPACES TO WS-PARTY-CONTACT
           MOVE SPACES TO WS-PARTY-OPTIONS
           MOVE ZERO TO WS-PARTY-LOW-LIMIT
           MOVE ZERO TO WS-PARTY-DEBIT-LIMIT
           MOVE WS-GROUP-ACCOUNT TO ACCOUNT-ID
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
                   MOVE ACCOUNT-BALANCE TO WS-GROUP-BALANCE
                   MOVE ACCOUNT-CUSTOMER-ID TO WS-PARTY-CUSTOMER-ID
           END-READ
           IF WS-CUST-OPENED AND WS-PARTY-CUSTOMER-ID NOT = ZERO
               MOVE WS-PARTY-CUSTOMER-ID TO CUST-ID
               PERFORM 2060-READ-CUSTOMER THRU 2060-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2060-READ-CUSTOMER.
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
                   IF CUST-ALERT-REACHABLE
                       AND CUST-ALERT-CONTACT NOT = SPACES
                       MOVE 'Y' TO WS-REACH-SW
                       MOVE CUST-ALERT-CHANNEL TO WS-PARTY-CHANNEL
                       MOVE CUST-ALERT-CONTACT TO WS-PARTY-CONTACT
                       MOVE CUST-ALERT-OPTIONS TO WS-PARTY-OPTIONS
                       MOVE CUST-LOW-BALANCE-LIMIT TO
                           WS-PARTY-LOW-LIMIT
                       MOVE CUST-LARGE-DEBIT-LIMIT TO
                           WS-PARTY-DEBIT-LIMIT
                   END-IF
           END-READ
           IF WS-PARTY-DEBIT-LIMIT NOT > ZERO
               MOVE WS-LARGE-DEBIT-DEFAULT TO WS-PARTY-DEBIT-LIMIT
           END-IF.
       2060-EXIT.
           EXIT.

       2100-CONSUME-ITEM.
           IF SORTED-FROM-AUDIT
               PERFORM 2200-CHECK-POSTING THRU 2200-EXIT
           ELSE
               PERFORM 2300-PASS-EVENT THRU 2300-EXIT
           END-IF
           PERFORM 1400-READ-SORTED THRU 1400-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * What the balance was before a posting follows from the
      * posting itself: a debit took its amount off, a credit added
      * it (a reversal, written under the original's code with the
      * amount negated, works out the same way). The posting that
      * takes the account below zero is told as an overdraft and not
      * also as a low balance; a reversal is not a large debit.
      ******************************************************************
       2200-CHECK-POSTING.
           IF SORTED-OP-DEBIT
               COMPUTE WS-PRIOR-BALANCE =
                   SORTED-BALANCE + SORTED-AMOUNT
           ELSE
               COMPUTE WS-PRIOR-BALANCE =
                   SORTED-BALANCE - SORTED-AMOUNT
           END-IF
           MOVE SORTED-AMOUNT TO WS-ALERT-AMOUNT
           MOVE SORTED-BALANCE TO WS-ALERT-BALANCE
           MOVE SORTED-REF TO WS-ALERT-REFERENCE
           MOVE 'N' TO WS-ALERT-STATUS
           IF NOT WS-OVERDRAFT-ALERTED
               AND WS-PRIOR-BALANCE NOT < ZERO
               AND SORTED-BALANCE < ZERO
               MOVE 'SN' TO WS-ALERT-TYPE
               MOVE WS-PARTY-OPT-OVERDRAFT TO WS-ALERT-OPT
               MOVE 'CONTA COM SALDO NEGATIVO' TO WS-ALERT-TEXT
               PERFORM 3000-WRITE-ALERT THRU 3000-EXIT
               IF WS-ALERT-WRITTEN
                   MOVE 'Y' TO WS-OVERDRAFT-SW
               END-IF
           END-IF
           IF NOT WS-ALERT-WRITTEN
               AND NOT WS-LOW-ALERTED
               AND WS-PARTY-LOW-LIMIT > ZERO
               AND WS-PRIOR-BALANCE NOT < WS-PARTY-LOW-LIMIT
               AND SORTED-BALANCE < WS-PARTY-LOW-LIMIT
               MOVE 'SB' TO WS-ALERT-TYPE
               MOVE WS-PARTY-OPT-LOW TO WS-ALERT-OPT
               MOVE 'SALDO ABAIXO DO LIMITE AVISO' TO WS-ALERT-TEXT
               PERFORM 3000-WRITE-ALERT THRU 3000-EXIT
               IF WS-ALERT-WRITTEN
                   MOVE 'Y' TO WS-LOW-SW
               END-IF
           END-IF
           IF SORTED-OP-DEBIT
               AND SORTED-REVERSES-REF = ZERO
               AND SORTED-AMOUNT NOT < WS-PARTY-DEBIT-LIMIT
               MOVE 'DV' TO WS-ALERT-TYPE
               MOVE WS-PARTY-OPT-DEBIT TO WS-ALERT-OPT
               MOVE 'DEBITO DE VALOR ELEVADO' TO WS-ALERT-TEXT
               PERFORM 3000-WRITE-ALERT THRU 3000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PASS-EVENT.
           MOVE SORTED-EVENT-TYPE TO WS-ALERT-TYPE
           MOVE SORTED-AMOUNT TO WS-ALERT-AMOUNT
           MOVE WS-GROUP-BALANCE TO WS-ALERT-BALANCE
           MOVE SORTED-REF TO WS-ALERT-REFERENCE
           MOVE SORTED-EVENT-TEXT TO WS-ALERT-TEXT
           EVALUATE SORTED-EVENT-TYPE
               WHEN 'OF'
                   MOVE WS-PARTY-OPT-ORDER TO WS-ALERT-OPT
               WHEN 'PA'
                   MOVE WS-PARTY-OPT-LOAN TO WS-ALERT-OPT
               WHEN 'AS'
                   MOVE WS-PARTY-OPT-SIGNATURE TO WS-ALERT-OPT
               WHEN OTHER
                   MOVE 'N' TO WS-ALERT-OPT
           END-EVALUATE
           PERFORM 3000-WRITE-ALERT THRU 3000-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * The caller sets the alert's type, opt-in flag, amount, balance,
      * reference and text. A customer who cannot be reached, or did
      * not opt in to this type, is counted and not sent anything.
      ******************************************************************
       3000-WRITE-ALERT.
           MOVE 'N' TO WS-ALERT-STATUS
           IF NOT WS-PARTY-REACHABLE OR WS-ALERT-OPT NOT = 'S'
               ADD 1 TO WS-NOT-SENT-COUNT
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               ADD WS-ALERT-AMOUNT TO WS-ALERT-TOTAL
               MOVE SPACES TO PEND-ALERT-FILE
               MOVE 'D' TO PND-REC-TYPE
               MOVE WS-BUSINESS-DATE TO PND-BUSINESS-DATE
               MOVE WS-ALERT-COUNT TO PND-SEQ
               MOVE WS-PARTY-CUSTOMER-ID TO PND-CUSTOMER-ID
               MOVE WS-PARTY-CHANNEL TO PND-CHANNEL
               MOVE WS-PARTY-CONTACT TO PND-CONTACT
               MOVE WS-GROUP-ACCOUNT TO PND-ACCOUNT-ID
               MOVE WS-ALERT-TYPE TO PND-TYPE
               MOVE WS-ALERT-AMOUNT TO PND-AMOUNT
               MOVE WS-ALERT-BALANCE TO PND-BALANCE
               MOVE WS-ALERT-REFERENCE TO PND-REFERENCE
               MOVE WS-ALERT-TEXT TO PND-TEXT
               WRITE PEND-ALERT-FILE
               IF WS-PEND-FS NOT = '00'
                   MOVE 'WRITE PENDING' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-PEND-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
               MOVE 'Y' TO WS-ALERT-STATUS
               PERFORM 3100-TALLY-ALERT THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TALLY-ALERT.
           EVALUATE WS-ALERT-TYPE
               WHEN 'SB'
                   ADD 1 TO WS-LOW-COUNT
               WHEN 'SN'
                   ADD 1 TO WS-OVERDRAFT-COUNT
               WHEN 'DV'
                   ADD 1 TO WS-DEBIT-COUNT
               WHEN 'OF'
                   ADD 1 TO WS-ORDER-COUNT
               WHEN 'PA'
                   ADD 1 TO WS-LOAN-COUNT
               WHEN 'AS'
                   ADD 1 TO WS-SIGNATURE-COUNT
           END-EVALUATE
           MOVE WS-PARTY-CUSTOMER-ID TO WS-RPT-ID
           MOVE WS-GROUP-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE WS-ALERT-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING WS-ALERT-TYPE ' CUSTOMER ' WS-RPT-ID
               ' ACCOUNT ' WS-RPT-ACCOUNT
               ' AMOUNT ' WS-RPT-AMOUNT
               ' ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * The alerts are held on the pending file until all are known,
      * so the header can carry the count and amount the vendor proves
      * the file against, the same controls the trailer repeats.
      ******************************************************************
       4000-WRITE-ALERT-FILE.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT ALERT-PENDING
           IF WS-PEND-FS NOT = '00'
               MOVE 'OPEN INPUT PENDING' TO WS-IO-ERROR-CONTEXT
               MOVE WS-PEND-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT ALERT-OUT
           IF WS-OUT-FS NOT = '00'
               MOVE 'OPEN OUTPUT ALERT-OUT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-OUT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO ALERT-OUT-HEADER-REC
           MOVE 'H' TO ALH-REC-TYPE
           MOVE WS-BUSINESS-DATE TO ALH-BUSINESS-DATE
           MOVE WS-ALERT-COUNT TO ALH-EXPECTED-COUNT
           MOVE WS-ALERT-TOTAL TO ALH-EXPECTED-AMOUNT
           WRITE ALERT-OUT-HEADER-REC
           IF WS-OUT-FS NOT = '00'
               MOVE 'WRITE ALERT HEADER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-OUT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 4100-COPY-PENDING THRU 4100-EXIT
               UNTIL WS-PEND-EOF = 'Y'
           MOVE SPACES TO ALERT-OUT-TRAILER-REC
           MOVE 'T' TO ALT-REC-TYPE
           MOVE WS-BUSINESS-DATE TO ALT-BUSINESS-DATE
           MOVE WS-COPIED-COUNT TO ALT-ACTUAL-COUNT
           MOVE WS-ALERT-TOTAL TO ALT-ACTUAL-AMOUNT
           WRITE ALERT-OUT-TRAILER-REC
           IF WS-OUT-FS NOT = '00'
               MOVE 'WRITE ALERT TRAILER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-OUT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE ALERT-PENDING
           CLOSE ALERT-OUT.
       4000-EXIT.
           EXIT.

       4100-COPY-PENDING.
           READ ALERT-PENDING
               AT END
                   MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   IF WS-PEND-FS NOT = '00'
                       MOVE 'READ PENDING' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-PEND-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   WRITE ALERT-OUT-FILE FROM PEND-ALERT-FILE
                   IF WS-OUT-FS NOT = '00'
                       MOVE 'WRITE ALERT DETAIL' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-OUT-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   ADD 1 TO WS-COPIED-COUNT
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * Only a date whose file was written whole is registered; a run
      * that stopped short leaves the date open to be run again.
      ******************************************************************
       4200-REGISTER-DATE.
           OPEN EXTEND ALERT-REGISTER
           IF WS-REG-FS NOT = '00'
               OPEN OUTPUT ALERT-REGISTER
               IF WS-REG-FS NOT = '00'
                   MOVE 'OPEN ALERT.REG' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REG-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE WS-BUSINESS-DATE TO ALRG-BUSINESS-DATE
           MOVE WS-ALERT-COUNT TO ALRG-COUNT
           MOVE WS-ALERT-TOTAL TO ALRG-AMOUNT
           WRITE ALERT-REGISTER-FILE
           IF WS-REG-FS NOT = '00'
               MOVE 'WRITE ALERT.REG' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REG-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE ALERT-REGISTER.
       4200-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-LOW-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'LOW BALANCE          : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-OVERDRAFT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'OVERDRAWN            : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-DEBIT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'LARGE DEBIT          : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-ORDER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ORDER NOT EXECUTED   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-LOAN-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'INSTALMENT OVERDUE   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-SIGNATURE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'SIGNATURE SUSPENDED  : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-ALERT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ALERTS WRITTEN       : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-NOT-SENT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NOT OPTED IN / NO CHANNEL : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-REPEAT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'REPEATED EVENTS DROPPED   : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           DISPLAY 'ACCTALRT ' WS-BUSINESS-DATE
               ' ALERTS ' WS-ALERT-COUNT
               ' NOT SENT ' WS-NOT-SENT-COUNT.
       8000-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE SORTED-ITEMS
           CLOSE ACCOUNT
           IF WS-CUST-OPENED
               CLOSE CUSTOMER
           END-IF
           CLOSE ALERT-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means the night's file may be incomplete. Log
      * what was being attempted and stop, the same convention the
      * other batch programs use; the date is not registered, so once
      * the fault is cleared the run is simply repeated.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' ACCOUNT=' WS-GROUP-ACCOUNT
           CLOSE SORTED-ITEMS
           CLOSE ACCOUNT
           CLOSE CUSTOMER
           CLOSE ALERT-PENDING
           CLOSE ALERT-OUT
           CLOSE ALERT-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
