      ******************************************************************
      * Author:
      * Date:
      * Purpose: Posts the interbank/ATM network's clearing file.
      *          Withdrawals our customers made at network ATMs and the
      *          interbank transfers they sent and received arrive as
      *          input/network.clear, in the network's own layout
      *          (NETCLR.CPY), with the network's settlement advice for
      *          it as input/network.advice (NETADV.CPY). The run date
      *          - the business date the postings belong to - is read
      *          from SYSIN as one YYYYMMDD line.
      *          Before a single item is posted the file is proven:
      *          the items actually present must agree in count, debit
      *          total and credit total with the file's own trailer
      *          and with the settlement advice, which must name the
      *          same settlement date and file number. A file that does
      *          not prove is refused whole. A file already on the
      *          register storage/network.procreg is refused too, so
      *          the same settlement can never post twice.
      *          Each item is posted against storage/accout.data under
      *          the PEOPLEACCOUNT rules - a closed account takes
      *          nothing, a dormant one takes money in (and wakes up)
      *          but pays nothing out, and a debit may only draw on
      *          the balance less active holds down to CREDIT-LIMIT -
      *          and audited under its own code: 22 SAQUE REDE,
      *          23 CREDITO REDE, 24 DEBITO REDE. An item that cannot
      *          post goes to storage/network.exceptions with the
      *          network's return reason, and the file's exceptions
      *          become storage/network.return.YYYYMMDD.NNNNNN (the
      *          settlement date and file number), sent back to the
      *          network in its own layout. storage/network.rpt shows
      *          what was settled, what posted and what went back.
      *          Run nightly after PEOPLEACCOUNT and before STANDORD; a
      *          night with no clearing file ends cleanly doing
      *          nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETCLEAR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT NET-CLEAR ASSIGN TO 'input/network.clear'
             FILE STATUS IS WS-NET-FS.
             SELECT NET-ADVICE ASSIGN TO 'input/network.advice'
             FILE STATUS IS WS-ADV-FS.
             SELECT ACCOUNT ASSIGN TO 'storage/accout.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS FS.
             SELECT HOLD ASSIGN TO 'storage/hold.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HOLD-KEY
             FILE STATUS IS WS-HOLD-FS.
             SELECT AUDIT-REFCTL ASSIGN TO 'storage/audit.refctl'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS AUDREF-KEY
             FILE STATUS IS WS-REFCTL-FS.
             SELECT ACCOUNT-AUDIT ASSIGN TO 'storage/accout.audit'
             FILE STATUS IS WS-AUDIT-FS.
             SELECT NET-EXCEPTION ASSIGN TO
                 'storage/network.exceptions'
             FILE STATUS IS WS-EXC-FS.
             SELECT NET-RETURN ASSIGN TO WS-RETURN-NAME
             FILE STATUS IS WS-RET-FS.
             SELECT NET-RESTART ASSIGN TO 'storage/network.restart'
             FILE STATUS IS WS-RESTART-FS.
             SELECT NET-REGISTER ASSIGN TO 'storage/network.procreg'
             FILE STATUS IS WS-REG-FS.
             SELECT NET-RPT ASSIGN TO 'storage/network.rpt'
             FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD NET-CLEAR.
           COPY NETCLR.

           FD NET-ADVICE.
           COPY NETADV.

           FD ACCOUNT.
           COPY ACCTMST.

           FD HOLD.
           COPY HOLDMST.

           FD AUDIT-REFCTL.
           COPY AUDREF.

           FD ACCOUNT-AUDIT.
           COPY ACCTAUD.

      ******************************************************************
      * One record per item that could not post, carrying the network
      * file it came from and the item itself in the network's layout
      * with its return reason filled in. The file accumulates across
      * runs; a file's return is cut from the records naming it.
      ******************************************************************
           FD NET-EXCEPTION.
           01 NET-EXCEPTION-FILE.
               05 EXC-SETTLE-DATE PIC 9(08).
               05 EXC-FILE-SEQ PIC 9(06).
               05 EXC-BUSINESS-DATE PIC 9(08).
               05 EXC-ITEM PIC X(72).

           FD NET-RETURN.
           COPY NETCLR REPLACING
               ==NET-CLEAR-FILE== BY ==NET-RETURN-FILE==
               ==NET-CLEAR-HEADER== BY ==NET-RETURN-HEADER==
               ==NET-CLEAR-TRAILER== BY ==NET-RETURN-TRAILER==
               LEADING ==NETH== BY ==RETH==
               LEADING ==NETT== BY ==RETT==
               LEADING ==NET== BY ==RET==.

           FD NET-RESTART.
           01 NET-RESTART-FILE.
               05 RESTART-LAST-SEQ PIC 9(07).
               05 RESTART-SETTLE-DATE PIC 9(08).
               05 RESTART-FILE-SEQ PIC 9(06).

           FD NET-REGISTER.
           01 NET-REGISTER-FILE.
               05 NREG-SETTLE-DATE PIC 9(08).
               05 NREG-FILE-SEQ PIC 9(06).
               05 NREG-BUSINESS-DATE PIC 9(08).
               05 NREG-ITEM-COUNT PIC 9(07).
               05 NREG-DEBIT-TOTAL PIC 9(11)V99.
               05 NREG-CREDIT-TOTAL PIC 9(11)V99.

           FD NET-RPT.
           01 NET-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-NET-FS PIC X(02).
           01 WS-ADV-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-REFCTL-FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-EXC-FS PIC X(02).
           01 WS-RET-FS PIC X(02).
           01 WS-RESTART-FS PIC X(02).
           01 WS-REG-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-NET-EOF PIC X(01).
           01 WS-EXC-EOF PIC X(01).
           01 WS-REG-EOF PIC X(01).
           01 WS-REG-STATUS PIC X(01).
               88 WS-FILE-ALREADY-RUN VALUE 'Y'.
           01 WS-PROOF-STATUS PIC X(01).
               88 WS-FILE-PROVEN VALUE 'Y'.

           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
               05 WS-BUS-YEAR PIC 9(04).
               05 WS-BUS-MONTH PIC 9(02).
               05 WS-BUS-DAY PIC 9(02).
           01 WS-RETURN-NAME.
               05 FILLER PIC X(23) VALUE 'storage/network.return.'.
               05 WS-RETURN-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE '.'.
               05 WS-RETURN-SEQ PIC 9(06).

      ******************************************************************
      * What the clearing file says about itself (header and trailer),
      * what is actually in it, and what the settlement advice says.
      * All three must agree before anything posts.
      ******************************************************************
           01 WS-HDR-FOUND PIC X(01).
           01 WS-TRL-FOUND PIC X(01).
           01 WS-HDR-SETTLE-DATE PIC 9(08).
           01 WS-HDR-FILE-SEQ PIC 9(06).
           01 WS-HDR-NETWORK-ID PIC X(04).
           01 WS-TRL-COUNT PIC 9(07).
           01 WS-TRL-DEBITS PIC 9(11)V99.
           01 WS-TRL-CREDITS PIC 9(11)V99.
           01 WS-ACTUAL-COUNT PIC 9(07).
           01 WS-ACTUAL-DEBITS PIC 9(11)V99.
           01 WS-ACTUAL-CREDITS PIC 9(11)V99.
           01 WS-UNTYPED-COUNT PIC 9(07).
           01 WS-ADV-NET-CHECK PIC S9(11)V99.
           COPY NETADV REPLACING
               ==NET-ADVICE-FILE== BY ==WS-ADVICE==
               LEADING ==ADV== BY ==WS-ADV==.

           01 WS-RESTART-LAST-SEQ PIC 9(07) VALUE ZERO.
           01 WS-DETAIL-SEQ-NUM PIC 9(07) VALUE ZERO.

      ******************************************************************
      * Posting one item: the audit code it goes under, its return
      * reason if it cannot post, and the funds test for a debit - the
      * balance after the debit less the account's active holds, the
      * same available-balance test PEOPLEACCOUNT applies to a SAQUE.
      ******************************************************************
           01 WS-NET-OPERATION PIC 9(05).
           01 WS-RETURN-REASON PIC X(02).
           01 WS-DECLINE-STATUS PIC X(01).
               88 WS-ITEM-DECLINED VALUE 'Y'.
           01 WS-PROSPECTIVE-BALANCE PIC S9(9)V99.
           01 WS-AVAILABLE-BALANCE PIC S9(9)V99.
           01 WS-HELD-AMOUNT PIC S9(9)V99.
           01 WS-HOLD-SCAN-EOF PIC X(01).

           01 WS-RETURN-COUNT PIC 9(07) VALUE ZERO.
           01 WS-RETURN-DEBITS PIC 9(11)V99 VALUE ZERO.
           01 WS-RETURN-CREDITS PIC 9(11)V99 VALUE ZERO.
           01 WS-POSTED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-POSTED-DEBITS PIC 9(11)V99 VALUE ZERO.
           01 WS-POSTED-CREDITS PIC 9(11)V99 VALUE ZERO.
           01 WS-POSTED-NET PIC S9(11)V99 VALUE ZERO.

           01 WS-LINE PIC X(100).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-ITEM PIC 9(12).
           01 WS-RPT-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-PROVE-FILE THRU 1100-EXIT
           PERFORM 1200-READ-ADVICE THRU 1200-EXIT
           PERFORM 1300-CHECK-PROOF THRU 1300-EXIT
           IF NOT WS-FILE-PROVEN
               DISPLAY 'NETCLEAR CLEARING FILE ' WS-HDR-SETTLE-DATE
                   ' NUMBER ' WS-HDR-FILE-SEQ
                   ' DOES NOT PROVE AGAINST THE SETTLEMENT ADVICE - '
                   'RUN REFUSED'
               STOP RUN
           END-IF
           PERFORM 1400-CHECK-REGISTER THRU 1400-EXIT
           IF WS-FILE-ALREADY-RUN
               DISPLAY 'NETCLEAR CLEARING FILE ' WS-HDR-SETTLE-DATE
                   ' NUMBER ' WS-HDR-FILE-SEQ
                   ' HAS ALREADY BEEN POSTED - RUN REFUSED'
               STOP RUN
           END-IF
           PERFORM 1500-LOAD-CHECKPOINT THRU 1500-EXIT
           PERFORM 1600-OPEN-FILES THRU 1600-EXIT
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-NET-EOF = 'Y'
           CLOSE NET-CLEAR
           CLOSE ACCOUNT
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE NET-EXCEPTION
           PERFORM 3000-WRITE-RETURN THRU 3000-EXIT
           PERFORM 6200-CLEAR-CHECKPOINT THRU 6200-EXIT
           PERFORM 6300-REGISTER-FILE THRU 6300-EXIT
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
           STOP RUN.

      ******************************************************************
      * The business date arrives on SYSIN as one YYYYMMDD line. The
      * network does not send a file every night; with none presented
      * there is nothing to post and the step ends cleanly.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               OR WS-BUSINESS-DATE = ZERO
               OR WS-BUS-MONTH < 1 OR WS-BUS-MONTH > 12
               OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
               DISPLAY 'NETCLEAR BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           OPEN INPUT NET-CLEAR
           IF WS-NET-FS = '35'
               DISPLAY 'NETCLEAR NO NETWORK CLEARING FILE PRESENTED '
                   'FOR ' WS-BUSINESS-DATE
               STOP RUN
           END-IF
           IF WS-NET-FS NOT = '00'
               MOVE 'OPEN INPUT NET-CLEAR' TO WS-IO-ERROR-CONTEXT
               MOVE WS-NET-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE NET-CLEAR.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * Reads the whole clearing file once, totalling the items by
      * direction. An item of a type the network's layout does not
      * define cannot be put on either side and is counted apart, so
      * the file fails its proof rather than post around it.
      ******************************************************************
       1100-PROVE-FILE.
           MOVE 'N' TO WS-HDR-FOUND
           MOVE 'N' TO WS-TRL-FOUND
           MOVE ZERO TO WS-HDR-SETTLE-DATE
           MOVE ZERO TO WS-HDR-FILE-SEQ
           MOVE SPACES TO WS-HDR-NETWORK-ID
           MOVE ZERO TO WS-TRL-COUNT
           MOVE ZERO TO WS-TRL-DEBITS
           MOVE ZERO TO WS-TRL-CREDITS
           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-DEBITS
           MOVE ZERO TO WS-ACTUAL-CREDITS
           MOVE ZERO TO WS-UNTYPED-COUNT
           MOVE 'N' TO WS-NET-EOF
           OPEN INPUT NET-CLEAR
           IF WS-NET-FS NOT = '00'
               MOVE 'OPEN INPUT NET-CLEAR' TO WS-IO-ERROR-CONTEXT
               MOVE WS-NET-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 1110-PROVE-RECORD THRU 1110-EXIT
               UNTIL WS-NET-EOF = 'Y'
           CLOSE NET-CLEAR.
       1100-EXIT.
           EXIT.

       1110-PROVE-RECORD.
           READ NET-CLEAR
               AT END
                   MOVE 'Y' TO WS-NET-EOF
               NOT AT END
                   IF WS-NET-FS NOT = '00'
                       MOVE 'READ NET-CLEAR' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-NET-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   EVALUATE TRUE
                       WHEN NET-REC-HEADER
                           MOVE 'Y' TO WS-HDR-FOUND
                           MOVE NETH-SETTLE-DATE TO WS-HDR-SETTLE-DATE
                           MOVE NETH-FILE-SEQ TO WS-HDR-FILE-SEQ
                           MOVE NETH-NETWORK-ID TO WS-HDR-NETWORK-ID
                       WHEN NET-REC-TRAILER
                           MOVE 'Y' TO WS-TRL-FOUND
                           MOVE NETT-ITEM-COUNT TO WS-TRL-COUNT
                           MOVE NETT-DEBIT-TOTAL TO WS-TRL-DEBITS
                           MOVE NETT-CREDIT-TOTAL TO WS-TRL-CREDITS
                       WHEN OTHER
                           ADD 1 TO WS-ACTUAL-COUNT
                           IF NET-ITEM-DEBIT
                               ADD NET-AMOUNT TO WS-ACTUAL-DEBITS
                           ELSE
                               IF NET-TRANSFER-IN
                                   ADD NET-AMOUNT TO WS-ACTUAL-CREDITS
                               ELSE
                                   ADD 1 TO WS-UNTYPED-COUNT
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * The advice is the network's word on what it settled; a
      * clearing file without one cannot be proven and is not posted.
      ******************************************************************
       1200-READ-ADVICE.
           OPEN INPUT NET-ADVICE
           IF WS-ADV-FS = '35'
               DISPLAY 'NETCLEAR NO SETTLEMENT ADVICE PRESENTED FOR '
                   'THE CLEARING FILE - RUN REFUSED'
               STOP RUN
           END-IF
           IF WS-ADV-FS NOT = '00'
               MOVE 'OPEN INPUT ADVICE' TO WS-IO-ERROR-CONTEXT
               MOVE WS-ADV-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           READ NET-ADVICE INTO WS-ADVICE
               AT END
                   DISPLAY 'NETCLEAR SETTLEMENT ADVICE IS EMPTY - '
                       'RUN REFUSED'
                   STOP RUN
               NOT AT END
                   IF WS-ADV-FS NOT = '00'
                       MOVE 'READ ADVICE' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-ADV-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
           END-READ
           CLOSE NET-ADVICE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * Items present, trailer and advice must tell the same story, to
      * the cent, for the same settlement date and file number. Every
      * disagreement is shown so the operator can take it up with the
      * network without re-adding the file by hand.
      ******************************************************************
       1300-CHECK-PROOF.
           MOVE 'Y' TO WS-PROOF-STATUS
           COMPUTE WS-ADV-NET-CHECK =
               WS-ADV-CREDIT-TOTAL - WS-ADV-DEBIT-TOTAL
           IF WS-HDR-FOUND NOT = 'Y' OR WS-TRL-FOUND NOT = 'Y'
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR CLEARING FILE HEADER OR TRAILER '
                   'MISSING'
           END-IF
           IF WS-UNTYPED-COUNT NOT = ZERO
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR ITEMS OF UNKNOWN TYPE '
                   WS-UNTYPED-COUNT
           END-IF
           IF WS-ADV-SETTLE-DATE NOT = WS-HDR-SETTLE-DATE
               OR WS-ADV-FILE-SEQ NOT = WS-HDR-FILE-SEQ
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR ADVICE IS FOR ' WS-ADV-SETTLE-DATE
                   ' NUMBER ' WS-ADV-FILE-SEQ
                   ' BUT THE FILE IS ' WS-HDR-SETTLE-DATE
                   ' NUMBER ' WS-HDR-FILE-SEQ
           END-IF
           IF WS-ACTUAL-COUNT NOT = WS-TRL-COUNT
               OR WS-ACTUAL-COUNT NOT = WS-ADV-ITEM-COUNT
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR ITEM COUNT - FILE ' WS-ACTUAL-COUNT
                   ' TRAILER ' WS-TRL-COUNT
                   ' ADVICE ' WS-ADV-ITEM-COUNT
           END-IF
           IF WS-ACTUAL-DEBITS NOT = WS-TRL-DEBITS
               OR WS-ACTUAL-DEBITS NOT = WS-ADV-DEBIT-TOTAL
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR DEBIT TOTAL - FILE ' WS-ACTUAL-DEBITS
                   ' TRAILER ' WS-TRL-DEBITS
                   ' ADVICE ' WS-ADV-DEBIT-TOTAL
           END-IF
           IF WS-ACTUAL-CREDITS NOT = WS-TRL-CREDITS
               OR WS-ACTUAL-CREDITS NOT = WS-ADV-CREDIT-TOTAL
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR CREDIT TOTAL - FILE '
                   WS-ACTUAL-CREDITS
                   ' TRAILER ' WS-TRL-CREDITS
                   ' ADVICE ' WS-ADV-CREDIT-TOTAL
           END-IF
           IF WS-ADV-NET-AMOUNT NOT = WS-ADV-NET-CHECK
               MOVE 'N' TO WS-PROOF-STATUS
               DISPLAY 'NETCLEAR ADVICE NET ' WS-ADV-NET-AMOUNT
                   ' IS NOT ITS CREDITS LESS ITS DEBITS'
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * A missing register only means no clearing file has ever been
      * posted here - the first clean run creates it.
      ******************************************************************
       1400-CHECK-REGISTER.
           MOVE 'N' TO WS-REG-STATUS
           MOVE 'N' TO WS-REG-EOF
           OPEN INPUT NET-REGISTER
           IF WS-REG-FS = '00'
               PERFORM 1410-SCAN-REGISTER THRU 1410-EXIT
                   UNTIL WS-REG-EOF = 'Y'
               CLOSE NET-REGISTER
           ELSE
               IF WS-REG-FS NOT = '35'
                   MOVE 'OPEN INPUT NET-REG' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REG-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

       1410-SCAN-REGISTER.
           READ NET-REGISTER
               AT END
                   MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                   IF WS-REG-FS NOT = '00'
                       MOVE 'READ NET-REG' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-REG-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF NREG-SETTLE-DATE = WS-HDR-SETTLE-DATE
                           AND NREG-FILE-SEQ = WS-HDR-FILE-SEQ
                           MOVE 'Y' TO WS-REG-STATUS
                       END-IF
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * A rerun after an abort picks up after the last item the
      * checkpoint shows posted, the way the posting run restarts; a
      * checkpoint left by a different clearing file is ignored.
      ******************************************************************
       1500-LOAD-CHECKPOINT.
           MOVE ZERO TO WS-RESTART-LAST-SEQ
           OPEN INPUT NET-RESTART
           IF WS-RESTART-FS = '00'
               READ NET-RESTART
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RESTART-SETTLE-DATE = WS-HDR-SETTLE-DATE
                           AND RESTART-FILE-SEQ = WS-HDR-FILE-SEQ
                           MOVE RESTART-LAST-SEQ TO
                               WS-RESTART-LAST-SEQ
                           DISPLAY 'NETCLEAR RESTARTING AFTER ITEM '
                               WS-RESTART-LAST-SEQ
                       ELSE
                           IF RESTART-LAST-SEQ NOT = ZERO
                               DISPLAY 'NETCLEAR RESTART CHECKPOINT '
                                   'DOES NOT MATCH THIS FILE - '
                                   'IGNORING'
                           END-IF
                       END-IF
               END-READ
               CLOSE NET-RESTART
           END-IF.
       1500-EXIT.
           EXIT.

       1600-OPEN-FILES.
           MOVE 'N' TO WS-NET-EOF
           MOVE ZERO TO WS-DETAIL-SEQ-NUM
           OPEN INPUT NET-CLEAR
           IF WS-NET-FS NOT = '00'
               MOVE 'OPEN INPUT NET-CLEAR' TO WS-IO-ERROR-CONTEXT
               MOVE WS-NET-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN I-O ACCOUNT
           IF FS NOT = '00'
               MOVE 'OPEN I-O ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN I-O HOLD
           IF WS-HOLD-FS = '35'
               OPEN OUTPUT HOLD
               IF WS-HOLD-FS = '00'
                   CLOSE HOLD
                   OPEN I-O HOLD
               END-IF
           END-IF
           IF WS-HOLD-FS NOT = '00'
               MOVE 'OPEN I-O HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
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
           OPEN EXTEND ACCOUNT-AUDIT
           IF WS-AUDIT-FS NOT = '00'
               OPEN OUTPUT ACCOUNT-AUDIT
               IF WS-AUDIT-FS NOT = '00'
                   MOVE 'OPEN OUTPUT AUDIT' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           OPEN EXTEND NET-EXCEPTION
           IF WS-EXC-FS NOT = '00'
               OPEN OUTPUT NET-EXCEPTION
               IF WS-EXC-FS NOT = '00'
                   MOVE 'OPEN NET-EXCEPTION' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-EXC-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF.
       1600-EXIT.
           EXIT.

       2000-PROCESS-RECORD.
           READ NET-CLEAR
               AT END
                   MOVE 'Y' TO WS-NET-EOF
               NOT AT END
                   IF WS-NET-FS NOT = '00'
                       MOVE 'READ NET-CLEAR' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-NET-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF NET-REC-HEADER OR NET-REC-TRAILER
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-DETAIL-SEQ-NUM
                           IF WS-DETAIL-SEQ-NUM > WS-RESTART-LAST-SEQ
                               PERFORM 2100-POST-ITEM THRU 2100-EXIT
                               PERFORM 6100-FLUSH-CHECKPOINT THRU
                                   6100-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * The network has already authenticated the item (card and PIN
      * at its ATM, the other bank's own controls on a transfer), so
      * there is no signature to check; everything else PEOPLEACCOUNT
      * asks of a SAQUE or a DEPOSITO is asked here. An item that
      * cannot post leaves by the return door with the network's
      * reason code.
      ******************************************************************
       2100-POST-ITEM.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE 'N' TO WS-DECLINE-STATUS
           EVALUATE TRUE
               WHEN NET-ATM-WITHDRAWAL
                   MOVE 22 TO WS-NET-OPERATION
               WHEN NET-TRANSFER-IN
                   MOVE 23 TO WS-NET-OPERATION
               WHEN OTHER
                   MOVE 24 TO WS-NET-OPERATION
           END-EVALUATE
           IF NET-AMOUNT = ZERO
               MOVE '05' TO WS-RETURN-REASON
           ELSE
               MOVE NET-ACCOUNT-ID TO ACCOUNT-ID
               READ ACCOUNT
                   KEY IS ACCOUNT-ID
                   INVALID KEY
                       MOVE '01' TO WS-RETURN-REASON
                   NOT INVALID KEY
                       IF FS NOT = '00'
                           MOVE 'READ ACCOUNT' TO WS-IO-ERROR-CONTEXT
                           MOVE FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       PERFORM 2200-APPLY-ITEM THRU 2200-EXIT
               END-READ
           END-IF
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM 2900-RETURN-ITEM THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * A closed account takes nothing. A dormant account pays nothing
      * out on the network's word any more than on a signature, but
      * money arriving for it posts and brings it back to life, the
      * same as a DEPOSITO at the branch.
      ******************************************************************
       2200-APPLY-ITEM.
           IF ACCOUNT-STATUS-CLOSED
               MOVE '02' TO WS-RETURN-REASON
           ELSE
               IF ACCOUNT-STATUS-DORMANT AND NET-ITEM-DEBIT
                   MOVE '04' TO WS-RETURN-REASON
               ELSE
                   IF NET-ITEM-DEBIT
                       PERFORM 2300-POST-DEBIT THRU 2300-EXIT
                   ELSE
                       PERFORM 2400-POST-CREDIT THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * A debit the available balance cannot carry is declined in
      * place and, like a declined SAQUE, still goes on the audit
      * trail at a zero amount - the attempt is part of the account's
      * history - before it is returned to the network.
      ******************************************************************
       2300-POST-DEBIT.
           PERFORM 8100-TOTAL-HOLDS THRU 8100-EXIT
           COMPUTE WS-PROSPECTIVE-BALANCE =
               ACCOUNT-BALANCE - NET-AMOUNT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROSPECTIVE-BALANCE - WS-HELD-AMOUNT
           IF WS-AVAILABLE-BALANCE < CREDIT-LIMIT
               MOVE 'Y' TO WS-DECLINE-STATUS
               MOVE '03' TO WS-RETURN-REASON
           ELSE
               MOVE WS-PROSPECTIVE-BALANCE TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-FILE
               IF FS NOT = '00'
                   MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
                   MOVE FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
       2300-EXIT.
           EXIT.

       2400-POST-CREDIT.
           ADD NET-AMOUNT TO ACCOUNT-BALANCE
           IF ACCOUNT-STATUS-DORMANT
               MOVE 'A' TO ACCOUNT-STATUS
               MOVE ZERO TO ACCOUNT-DORMANT-DATE
               DISPLAY 'CONTA REATIVADA ' ACCOUNT-ID
           END-IF
           REWRITE ACCOUNT-FILE
           IF FS NOT = '00'
               MOVE 'REWRITE ACCOUNT' TO WS-IO-ERROR-CONTEXT
               MOVE FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
       2400-EXIT.
           EXIT.

       2900-RETURN-ITEM.
           MOVE WS-RETURN-REASON TO NET-RETURN-REASON
           MOVE WS-HDR-SETTLE-DATE TO EXC-SETTLE-DATE
           MOVE WS-HDR-FILE-SEQ TO EXC-FILE-SEQ
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE
           MOVE NET-CLEAR-FILE TO EXC-ITEM
           WRITE NET-EXCEPTION-FILE
           IF WS-EXC-FS NOT = '00'
               MOVE 'WRITE NET-EXCEPTION' TO WS-IO-ERROR-CONTEXT
               MOVE WS-EXC-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * The return file is cut from the exception records naming this
      * clearing file - including any written before an abort - so a
      * restarted run sends back everything that did not post. The
      * exceptions are counted first so the header can carry the
      * return's totals, the same way the trailer proves them.
      ******************************************************************
       3000-WRITE-RETURN.
           MOVE WS-HDR-SETTLE-DATE TO WS-RETURN-DATE
           MOVE WS-HDR-FILE-SEQ TO WS-RETURN-SEQ
           OPEN OUTPUT NET-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT NET-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'NETCLEAR COMPENSACAO DA REDE ' WS-HDR-NETWORK-ID
               ' ARQUIVO ' WS-HDR-SETTLE-DATE '/' WS-HDR-FILE-SEQ
               ' LANCADO EM ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO NET-RPT-LINE
           WRITE NET-RPT-LINE
           MOVE SPACES TO NET-RPT-LINE
           WRITE NET-RPT-LINE
           OPEN OUTPUT NET-RETURN
           IF WS-RET-FS NOT = '00'
               MOVE 'OPEN OUTPUT RETURN' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RET-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3100-OPEN-EXCEPTIONS THRU 3100-EXIT
           PERFORM 3200-COUNT-EXCEPTION THRU 3200-EXIT
               UNTIL WS-EXC-EOF = 'Y'
           CLOSE NET-EXCEPTION
           MOVE SPACES TO NET-RETURN-HEADER
           MOVE 'H' TO RETH-REC-TYPE
           MOVE WS-HDR-SETTLE-DATE TO RETH-SETTLE-DATE
           MOVE WS-HDR-FILE-SEQ TO RETH-FILE-SEQ
           MOVE WS-HDR-NETWORK-ID TO RETH-NETWORK-ID
           WRITE NET-RETURN-HEADER
           IF WS-RET-FS NOT = '00'
               MOVE 'WRITE RETURN HEADER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RET-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           PERFORM 3100-OPEN-EXCEPTIONS THRU 3100-EXIT
           PERFORM 3300-COPY-EXCEPTION THRU 3300-EXIT
               UNTIL WS-EXC-EOF = 'Y'
           CLOSE NET-EXCEPTION
           MOVE SPACES TO NET-RETURN-TRAILER
           MOVE 'T' TO RETT-REC-TYPE
           MOVE WS-RETURN-COUNT TO RETT-ITEM-COUNT
           MOVE WS-RETURN-DEBITS TO RETT-DEBIT-TOTAL
           MOVE WS-RETURN-CREDITS TO RETT-CREDIT-TOTAL
           WRITE NET-RETURN-TRAILER
           IF WS-RET-FS NOT = '00'
               MOVE 'WRITE RETURN TRAILER' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RET-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE NET-RETURN.
       3000-EXIT.
           EXIT.

       3100-OPEN-EXCEPTIONS.
           MOVE 'N' TO WS-EXC-EOF
           OPEN INPUT NET-EXCEPTION
           IF WS-EXC-FS NOT = '00'
               MOVE 'OPEN INPUT NET-EXC' TO WS-IO-ERROR-CONTEXT
               MOVE WS-EXC-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-COUNT-EXCEPTION.
           READ NET-EXCEPTION
               AT END
                   MOVE 'Y' TO WS-EXC-EOF
               NOT AT END
                   IF WS-EXC-FS NOT = '00'
                       MOVE 'READ NET-EXCEPTION' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-EXC-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   IF EXC-SETTLE-DATE = WS-HDR-SETTLE-DATE
                       AND EXC-FILE-SEQ = WS-HDR-FILE-SEQ
                       MOVE EXC-ITEM TO NET-RETURN-FILE
                       ADD 1 TO WS-RETURN-COUNT
                       IF RET-ITEM-DEBIT
                           ADD RET-AMOUNT TO WS-RETURN-DEBITS
                       ELSE
                           ADD RET-AMOUNT TO WS-RETURN-CREDITS
                       END-IF
                   END-IF
           END-READ.
       3200-EXIT.
           EXIT.

       3300-COPY-EXCEPTION.
           READ NET-EXCEPTION
               AT END
                   MOVE 'Y' TO WS-EXC-EOF
               NOT AT END
                   IF WS-EXC-FS NOT = '00'
                       MOVE 'READ NET-EXCEPTION' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-EXC-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   END-IF
                   IF EXC-SETTLE-DATE = WS-HDR-SETTLE-DATE
                       AND EXC-FILE-SEQ = WS-HDR-FILE-SEQ
                       MOVE EXC-ITEM TO NET-RETURN-FILE
                       WRITE NET-RETURN-FILE
                       IF WS-RET-FS NOT = '00'
                           MOVE 'WRITE RETURN' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-RET-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       END-IF
                       PERFORM 3310-REPORT-RETURN THRU 3310-EXIT
                   END-IF
           END-READ.
       3300-EXIT.
           EXIT.

       3310-REPORT-RETURN.
           MOVE RET-ITEM-ID TO WS-RPT-ITEM
           MOVE RET-ACCOUNT-ID TO WS-RPT-ID
           MOVE RET-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'DEVOLVIDO ITEM ' WS-RPT-ITEM
               ' ' RET-ITEM-TYPE
               ' CONTA ' WS-RPT-ID
               ' VALOR ' WS-RPT-AMOUNT
               ' MOTIVO ' RET-RETURN-REASON
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO NET-RPT-LINE
           WRITE NET-RPT-LINE.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * Taken after every item rather than every few, so a rerun after
      * an abort neither posts an item twice nor returns it twice -
      * an item posted twice is money the network will not give back.
      ******************************************************************
       6100-FLUSH-CHECKPOINT.
           MOVE WS-DETAIL-SEQ-NUM TO RESTART-LAST-SEQ
           MOVE WS-HDR-SETTLE-DATE TO RESTART-SETTLE-DATE
           MOVE WS-HDR-FILE-SEQ TO RESTART-FILE-SEQ
           PERFORM 6150-WRITE-CHECKPOINT THRU 6150-EXIT.
       6100-EXIT.
           EXIT.

       6150-WRITE-CHECKPOINT.
           OPEN OUTPUT NET-RESTART
           IF WS-RESTART-FS NOT = '00'
               MOVE 'OPEN OUTPUT RESTART' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RESTART-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           WRITE NET-RESTART-FILE
           IF WS-RESTART-FS NOT = '00'
               MOVE 'WRITE RESTART' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RESTART-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE NET-RESTART.
       6150-EXIT.
           EXIT.

      ******************************************************************
      * A clean finish must not leave a checkpoint behind for the next
      * clearing file to trip over.
      ******************************************************************
       6200-CLEAR-CHECKPOINT.
           MOVE ZERO TO RESTART-LAST-SEQ
           MOVE ZERO TO RESTART-SETTLE-DATE
           MOVE ZERO TO RESTART-FILE-SEQ
           PERFORM 6150-WRITE-CHECKPOINT THRU 6150-EXIT.
       6200-EXIT.
           EXIT.

       6300-REGISTER-FILE.
           OPEN EXTEND NET-REGISTER
           IF WS-REG-FS NOT = '00'
               OPEN OUTPUT NET-REGISTER
               IF WS-REG-FS NOT = '00'
                   MOVE 'OPEN NET-REG' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-REG-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE WS-HDR-SETTLE-DATE TO NREG-SETTLE-DATE
           MOVE WS-HDR-FILE-SEQ TO NREG-FILE-SEQ
           MOVE WS-BUSINESS-DATE TO NREG-BUSINESS-DATE
           MOVE WS-ACTUAL-COUNT TO NREG-ITEM-COUNT
           MOVE WS-ACTUAL-DEBITS TO NREG-DEBIT-TOTAL
           MOVE WS-ACTUAL-CREDITS TO NREG-CREDIT-TOTAL
           WRITE NET-REGISTER-FILE
           IF WS-REG-FS NOT = '00'
               MOVE 'WRITE NET-REG' TO WS-IO-ERROR-CONTEXT
               MOVE WS-REG-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE NET-REGISTER.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * The settlement ties out when what the network settled equals
      * what posted here plus what went back: the posted net is the
      * movement GLEXTRACT books against the network settlement
      * account for these codes, and the returned items are the
      * network's to take back on the next settlement.
      ******************************************************************
       8000-PRINT-REPORT.
           COMPUTE WS-POSTED-COUNT =
               WS-ACTUAL-COUNT - WS-RETURN-COUNT
           COMPUTE WS-POSTED-DEBITS =
               WS-ACTUAL-DEBITS - WS-RETURN-DEBITS
           COMPUTE WS-POSTED-CREDITS =
               WS-ACTUAL-CREDITS - WS-RETURN-CREDITS
           COMPUTE WS-POSTED-NET =
               WS-POSTED-CREDITS - WS-POSTED-DEBITS
           MOVE SPACES TO NET-RPT-LINE
           WRITE NET-RPT-LINE
           MOVE WS-ACTUAL-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ITENS LIQUIDADOS PELA REDE : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-ACTUAL-DEBITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  DEBITOS                   : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-ACTUAL-CREDITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  CREDITOS                  : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-ADV-NET-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  LIQUIDO DO AVISO          : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-POSTED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ITENS LANCADOS             : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-POSTED-DEBITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  DEBITOS                   : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-POSTED-CREDITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  CREDITOS                  : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-POSTED-NET TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  LIQUIDO CONTA 10300       : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-RETURN-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ITENS DEVOLVIDOS A REDE    : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-RETURN-DEBITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  DEBITOS                   : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           MOVE WS-RETURN-CREDITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  CREDITOS                  : ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 8050-WRITE-LINE THRU 8050-EXIT
           CLOSE NET-RPT
           DISPLAY 'NETCLEAR ' WS-HDR-SETTLE-DATE '/' WS-HDR-FILE-SEQ
               ' ITEMS ' WS-ACTUAL-COUNT
               ' POSTED ' WS-POSTED-COUNT
               ' RETURNED ' WS-RETURN-COUNT.
       8000-EXIT.
           EXIT.

       8050-WRITE-LINE.
           MOVE WS-LINE TO NET-RPT-LINE
           WRITE NET-RPT-LINE
           IF WS-RPT-FS NOT = '00'
               MOVE 'WRITE NET-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       8050-EXIT.
           EXIT.

      ******************************************************************
      * Totals the keyed account's active holds into WS-HELD-AMOUNT,
      * reading its holds off the hold master by a START on the
      * account number.
      ******************************************************************
       8100-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE NET-ACCOUNT-ID TO HOLD-ACCOUNT-ID
           MOVE ZERO TO HOLD-SEQ
           START HOLD KEY IS >= HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
           END-START
           PERFORM 8110-ADD-HOLD THRU 8110-EXIT
               UNTIL WS-HOLD-SCAN-EOF = 'Y'.
       8100-EXIT.
           EXIT.

       8110-ADD-HOLD.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ NEXT HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF HOLD-ACCOUNT-ID NOT = NET-ACCOUNT-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-EOF
                       ELSE
                           IF HOLD-STATUS-ACTIVE
                               ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       8110-EXIT.
           EXIT.

      ******************************************************************
      * Takes the next transaction reference off the audit reference
      * control record for the audit record about to be written. The
      * control record is created the first time a reference is ever
      * issued.
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

      ******************************************************************
      * Stamped with the business date from SYSIN, not the network's
      * settlement date or the wall clock, so the item lands on the
      * banking day GLEXTRACT and ACCTRECON book it on; the time is
      * taken from the clock for ordering within the day.
      ******************************************************************
       5000-WRITE-AUDIT.
           MOVE WS-BUSINESS-DATE TO AUDIT-DATE
           ACCEPT AUDIT-TIME FROM TIME
           MOVE NET-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           MOVE WS-NET-OPERATION TO AUDIT-OPERATION
           PERFORM 8300-NEXT-AUDIT-REF THRU 8300-EXIT
           IF WS-ITEM-DECLINED
               MOVE ZERO TO AUDIT-AMOUNT
           ELSE
               MOVE NET-AMOUNT TO AUDIT-AMOUNT
           END-IF
           MOVE ACCOUNT-BALANCE TO AUDIT-BALANCE
           WRITE ACCOUNT-AUDIT-FILE
           IF WS-AUDIT-FS NOT = '00'
               MOVE 'WRITE AUDIT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-AUDIT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means the masters may not be in the state the
      * rest of this program assumes. Log what was being attempted and
      * stop; the checkpoint lets the rerun carry on after the last
      * item that posted, and the file is not registered until a run
      * finishes clean.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' ITEM=' NET-ITEM-ID
               ' ACCOUNT=' NET-ACCOUNT-ID
           CLOSE NET-CLEAR
           CLOSE NET-ADVICE
           CLOSE ACCOUNT
           CLOSE HOLD
           CLOSE AUDIT-REFCTL
           CLOSE ACCOUNT-AUDIT
           CLOSE NET-EXCEPTION
           CLOSE NET-RETURN
           CLOSE NET-RESTART
           CLOSE NET-REGISTER
           CLOSE NET-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
