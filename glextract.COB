
           01 WS-OP-INDEX PIC 9(02).
           01 WS-OPERATION-TOTALS.
               05 WS-OP-AMOUNT PIC S9(09)V99 OCCURS 25 TIMES.

           01 WS-DETAIL-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DETAIL-AMOUNT PIC S9(09)V99 VALUE ZERO.
           01 WS-PAIR-DR-AMOUNT PIC S9(09)V99.
           01 WS-PAIR-CR-AMOUNT PIC S9(09)V99.
           01 WS-PAIR-DESCRIPTION PIC X(20).
           01 WS-LEG-ACCOUNT PIC 9(05).
           01 WS-LEG-DR-CR PIC X(01).
           01 WS-LEG-AMOUNT PIC S9(09)V99.

      ******************************************************************
      * GL account numbers (see GLOUT.CPY): 10100 cash, 20100 customer
      * deposit liability, 12100 loan asset, 41100 interest income,
      * 51100 interest expense, 41200 fee income, 10300 network
      * settlement.
      ******************************************************************
           01 WS-GL-CAIXA PIC 9(05) VALUE 10100.
           01 WS-GL-DEPOSITOS PIC 9(05) VALUE 20100.
           01 WS-GL-EMPRESTIMOS PIC 9(05) VALUE 12100.
           01 WS-GL-RECEITA-JUROS PIC 9(05) VALUE 41100.
           01 WS-GL-DESPESA-JUROS PIC 9(05) VALUE 51100.
           01 WS-GL-RECEITA-TARIFAS PIC 9(05) VALUE 41200.
           01 WS-GL-LIQUIDACAO-REDE PIC 9(05) VALUE 10300.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   ELSE
                       IF AUDIT-DATE = WS-EXTRACT-DATE
                           AND AUDIT-OPERATION >= 1
                           AND AUDIT-OPERATION <= 25
                           MOVE AUDIT-OPERATION TO WS-OP-INDEX
                           ADD AUDIT-AMOUNT TO
                               WS-OP-AMOUNT (WS-OP-INDEX)

      ******************************************************************
      * The journal mapping, one debit/credit pair per category with
      * money movement (SALDO, the maintenance operations and the
      * funds hold placements and releases have no GL impact):
      *   SAQUE          DR deposits   CR cash       (money paid out)
      *   DEPOSITO       DR cash       CR deposits   (money taken in)
      *   EMPRESTIMO     DR loan asset CR cash       (draw paid out)
      *                  deposit interest credited by ACCTINT)
      *   JUROS DEVEDOR  DR deposits   CR interest income (monthly
      *                  overdraft interest charged by ACCTINT)
      *   TARIFA         DR deposits   CR fee income (monthly service
      *                  charges debited by ACCTFEE)
      *   SAQUE REDE     DR deposits   CR network settlement (cash the
      *                  network paid out at its ATMs for us)
      *   CREDITO REDE   DR network settlement CR deposits (interbank
      *                  transfers received through the network)
      *   DEBITO REDE    DR deposits   CR network settlement (interbank
      *                  transfers sent through the network)
      *   JUROS EMPREST  DR loan asset CR interest income (monthly
      *                  loan interest accrued by LOANSERVICE)
      * The network settlement account's net for the day is what the
      * network's settlement advice says less the items NETCLEAR
      * returned, so our side and the network's tie out daily.
      * An ESTORNO is on the trail under the original operation's code
      * with the amount negated, so a reversal nets out of its own
      * category; a day on which a category's reversals outweigh its
      * postings leaves a negative total, and that leg is booked on
      * the opposite side for the positive amount (3310), so the
      * pair still balances and every GL amount stays positive.
      * The totals are accumulated before anything is written, so the
      * header can carry the control count/amount the way the ACCTIN
      * header does, and the trailer repeats the totals actually
               MOVE 'JUROS COBRADOS' TO WS-PAIR-DESCRIPTION
               PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
           END-IF
           IF WS-OP-AMOUNT (16) NOT = ZERO
               MOVE WS-GL-DEPOSITOS TO WS-PAIR-DR-ACCOUNT
               MOVE WS-GL-RECEITA-TARIFAS TO WS-PAIR-CR-ACCOUNT
               MOVE WS-OP-AMOUNT (16) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (16) TO WS-PAIR-CR-AMOUNT
               MOVE 'TARIFAS COBRADAS' TO WS-PAIR-DESCRIPTION
               PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
           END-IF
           IF WS-OP-AMOUNT (22) NOT = ZERO
               MOVE WS-GL-DEPOSITOS TO WS-PAIR-DR-ACCOUNT
               MOVE WS-GL-LIQUIDACAO-REDE TO WS-PAIR-CR-ACCOUNT
               MOVE WS-OP-AMOUNT (22) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (22) TO WS-PAIR-CR-AMOUNT
               MOVE 'SAQUES REDE' TO WS-PAIR-DESCRIPTION
               PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
           END-IF
           IF WS-OP-AMOUNT (23) NOT = ZERO
               MOVE WS-GL-LIQUIDACAO-REDE TO WS-PAIR-DR-ACCOUNT
               MOVE WS-GL-DEPOSITOS TO WS-PAIR-CR-ACCOUNT
               MOVE WS-OP-AMOUNT (23) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (23) TO WS-PAIR-CR-AMOUNT
               MOVE 'CREDITOS REDE' TO WS-PAIR-DESCRIPTION
               PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
           END-IF
           IF WS-OP-AMOUNT (24) NOT = ZERO
               MOVE WS-GL-DEPOSITOS TO WS-PAIR-DR-ACCOUNT
               MOVE WS-GL-LIQUIDACAO-REDE TO WS-PAIR-CR-ACCOUNT
               MOVE WS-OP-AMOUNT (24) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (24) TO WS-PAIR-CR-AMOUNT
               MOVE 'DEBITOS REDE' TO WS-PAIR-DESCRIPTION
               PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
           END-IF
           IF WS-OP-AMOUNT (25) NOT = ZERO
               MOVE WS-GL-EMPRESTIMOS TO WS-PAIR-DR-ACCOUNT
               MOVE WS-GL-RECEITA-JUROS TO WS-PAIR-CR-ACCOUNT
               MOVE WS-OP-AMOUNT (25) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (25) TO WS-PAIR-CR-AMOUNT
               MOVE 'JUROS EMPRESTIMOS' TO WS-PAIR-DESCRIPTION
               PERFORM 3300-WRITE-PAIR THRU 3300-EXIT
           END-IF
           PERFORM 3400-WRITE-TRAILER THRU 3400-EXIT
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'GLEXTRACT WARNING - DEBITS DO NOT EQUAL '
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-DETAIL-AMOUNT
           IF WS-OP-AMOUNT (2) NOT = ZERO
               MOVE WS-OP-AMOUNT (2) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (2) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (3) NOT = ZERO
               MOVE WS-OP-AMOUNT (3) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (3) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (4) NOT = ZERO
               MOVE WS-OP-AMOUNT (4) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (4) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (5) NOT = ZERO
               OR WS-OP-AMOUNT (10) NOT = ZERO
               MOVE WS-OP-AMOUNT (5) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (10) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (9) NOT = ZERO
               MOVE WS-OP-AMOUNT (9) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (9) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (11) NOT = ZERO
               MOVE WS-OP-AMOUNT (11) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (11) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (12) NOT = ZERO
               MOVE WS-OP-AMOUNT (12) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (12) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (13) NOT = ZERO
               MOVE WS-OP-AMOUNT (13) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (13) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (14) NOT = ZERO
               MOVE WS-OP-AMOUNT (14) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (14) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (16) NOT = ZERO
               MOVE WS-OP-AMOUNT (16) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (16) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (22) NOT = ZERO
               MOVE WS-OP-AMOUNT (22) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (22) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (23) NOT = ZERO
               MOVE WS-OP-AMOUNT (23) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (23) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (24) NOT = ZERO
               MOVE WS-OP-AMOUNT (24) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (24) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF
           IF WS-OP-AMOUNT (25) NOT = ZERO
               MOVE WS-OP-AMOUNT (25) TO WS-PAIR-DR-AMOUNT
               MOVE WS-OP-AMOUNT (25) TO WS-PAIR-CR-AMOUNT
               PERFORM 3110-COUNT-PAIR THRU 3110-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * Each leg is counted at the amount 3300 will actually write,
      * which is always positive (see 3310).
      ******************************************************************
       3110-COUNT-PAIR.
           ADD 2 TO WS-DETAIL-COUNT
           IF WS-PAIR-DR-AMOUNT < ZERO
               SUBTRACT WS-PAIR-DR-AMOUNT FROM WS-DETAIL-AMOUNT
           ELSE
               ADD WS-PAIR-DR-AMOUNT TO WS-DETAIL-AMOUNT
           END-IF
           IF WS-PAIR-CR-AMOUNT < ZERO
               SUBTRACT WS-PAIR-CR-AMOUNT FROM WS-DETAIL-AMOUNT
           ELSE
               ADD WS-PAIR-CR-AMOUNT TO WS-DETAIL-AMOUNT
           END-IF.
       3110-EXIT.
           EXIT.

       3200-WRITE-HEADER.
           MOVE SPACES TO GL-OUT-HEADER-REC
           MOVE 'H' TO GLH-REC-TYPE
           EXIT.

       3300-WRITE-PAIR.
           MOVE WS-PAIR-DR-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE 'D' TO WS-LEG-DR-CR
           MOVE WS-PAIR-DR-AMOUNT TO WS-LEG-AMOUNT
           PERFORM 3310-WRITE-LEG THRU 3310-EXIT
           MOVE WS-PAIR-CR-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE 'C' TO WS-LEG-DR-CR
           MOVE WS-PAIR-CR-AMOUNT TO WS-LEG-AMOUNT
           PERFORM 3310-WRITE-LEG THRU 3310-EXIT.
       3300-EXIT.
           EXIT.

       3310-WRITE-LEG.
           IF WS-LEG-AMOUNT < ZERO
               COMPUTE WS-LEG-AMOUNT = ZERO - WS-LEG-AMOUNT
               IF WS-LEG-DR-CR = 'D'
                   MOVE 'C' TO WS-LEG-DR-CR
               ELSE
                   MOVE 'D' TO WS-LEG-DR-CR
               END-IF
           END-IF
           MOVE SPACES TO GL-OUT-FILE
           MOVE 'D' TO GL-REC-TYPE
           MOVE WS-EXTRACT-DATE TO GL-BUSINESS-DATE
           MOVE WS-LEG-ACCOUNT TO GL-ACCOUNT
           MOVE WS-LEG-DR-CR TO GL-DR-CR
           MOVE WS-LEG-AMOUNT TO GL-AMOUNT
           MOVE WS-PAIR-DESCRIPTION TO GL-DESCRIPTION
           WRITE GL-OUT-FILE
           IF WS-GL-FS NOT = '00'
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-LEG-AMOUNT TO WS-DETAIL-AMOUNT
           IF WS-LEG-DR-CR = 'D'
               ADD WS-LEG-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-LEG-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
       3310-EXIT.
           EXIT.

       3400-WRITE-TRAILER.
