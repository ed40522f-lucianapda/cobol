      * Purpose: Interactive account and loan standing inquiry against
      *          storage/accout.data and storage/loan.data, for the
      *          teller line: key an account number at the prompt and
      *          the customer name, ledger balance, funds held by
      *          active holds on storage/hold.data (each listed with
      *          its release date), available balance (ledger less
      *          held), credit limit, available amount to withdraw
      *          (available balance less CREDIT-LIMIT, the same test
      *          the posting run's SAQUE applies), account status
      *          (with the date a dormant account went dormant),
      *          everyone who may sign on it (the first holder and
      *          each active signer on storage/signatory.data, with
      *          role and withdrawal limit) and any loan's
      *          outstanding balance, rate, term and status come
      *          straight back, followed by the
      *          customer's document and mailing address off
      *          storage/customer.data and every other account linked
      *          to the same customer number. Key 0 (or anything
             ACCESS IS RANDOM
             RECORD KEY IS CUST-ID
             FILE STATUS IS WS-CUST-FS.
             SELECT HOLD ASSIGN TO 'storage/hold.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HOLD-KEY
             FILE STATUS IS WS-HOLD-FS.
             SELECT SIGNATORY ASSIGN TO 'storage/signatory.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SIGN-KEY
             FILE STATUS IS WS-SIGN-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTOMER.
           COPY CUSTMST.

           FD HOLD.
           COPY HOLDMST.

           FD SIGNATORY.
           COPY SIGNMST.

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-LOAN-FS PIC X(02).
           01 WS-CUST-FS PIC X(02).
           01 WS-HOLD-FS PIC X(02).
           01 WS-SIGN-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

               88 WS-LOAN-OPENED VALUE 'Y'.
           01 WS-CUST-OPEN-STATUS PIC X(01).
               88 WS-CUST-OPENED VALUE 'Y'.
           01 WS-HOLD-OPEN-STATUS PIC X(01).
               88 WS-HOLD-OPENED VALUE 'Y'.
           01 WS-HOLD-SCAN-STATUS PIC X(01).
               88 WS-HOLD-SCAN-DONE VALUE 'Y'.
           01 WS-SIGN-OPEN-STATUS PIC X(01).
               88 WS-SIGN-OPENED VALUE 'Y'.
           01 WS-SIGN-SCAN-STATUS PIC X(01).
               88 WS-SIGN-SCAN-DONE VALUE 'Y'.
           01 WS-SIGNER-NAME PIC X(30).
           01 WS-SIGNER-ROLE-NAME PIC X(10).
           01 WS-INQ-CUST-ID PIC 9(10).
           01 WS-SCAN-STATUS PIC X(01).
               88 WS-SCAN-DONE VALUE 'Y'.
           01 WS-OTHER-ACCOUNTS PIC 9(03).

           01 WS-AVAILABLE PIC S9(10)V99.
           01 WS-HELD PIC S9(10)V99.
           01 WS-AVAILABLE-BALANCE PIC S9(10)V99.

           01 WS-DSP-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-LIMIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-AVAILABLE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-HELD PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-SIGN-LIMIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-AVAIL-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-OUTSTANDING PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-RATE PIC ZZ9.99.
           01 WS-DSP-TERM PIC ZZ9.
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-HOLD-OPEN-STATUS
           OPEN INPUT HOLD
           IF WS-HOLD-FS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN-STATUS
           ELSE
               IF WS-HOLD-FS NOT = '35'
                   MOVE 'OPEN INPUT HOLD' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-SIGN-OPEN-STATUS
           OPEN INPUT SIGNATORY
           IF WS-SIGN-FS = '00'
               MOVE 'Y' TO WS-SIGN-OPEN-STATUS
           ELSE
               IF WS-SIGN-FS NOT = '35'
                   MOVE 'OPEN INPUT SIGNATORY' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           DISPLAY 'CONSULTA DE CONTAS - INFORME A CONTA, 0 ENCERRA'.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * Available-to-withdraw is the headroom the posting run's SAQUE
      * would actually allow: the ledger balance less the funds held
      * by active holds is the available balance, which may be drawn
      * down to the (negative) CREDIT-LIMIT, so the room is the
      * difference between the two.
      ******************************************************************
       2200-DISPLAY-STANDING.
           MOVE ACCOUNT-CUSTOMER-ID TO WS-INQ-CUST-ID
           PERFORM 2210-TOTAL-HOLDS THRU 2210-EXIT
           COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE - WS-HELD
           COMPUTE WS-AVAILABLE = WS-AVAILABLE-BALANCE - CREDIT-LIMIT
           MOVE ACCOUNT-BALANCE TO WS-DSP-BALANCE
           MOVE WS-HELD TO WS-DSP-HELD
           MOVE WS-AVAILABLE-BALANCE TO WS-DSP-AVAIL-BALANCE
           MOVE CREDIT-LIMIT TO WS-DSP-LIMIT
           MOVE WS-AVAILABLE TO WS-DSP-AVAILABLE
           DISPLAY 'CONTA      ' ACCOUNT-ID '  ' CUSTOMER-NAME
           DISPLAY 'SALDO      ' WS-DSP-BALANCE
           DISPLAY 'BLOQUEADO  ' WS-DSP-HELD
           DISPLAY 'SALDO DISP ' WS-DSP-AVAIL-BALANCE
           DISPLAY 'LIMITE     ' WS-DSP-LIMIT
           DISPLAY 'DISPONIVEL ' WS-DSP-AVAILABLE
           IF WS-HELD NOT = ZERO
               PERFORM 2250-LIST-HOLDS THRU 2250-EXIT
           END-IF
           IF ACCOUNT-STATUS-ACTIVE
               DISPLAY 'SITUACAO   ATIVA'
           ELSE
               IF ACCOUNT-STATUS-DORMANT
                   DISPLAY 'SITUACAO   INATIVA DESDE '
                       ACCOUNT-DORMANT-DATE ' - SAQUES BLOQUEADOS'
               ELSE
                   DISPLAY 'SITUACAO   ENCERRADA'
               END-IF
           END-IF
           PERFORM 2270-LIST-SIGNERS THRU 2270-EXIT
           PERFORM 2300-DISPLAY-LOAN THRU 2300-EXIT
           PERFORM 2400-DISPLAY-CUSTOMER THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * A holds master that has never been created reads the same as
      * an account with nothing held. Only active holds count; the
      * released ones stay on the master as history and are not shown.
      ******************************************************************
       2210-TOTAL-HOLDS.
           MOVE ZERO TO WS-HELD
           IF WS-HOLD-OPENED
               MOVE 'N' TO WS-HOLD-SCAN-STATUS
               MOVE WS-INQ-ID TO HOLD-ACCOUNT-ID
               MOVE ZERO TO HOLD-SEQ
               START HOLD KEY IS >= HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-SCAN-STATUS
               END-START
               PERFORM 2220-ADD-HOLD THRU 2220-EXIT
                   UNTIL WS-HOLD-SCAN-DONE
           END-IF.
       2210-EXIT.
           EXIT.

       2220-ADD-HOLD.
           PERFORM 2260-READ-HOLD THRU 2260-EXIT
           IF NOT WS-HOLD-SCAN-DONE AND HOLD-STATUS-ACTIVE
               ADD HOLD-AMOUNT TO WS-HELD
           END-IF.
       2220-EXIT.
           EXIT.

       2250-LIST-HOLDS.
           MOVE 'N' TO WS-HOLD-SCAN-STATUS
           MOVE WS-INQ-ID TO HOLD-ACCOUNT-ID
           MOVE ZERO TO HOLD-SEQ
           START HOLD KEY IS >= HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-SCAN-STATUS
           END-START
           PERFORM 2255-SHOW-HOLD THRU 2255-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
       2250-EXIT.
           EXIT.

       2255-SHOW-HOLD.
           PERFORM 2260-READ-HOLD THRU 2260-EXIT
           IF NOT WS-HOLD-SCAN-DONE AND HOLD-STATUS-ACTIVE
               MOVE HOLD-AMOUNT TO WS-DSP-HELD
               DISPLAY '  BLOQUEIO ' HOLD-SEQ ' ' WS-DSP-HELD
                   ' ATE ' HOLD-RELEASE-DATE
                   ' ORIGEM ' HOLD-ORIGIN
           END-IF.
       2255-EXIT.
           EXIT.

       2260-READ-HOLD.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-SCAN-STATUS
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ NEXT HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF HOLD-ACCOUNT-ID NOT = WS-INQ-ID
                           MOVE 'Y' TO WS-HOLD-SCAN-STATUS
                       END-IF
                   END-IF
           END-READ.
       2260-EXIT.
           EXIT.

      ******************************************************************
      * Everyone who may sign on the account: the first holder, whose
      * signature is the account's own, then every active signer on
      * the signatory file with their role and their own withdrawal
      * limit per item. A signatory file never yet created reads as
      * an account signed by its first holder alone; removed signers
      * stay on the file as history and are not shown.
      ******************************************************************
       2270-LIST-SIGNERS.
           MOVE ACCOUNT-CUSTOMER-ID TO CUST-ID
           PERFORM 2290-NAME-SIGNER THRU 2290-EXIT
           DISPLAY 'ASSINANTE  ' ACCOUNT-CUSTOMER-ID ' '
               WS-SIGNER-NAME ' TITULAR    SEM LIMITE'
           IF WS-SIGN-OPENED
               MOVE 'N' TO WS-SIGN-SCAN-STATUS
               MOVE WS-INQ-ID TO SIGN-ACCOUNT-ID
               MOVE ZERO TO SIGN-CUSTOMER-ID
               START SIGNATORY KEY IS >= SIGN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SIGN-SCAN-STATUS
               END-START
               PERFORM 2280-SHOW-SIGNER THRU 2280-EXIT
                   UNTIL WS-SIGN-SCAN-DONE
           END-IF.
       2270-EXIT.
           EXIT.

       2280-SHOW-SIGNER.
           READ SIGNATORY NEXT
               AT END
                   MOVE 'Y' TO WS-SIGN-SCAN-STATUS
               NOT AT END
                   IF WS-SIGN-FS NOT = '00'
                       MOVE 'READ NEXT SIGNATORY' TO
                           WS-IO-ERROR-CONTEXT
                       MOVE WS-SIGN-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF SIGN-ACCOUNT-ID NOT = WS-INQ-ID
                           MOVE 'Y' TO WS-SIGN-SCAN-STATUS
                       ELSE
                           IF SIGN-STATUS-ACTIVE
                               PERFORM 2285-DISPLAY-SIGNER
                                   THRU 2285-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2280-EXIT.
           EXIT.

       2285-DISPLAY-SIGNER.
           MOVE SIGN-CUSTOMER-ID TO CUST-ID
           PERFORM 2290-NAME-SIGNER THRU 2290-EXIT
           IF SIGN-ROLE-HOLDER
               MOVE 'TITULAR' TO WS-SIGNER-ROLE-NAME
           ELSE
               IF SIGN-ROLE-JOINT
                   MOVE 'COTITULAR' TO WS-SIGNER-ROLE-NAME
               ELSE
                   MOVE 'PROCURADOR' TO WS-SIGNER-ROLE-NAME
               END-IF
           END-IF
           IF SIGN-LIMIT = ZERO
               DISPLAY 'ASSINANTE  ' SIGN-CUSTOMER-ID ' '
                   WS-SIGNER-NAME ' ' WS-SIGNER-ROLE-NAME
                   ' SEM LIMITE'
           ELSE
               MOVE SIGN-LIMIT TO WS-DSP-SIGN-LIMIT
               DISPLAY 'ASSINANTE  ' SIGN-CUSTOMER-ID ' '
                   WS-SIGNER-NAME ' ' WS-SIGNER-ROLE-NAME
                   ' LIMITE ' WS-DSP-SIGN-LIMIT
           END-IF.
       2285-EXIT.
           EXIT.

       2290-NAME-SIGNER.
           MOVE SPACES TO WS-SIGNER-NAME
           IF NOT WS-CUST-OPENED OR CUST-ID = ZERO
               MOVE 'SEM CADASTRO' TO WS-SIGNER-NAME
           ELSE
               READ CUSTOMER
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-SIGNER-NAME
                   NOT INVALID KEY
                       IF WS-CUST-FS NOT = '00'
                           MOVE 'READ CUSTOMER' TO WS-IO-ERROR-CONTEXT
                           MOVE WS-CUST-FS TO WS-IO-ERROR-FS
                           PERFORM 9000-IO-ERROR THRU 9000-EXIT
                       ELSE
                           MOVE CUST-NAME TO WS-SIGNER-NAME
                       END-IF
               END-READ
           END-IF.
       2290-EXIT.
           EXIT.

      ******************************************************************
      * A loan master that has never been created (file status 35 on
      * the open) reads the same at the terminal as an account with no
           IF WS-CUST-OPENED
               CLOSE CUSTOMER
           END-IF
           IF WS-HOLD-OPENED
               CLOSE HOLD
           END-IF
           IF WS-SIGN-OPENED
               CLOSE SIGNATORY
           END-IF
           DISPLAY 'CONSULTA ENCERRADA'.
       9100-EXIT.
           EXIT.
