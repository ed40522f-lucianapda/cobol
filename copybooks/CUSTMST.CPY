      * statement can carry a mailing address and the teller can pull
      * up everything one customer holds. Created and amended through
      * the daily input file under operation 15 (CADASTRO).
      *
      * Alert preferences: CUST-ALERT-CHANNEL names how ACCTALRT's
      * messaging vendor reaches the customer - 'S' SMS or 'E' e-mail
      * to CUST-ALERT-CONTACT, space for no alerts at all - and each
      * CUST-OPT- flag is 'S' for an alert the customer opted in to.
      * CUST-LOW-BALANCE-LIMIT is the balance the customer wants to be
      * told they have fallen below; CUST-LARGE-DEBIT-LIMIT the debit
      * they count as large (zero takes the bank's default).
      ******************************************************************
           01 CUSTOMER-FILE.
               05 CUST-ID PIC 9(10).
               05 CUST-ADDRESS-2 PIC X(30).
               05 CUST-CITY PIC X(20).
               05 CUST-POSTAL-CODE PIC X(09).
               05 CUST-ALERT-CHANNEL PIC X(01).
                   88 CUST-ALERT-SMS VALUE 'S'.
                   88 CUST-ALERT-EMAIL VALUE 'E'.
                   88 CUST-ALERT-REACHABLE VALUES 'S', 'E'.
               05 CUST-ALERT-CONTACT PIC X(50).
               05 CUST-ALERT-OPTIONS.
                   10 CUST-OPT-LOW-BALANCE PIC X(01).
                       88 CUST-WANTS-LOW-BALANCE VALUE 'S'.
                   10 CUST-OPT-OVERDRAFT PIC X(01).
                       88 CUST-WANTS-OVERDRAFT VALUE 'S'.
                   10 CUST-OPT-LARGE-DEBIT PIC X(01).
                       88 CUST-WANTS-LARGE-DEBIT VALUE 'S'.
                   10 CUST-OPT-ORDER-FAILED PIC X(01).
                       88 CUST-WANTS-ORDER-FAILED VALUE 'S'.
                   10 CUST-OPT-LOAN-MISSED PIC X(01).
                       88 CUST-WANTS-LOAN-MISSED VALUE 'S'.
                   10 CUST-OPT-SIGNATURE PIC X(01).
                       88 CUST-WANTS-SIGNATURE VALUE 'S'.
               05 CUST-LOW-BALANCE-LIMIT PIC S9(9)V99.
               05 CUST-LARGE-DEBIT-LIMIT PIC S9(9)V99.
