      ******************************************************************
      * ALRTOUT.CPY
      * Record layout for storage/alert.out.YYYYMMDD, the nightly
      * notification file ACCTALRT hands to the SMS/e-mail messaging
      * vendor. One header record, N alert records (one message each,
      * to the channel and contact the customer registered), one
      * trailer record, in the same header/trailer control-total
      * style as GLOUT.CPY so the vendor can prove the file before it
      * sends a single message. The control amount is the sum of
      * ALR-AMOUNT over the alert records.
      *
      * ALR-TYPE, each sent only to a customer who opted in to it:
      *   SB  SALDO BAIXO - balance fell below the customer's own
      *       threshold
      *   SN  SALDO NEGATIVO - the account went into overdraft
      *   DV  DEBITO DE VALOR ELEVADO - a large debit posted
      *   OF  ORDEM PERMANENTE NAO EXECUTADA - a standing order failed
      *   PA  PARCELA EM ATRASO - a loan installment was missed
      *   AS  ASSINATURA NAO CONFERE - an item was held for signature
      * ALR-BALANCE is the account's balance after the item for the
      * first three, the balance when the file was cut for the rest.
      ******************************************************************
           01 ALERT-OUT-FILE.
               05 ALR-REC-TYPE PIC X(01).
                   88 ALR-REC-HEADER VALUE 'H'.
                   88 ALR-REC-DETAIL VALUE 'D'.
                   88 ALR-REC-TRAILER VALUE 'T'.
               05 ALR-BUSINESS-DATE PIC 9(08).
               05 ALR-SEQ PIC 9(07).
               05 ALR-CUSTOMER-ID PIC 9(10).
               05 ALR-CHANNEL PIC X(01).
                   88 ALR-CHANNEL-SMS VALUE 'S'.
                   88 ALR-CHANNEL-EMAIL VALUE 'E'.
               05 ALR-CONTACT PIC X(50).
               05 ALR-ACCOUNT-ID PIC 9(10).
               05 ALR-TYPE PIC X(02).
               05 ALR-AMOUNT PIC S9(09)V99.
               05 ALR-BALANCE PIC S9(09)V99.
               05 ALR-REFERENCE PIC 9(12).
               05 ALR-TEXT PIC X(30).

           01 ALERT-OUT-HEADER-REC.
               05 ALH-REC-TYPE PIC X(01).
               05 ALH-BUSINESS-DATE PIC 9(08).
               05 ALH-EXPECTED-COUNT PIC 9(07).
               05 ALH-EXPECTED-AMOUNT PIC S9(11)V99.
               05 FILLER PIC X(124).

           01 ALERT-OUT-TRAILER-REC.
               05 ALT-REC-TYPE PIC X(01).
               05 ALT-BUSINESS-DATE PIC 9(08).
               05 ALT-ACTUAL-COUNT PIC 9(07).
               05 ALT-ACTUAL-AMOUNT PIC S9(11)V99.
               05 FILLER PIC X(124).
