      * LOANSERVICE's monthly cycle, 12 is the opening balance of a
      * newly created account, 13 is a monthly deposit interest credit
      * and 14 a monthly overdraft interest charge, both written by
      * ACCTINT's cycle, and 16 is a monthly service-charge fee debited
      * by ACCTFEE's cycle. Codes 17 (BLOQUEIO) and 18 (LIBERACAO)
      * record a funds hold placed or released by the branch: the
      * amount is the amount held or released and no money moves.
      * Codes 22 (SAQUE REDE, a withdrawal at a network ATM), 23
      * (CREDITO REDE, an interbank transfer received) and 24 (DEBITO
      * REDE, an interbank transfer sent) are written by NETCLEAR
      * off the network's clearing file. Code 25 (JUROS EMPRESTIMO) is
      * a month's loan interest accrued by LOANSERVICE's cycle; no
      * checking money moves.
      * Every code except 4 and 25 (whose balance is the loan's
      * outstanding balance) records the resulting checking balance.
      *
      * AUDIT-REF is the record's own transaction reference, unique
      * across the whole trail (issued from storage/audit.refctl,
      * AUDREF.CPY). AUDIT-LINK-REF ties the two legs of a transfer
      * together - each leg carries the other's reference - and is zero
      * on every other record. An ESTORNO (daily input operation 19)
      * never appears on the trail under its own code: it is written as
      * the original record's operation code with the amount negated and
      * AUDIT-REVERSES-REF carrying the reference of the record it
      * reverses, so every program that sums the trail by operation
      * nets the reversal against the original without knowing about
      * it. AUDIT-REVERSES-REF is zero on every record that is not a
      * reversal.
      ******************************************************************
           01 ACCOUNT-AUDIT-FILE.
               05 AUDIT-TIMESTAMP.
               05 AUDIT-OPERATION PIC 9(05).
               05 AUDIT-AMOUNT PIC S9(09)V99.
               05 AUDIT-BALANCE PIC S9(09)V99.
               05 AUDIT-REF PIC 9(12).
               05 AUDIT-LINK-REF PIC 9(12).
               05 AUDIT-REVERSES-REF PIC 9(12).
