                   88 ACCOUNT-IN-OP-MONETARY VALUES 2, 3, 4, 5, 9.
                   88 ACCOUNT-IN-OP-CAN-CREATE VALUES 1 THRU 5.
                   88 ACCOUNT-IN-OP-CADASTRO VALUE 15.
                   88 ACCOUNT-IN-OP-POSTABLE VALUES 1 THRU 9,
                       17 THRU 21.
                   88 ACCOUNT-IN-OP-ESTORNO VALUE 19.
                   88 ACCOUNT-IN-OP-SIGNATORY VALUES 20, 21.
                   88 ACCOUNT-IN-OP-SIGNER-LIMITED VALUES 2, 5, 9.
                   88 ACCOUNT-IN-OP-HOLDER-ONLY VALUES 6, 7, 8,
                       20, 21.
               05 ACCOUNT-IN-SIGNATURE PIC A(10).
               05 ACCOUNT-IN-AMOUNT PIC S9(9)V99.
               05 ACCOUNT-IN-CUSTOMER-NAME PIC X(30).
               05 ACCOUNT-IN-ADDRESS-2 PIC X(30).
               05 ACCOUNT-IN-CITY PIC X(20).
               05 ACCOUNT-IN-POSTAL-CODE PIC X(09).
      ******************************************************************
      * Alert preferences carried by a CADASTRO onto the customer
      * record (CUSTMST.CPY): channel and contact, the six opt-in
      * flags, and the customer's own low-balance and large-debit
      * amounts.
      ******************************************************************
               05 ACCOUNT-IN-ALERT-CHANNEL PIC X(01).
               05 ACCOUNT-IN-ALERT-CONTACT PIC X(50).
               05 ACCOUNT-IN-ALERT-OPTIONS PIC X(06).
               05 ACCOUNT-IN-LOW-BALANCE-LIMIT PIC S9(9)V99.
               05 ACCOUNT-IN-LARGE-DEBIT-LIMIT PIC S9(9)V99.
      ******************************************************************
      * Funds-hold fields (storage/hold.data, HOLDMST.CPY): a DEPOSITO
      * carrying a non-zero ACCOUNT-IN-HOLD-AMOUNT places a hold of
      * that much of the deposit until ACCOUNT-IN-HOLD-RELEASE-DATE;
      * operation 17 (BLOQUEIO) places a hold of ACCOUNT-IN-AMOUNT
      * until the release date, and operation 18 (LIBERACAO) releases
      * the hold numbered ACCOUNT-IN-HOLD-SEQ early - every active
      * hold on the account when the number is zero.
      ******************************************************************
               05 ACCOUNT-IN-HOLD-AMOUNT PIC S9(9)V99.
               05 ACCOUNT-IN-HOLD-RELEASE-DATE PIC 9(08).
               05 ACCOUNT-IN-HOLD-SEQ PIC 9(05).
      ******************************************************************
      * Reversal field: operation 19 (ESTORNO) reverses the audit
      * record whose AUDIT-REF is ACCOUNT-IN-REVERSE-REF. The amount
      * posted is the original's; an ACCOUNT-IN-AMOUNT keyed on the
      * ESTORNO, when not zero, must agree with it.
      ******************************************************************
               05 ACCOUNT-IN-REVERSE-REF PIC 9(12).
      ******************************************************************
      * Signatory fields (storage/signatory.data, SIGNMST.CPY):
      * operation 20 adds the customer ACCOUNT-IN-CUSTOMER-ID as a
      * signer on the account - or amends them if already there - with
      * ACCOUNT-IN-NEW-SIGNATURE as their signature, the role and the
      * per-signer withdrawal limit below (zero for none); operation
      * 21 removes that customer as a signer. Both must be signed by
      * a holder of the account.
      ******************************************************************
               05 ACCOUNT-IN-SIGNER-ROLE PIC X(01).
               05 ACCOUNT-IN-SIGNER-LIMIT PIC S9(9)V99.

      ******************************************************************
      * HDR-BUSINESS-DATE plus HDR-FILE-SEQ identify one transmission
