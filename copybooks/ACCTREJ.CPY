               05 REJECT-ADDRESS-2 PIC X(30).
               05 REJECT-CITY PIC X(20).
               05 REJECT-POSTAL-CODE PIC X(09).
               05 REJECT-ALERT-CHANNEL PIC X(01).
               05 REJECT-ALERT-CONTACT PIC X(50).
               05 REJECT-ALERT-OPTIONS PIC X(06).
               05 REJECT-LOW-BALANCE-LIMIT PIC S9(9)V99.
               05 REJECT-LARGE-DEBIT-LIMIT PIC S9(9)V99.
               05 REJECT-HOLD-AMOUNT PIC S9(9)V99.
               05 REJECT-HOLD-RELEASE-DATE PIC 9(08).
               05 REJECT-HOLD-SEQ PIC 9(05).
               05 REJECT-REVERSE-REF PIC 9(12).
               05 REJECT-SIGNER-ROLE PIC X(01).
               05 REJECT-SIGNER-LIMIT PIC S9(9)V99.
