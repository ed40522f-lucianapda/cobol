      ******************************************************************
      * NETADV.CPY
      * Record layout of the network's settlement advice, presented as
      * input/network.advice alongside the clearing file: the one
      * record by which the network tells us what it settled for the
      * file it names (settlement date and file number). The clearing
      * file's items and trailer must agree with it before NETCLEAR
      * posts a single item. ADV-NET-AMOUNT is credits less debits -
      * positive when the network owes the bank, negative when the
      * bank owes the network.
      ******************************************************************
           01 NET-ADVICE-FILE.
               05 ADV-SETTLE-DATE PIC 9(08).
               05 ADV-FILE-SEQ PIC 9(06).
               05 ADV-NETWORK-ID PIC X(04).
               05 ADV-ITEM-COUNT PIC 9(07).
               05 ADV-DEBIT-TOTAL PIC 9(11)V99.
               05 ADV-CREDIT-TOTAL PIC 9(11)V99.
               05 ADV-NET-AMOUNT PIC S9(11)V99.
