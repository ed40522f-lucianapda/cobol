      ******************************************************************
      * NETCLR.CPY
      * Record layout of the interbank/ATM network's clearing file, in
      * the network's own format: one header naming the settlement
      * date and the network's file number, N items, and one trailer
      * carrying the item count and the debit and credit totals the
      * network settled. NETCLEAR posts the file presented as
      * input/network.clear and sends back, in this same layout, the
      * items it could not post (storage/network.return.YYYYMMDD),
      * each carrying the network's return reason code.
      *
      * NET-ITEM-TYPE, from our customer's side:
      *   SQ  withdrawal at a network ATM (debit, audit code 22)
      *   TC  interbank transfer received (credit, audit code 23)
      *   TD  interbank transfer sent (debit, audit code 24)
      * NET-AMOUNT is always positive; the type gives the direction.
      * NET-ORIGIN is the terminal for a withdrawal, the other bank
      * and account for a transfer.
      *
      * NET-RETURN-REASON is blank on the inbound file; on a return:
      *   01  account not on file      02  account closed
      *   03  insufficient funds       04  account inactive (dormant)
      *   05  item not understood (bad type or amount)
      ******************************************************************
           01 NET-CLEAR-FILE.
               05 NET-REC-TYPE PIC X(01).
                   88 NET-REC-HEADER VALUE 'H'.
                   88 NET-REC-DETAIL VALUE 'D'.
                   88 NET-REC-TRAILER VALUE 'T'.
               05 NET-ITEM-ID PIC 9(12).
               05 NET-ITEM-TYPE PIC X(02).
                   88 NET-ATM-WITHDRAWAL VALUE 'SQ'.
                   88 NET-TRANSFER-IN VALUE 'TC'.
                   88 NET-TRANSFER-OUT VALUE 'TD'.
                   88 NET-ITEM-DEBIT VALUES 'SQ', 'TD'.
               05 NET-ACCOUNT-ID PIC 9(10).
               05 NET-AMOUNT PIC 9(09)V99.
               05 NET-ITEM-DATE PIC 9(08).
               05 NET-ITEM-TIME PIC 9(06).
               05 NET-ORIGIN PIC X(20).
               05 NET-RETURN-REASON PIC X(02).

           01 NET-CLEAR-HEADER.
               05 NETH-REC-TYPE PIC X(01).
               05 NETH-SETTLE-DATE PIC 9(08).
               05 NETH-FILE-SEQ PIC 9(06).
               05 NETH-NETWORK-ID PIC X(04).
               05 FILLER PIC X(53).

           01 NET-CLEAR-TRAILER.
               05 NETT-REC-TYPE PIC X(01).
               05 NETT-ITEM-COUNT PIC 9(07).
               05 NETT-DEBIT-TOTAL PIC 9(11)V99.
               05 NETT-CREDIT-TOTAL PIC 9(11)V99.
               05 FILLER PIC X(38).
