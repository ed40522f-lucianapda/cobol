      ******************************************************************
      * MONCASE.CPY
      * Record layout for storage/monitor.cases, the compliance
      * worklist ACCTMON appends to each night: one record per
      * pattern flagged on the business date, identified by that
      * date and a sequence within it. The party is the customer on
      * storage/customer.data (CASE-CUSTOMER-ID, with the document
      * number the analyst files under), or the single account when
      * the account is not linked to a customer (CASE-CUSTOMER-ID
      * zero, CASE-DOCUMENT blank).
      *
      * CASE-RULE names what was seen:
      *   VAL  one item at or over the reporting threshold - the
      *        account, operation, audit reference and amount are
      *        those of the item;
      *   FRC  repeated items just under the threshold inside the
      *        rolling window (possible structuring) - the amount and
      *        count are those of the just-under items;
      *   PIC  the window's volume far above the party's normal
      *        monthly volume - the amount is the window's volume and
      *        CASE-NORMAL-MONTHLY the monthly average it was measured
      *        against.
      * A case is written open ('A'); the analyst's disposition is
      * kept on the record as 'F' once it has been worked.
      ******************************************************************
           01 MONITOR-CASE-FILE.
               05 CASE-KEY.
                   10 CASE-DATE PIC 9(08).
                   10 CASE-SEQ PIC 9(05).
               05 CASE-RULE PIC X(03).
                   88 CASE-RULE-LARGE VALUE 'VAL'.
                   88 CASE-RULE-STRUCTURING VALUE 'FRC'.
                   88 CASE-RULE-SPIKE VALUE 'PIC'.
               05 CASE-CUSTOMER-ID PIC 9(10).
               05 CASE-DOCUMENT PIC X(14).
               05 CASE-NAME PIC X(30).
               05 CASE-ACCOUNT-ID PIC 9(10).
               05 CASE-OPERATION PIC 9(05).
               05 CASE-AUDIT-REF PIC 9(12).
               05 CASE-AMOUNT PIC S9(11)V99.
               05 CASE-ITEM-COUNT PIC 9(05).
               05 CASE-WINDOW-FROM PIC 9(08).
               05 CASE-NORMAL-MONTHLY PIC S9(11)V99.
               05 CASE-STATUS PIC X(01).
                   88 CASE-STATUS-OPEN VALUE 'A'.
                   88 CASE-STATUS-WORKED VALUE 'F'.
