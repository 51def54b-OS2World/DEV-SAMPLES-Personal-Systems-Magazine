           05  LG-Status-Flag          PIC X.
               88  LG-ITEM-OPEN                    VALUE "O".
               88  LG-ITEM-CLOSED                  VALUE "C".
      *    Freight billed on an invoice item, in the item's own
      *    currency and already included in the original amount -
      *    carried separately so the statement can show it.  Zero
      *    on credit memos and payments.
           05  LG-Freight-Amount       PIC 9(5)V99.
      *    Sales rep and tax billed on an invoice item, both frozen
      *    at invoice time so the commission run pays the rep who
      *    owned the sale, on the merchandise alone, even after the
      *    order is archived.  The credit memo carries the order's
      *    rep too.  Blank/zero on payments.
           05  LG-Rep-Code             PIC X(3).
           05  LG-Tax-Amount           PIC 9(7)V99.
      *    Date the cash-application run took the open amount to
      *    zero - blank while the item is still open.
           05  LG-Closed-Date          PIC X(8).

       FD  Currency-Rate-File.
       01  CR-Rate-Record.
