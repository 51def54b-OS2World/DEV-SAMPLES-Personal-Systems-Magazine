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

       FD  Customer-Master-File.
       01  CU-Customer-Record.
      *    at invoice time - a blank code (customers added before
      *    terms existed) bills at the house default of net 30.
           05  CU-Terms-Code           PIC X(3).
      *    Freight policy applied at invoice time - P(repaid and
      *    add) bills the carrier rate on the invoice, F(ree) and
      *    C(ollect) bill none.  A blank policy (customers added
      *    before freight was billed) reads as free freight, so
      *    their invoices are unchanged until a policy is keyed.
           05  CU-Freight-Policy       PIC X.
               88  CU-FREIGHT-PREPAID-ADD          VALUE "P".
               88  CU-FREIGHT-FREE                 VALUE "F" " ".
               88  CU-FREIGHT-COLLECT              VALUE "C".
      *    Sales rep who owns the account (REPMAST) - stamped on
      *    every order saved for the customer.  Blank for a house
      *    account, which earns no commission.
           05  CU-Rep-Code             PIC X(3).

       FD  Statement-Print-File.
       01  RP-Report-Line              PIC X(80).
               10  WS-AC-Doc-Date      PIC X(8).
               10  WS-AC-Currency      PIC X(3).
               10  WS-AC-Amount        PIC 9(9)V99.
               10  WS-AC-Freight       PIC 9(5)V99.
       01  WS-Activity-Dropped         PIC 9(5)        VALUE ZERO.
       01  WS-Activity-Index           PIC S9(4)       COMP.

                         (WS-Activity-Count)
                    MOVE LG-Original-Amount TO WS-AC-Amount
                         (WS-Activity-Count)
                    MOVE LG-Freight-Amount TO WS-AC-Freight
                         (WS-Activity-Count)
               ELSE ADD 1 TO WS-Activity-Dropped
           END-IF.

      *    Paragraph PRINT-ONE-ACTIVITY-LINE prints one buffered     *
      *    document - invoices add to the balance, credit memos and  *
      *    payments reduce it, and the label says which is which.    *
      *    An invoice that carried freight shows the freight share   *
      *    on a line of its own beneath it.                          *
      ****************************************************************
       PRINT-ONE-ACTIVITY-LINE.
           EVALUATE WS-AC-Doc-Type (WS-Activity-Index)
                   WS-Formatted-Amount DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-AC-Freight (WS-Activity-Index) > ZERO
               THEN MOVE WS-AC-Freight (WS-Activity-Index)
                                      TO WS-Formatted-Amount
                    MOVE SPACES TO RP-Report-Line
                    STRING "            incl. freight    "
                           DELIMITED BY SIZE
                           WS-AC-Currency (WS-Activity-Index)
                           DELIMITED BY SIZE
                           " "                DELIMITED BY SIZE
                           WS-Formatted-Amount DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       END PROGRAM "CustomerStatements".
