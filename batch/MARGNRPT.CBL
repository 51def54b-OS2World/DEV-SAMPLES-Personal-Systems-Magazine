      *    percent fell below the floor keyed at SYSIN (blank        *
      *    defaults to 15).  A line whose item is no longer on the   *
      *    master is costed at zero and the order is flagged, since  *
      *    its real margin cannot be known.  The footing splits all  *
      *    the sales examined by pricing basis - lines sold at a     *
      *    customer contract price against lines sold at list and    *
      *    break-tier prices - with each basis's own margin.         *
      *                                                              *
      ****************************************************************

      *    building's stock.  Blank means warehouse 01 (orders
      *    saved before the second building).
           05  OM-Warehouse-Code       PIC X(2).
      *    The customer's own purchase-order number, when the
      *    order arrived with one - carried to the confirmation
      *    so the customer can match it to their paperwork.
      *    Blank for orders keyed without one.
           05  OM-Customer-PO          PIC X(20).
      *    Sales rep who owned the customer's account when the
      *    order was saved - stamped from CUSTMAST at save time, so
      *    a later reassignment does not rewrite history.  Blank
      *    for house accounts and orders saved before reps.
           05  OM-Rep-Code             PIC X(3).

       FD  Order-Detail-File.
       01  OD-Detail-Record.
           05  OD-Item-Number          PIC X(10).
           05  OD-Item-Cost            PIC 999V99.
           05  OD-Item-Quantity        PIC 9(5).
      *    "C" when the line was priced from the customer's
      *    contract (CONTRACT) instead of the item master's price
      *    and break tiers - blank for list-priced lines.
           05  OD-Contract-Flag        PIC X.
               88  OD-CONTRACT-PRICED              VALUE "C".

       FD  Item-Master-File.
       01  IM-Item-Record.
       01  WS-Unknown-Cost-Flag        PIC X.
           88  WS-UNKNOWN-COST                     VALUE "1".
       01  WS-Exception-Count          PIC 9(5)        VALUE ZERO.
      *    Run totals by pricing basis, for the footing.  A line
      *    whose item is gone from the master adds to sales but
      *    not to cost, the same as in the order's own margin.
       01  WS-Contract-Sell-Total      PIC 9(11)V99    VALUE ZERO.
       01  WS-Contract-Cost-Total      PIC 9(11)V99    VALUE ZERO.
       01  WS-List-Sell-Total          PIC 9(11)V99    VALUE ZERO.
       01  WS-List-Cost-Total          PIC 9(11)V99    VALUE ZERO.
       01  WS-Line-Sell                PIC 9(11)V99.
       01  WS-Line-Cost                PIC 9(11)V99.
       01  WS-Basis-Sell               PIC 9(11)V99.
       01  WS-Basis-Cost               PIC 9(11)V99.
       01  WS-Basis-Label              PIC X(14).
       01  WS-Order-Count              PIC 9(5)        VALUE ZERO.

       01  WS-Formatted-Sell           PIC ZZZ,ZZZ,ZZ9.99.
      *    uses - so the margin compares like with like.             *
      ****************************************************************
       COST-ONE-LINE.
           COMPUTE WS-Line-Sell = OD-Item-Cost * OD-Item-Quantity.
           MOVE ZERO TO WS-Line-Cost.
           ADD WS-Line-Sell TO WS-Order-Sell-Total.
           MOVE OD-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   MOVE "1" TO WS-Unknown-Cost-Flag
               NOT INVALID KEY
                   PERFORM SELECT-TIER-COST
                   COMPUTE WS-Line-Cost =
                           WS-Line-Unit-Cost * OD-Item-Quantity
                   ADD WS-Line-Cost TO WS-Order-Cost-Total
           END-READ.
           IF OD-CONTRACT-PRICED
               THEN ADD WS-Line-Sell TO WS-Contract-Sell-Total
                    ADD WS-Line-Cost TO WS-Contract-Cost-Total
               ELSE ADD WS-Line-Sell TO WS-List-Sell-Total
                    ADD WS-Line-Cost TO WS-List-Cost-Total
           END-IF.

       SELECT-TIER-COST.
           MOVE IM-Item-Cost TO WS-Line-Unit-Cost.
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "SALES BY PRICING BASIS" DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "Basis                 Sold For"
                  "       Our Cost  Margin"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE "Contract"             TO WS-Basis-Label.
           MOVE WS-Contract-Sell-Total TO WS-Basis-Sell.
           MOVE WS-Contract-Cost-Total TO WS-Basis-Cost.
           PERFORM PRINT-BASIS-LINE.
           MOVE "List"                 TO WS-Basis-Label.
           MOVE WS-List-Sell-Total     TO WS-Basis-Sell.
           MOVE WS-List-Cost-Total     TO WS-Basis-Cost.
           PERFORM PRINT-BASIS-LINE.

      ****************************************************************
      *    Paragraph PRINT-BASIS-LINE prints one pricing basis's     *
      *    sales, cost and margin percent.                           *
      ****************************************************************
       PRINT-BASIS-LINE.
           IF WS-Basis-Sell > 0
               THEN COMPUTE WS-Margin-Percent ROUNDED =
                        (WS-Basis-Sell - WS-Basis-Cost)
                        * 100 / WS-Basis-Sell
                        ON SIZE ERROR MOVE ZERO TO WS-Margin-Percent
                    END-COMPUTE
               ELSE MOVE ZERO TO WS-Margin-Percent
           END-IF.
           MOVE WS-Basis-Sell     TO WS-Formatted-Sell.
           MOVE WS-Basis-Cost     TO WS-Formatted-Cost.
           MOVE WS-Margin-Percent TO WS-Formatted-Margin.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-Basis-Label      DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WS-Formatted-Sell  DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-Formatted-Cost  DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WS-Formatted-Margin DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "MarginReport".
