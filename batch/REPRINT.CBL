      *    the order header saveOrder now keeps; the invoice number  *
      *    and due date come off the order's AREXTR record, so an    *
      *    order that was never invoiced gets its INV request        *
      *    refused instead of a numberless document; so do the       *
      *    freight line and the billed total.                        *
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

       FD  AR-Extract-File.
       01  AR-Extract-Record.
           05  AR-Currency-Code        PIC X(3).
           05  AR-USD-Amount           PIC 9(9)V99.
           05  AR-Due-Date             PIC X(8).
           05  AR-Freight-Amount       PIC 9(5)V99.
           05  AR-Freight-USD          PIC 9(5)V99.

       FD  Confirmation-File.
       01  CF-Report-Line              PIC X(80).
           88  WS-INVOICE-FOUND                    VALUE "1".
       01  WS-Invoice-Number           PIC 9(5).
       01  WS-Due-Date                 PIC X(8).
      *    The billed amounts as the invoice run extracted them -
      *    freight included - so the reprint totals what was billed.
       01  WS-Invoice-Amount           PIC 9(7)V99.
       01  WS-Invoice-USD              PIC 9(9)V99.
       01  WS-Freight-Amount           PIC 9(5)V99.

       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-Quantity       PIC ZZZZ9.
       01  WS-Formatted-Extended       PIC Z,ZZZ,ZZ9.99.
      *    Lines on the document charged at a contract price - any
      *    at all earn the "C" footnote under the lines.
       01  WS-Contract-Lines           PIC 9(4).
       01  WS-Extended-Cost            PIC 9(9)V99.
       01  WS-Formatted-Total          PIC Z,ZZZ,ZZ9.99.
       01  WS-Formatted-USD            PIC ZZZ,ZZZ,ZZ9.99.
                   INTO CF-Report-Line.
           WRITE CF-Report-Line.

           IF OM-Customer-PO NOT = SPACES
               THEN MOVE SPACES TO CF-Report-Line
                    STRING "Your PO Number: " DELIMITED BY SIZE
                            OM-Customer-PO    DELIMITED BY SIZE
                            INTO CF-Report-Line
                    WRITE CF-Report-Line
           END-IF.

           MOVE SPACES TO CF-Report-Line.
           WRITE CF-Report-Line.

                   DELIMITED BY SIZE INTO CF-Report-Line.
           WRITE CF-Report-Line.

           MOVE ZERO TO WS-Contract-Lines.
           PERFORM WALK-ORDER-DETAILS-CONF.
           IF WS-Contract-Lines > 0
               THEN MOVE SPACES TO CF-Report-Line
                    STRING "C = your contract price" DELIMITED BY SIZE
                            INTO CF-Report-Line
                    WRITE CF-Report-Line
           END-IF.

           MOVE SPACES TO CF-Report-Line.
           WRITE CF-Report-Line.
                   WS-Formatted-Quantity DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-Formatted-Extended DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   OD-Contract-Flag     DELIMITED BY SIZE
                   INTO CF-Report-Line.
           WRITE CF-Report-Line.
           IF OD-CONTRACT-PRICED
               THEN ADD 1 TO WS-Contract-Lines
           END-IF.

      ****************************************************************
      *    Paragraph REPRINT-LABEL regenerates the shipping label    *
                               THEN MOVE AR-Invoice-Number
                                         TO WS-Invoice-Number
                                    MOVE AR-Due-Date TO WS-Due-Date
                                    MOVE AR-Invoice-Amount
                                         TO WS-Invoice-Amount
                                    MOVE AR-USD-Amount
                                         TO WS-Invoice-USD
                                    MOVE AR-Freight-Amount
                                         TO WS-Freight-Amount
                                    MOVE "1"
                                         TO WS-Invoice-Found-Flag
                                    MOVE "1" TO WS-AR-EOF-Flag
                   DELIMITED BY SIZE INTO IP-Report-Line.
           WRITE IP-Report-Line.

           MOVE ZERO TO WS-Contract-Lines.
           PERFORM WALK-ORDER-DETAILS-INV.

           IF WS-Freight-Amount > ZERO
               THEN MOVE WS-Freight-Amount TO WS-Formatted-Extended
                    MOVE SPACES TO IP-Report-Line
                    STRING "Freight                    "
                           DELIMITED BY SIZE
                           WS-Formatted-Extended DELIMITED BY SIZE
                           INTO IP-Report-Line
                    WRITE IP-Report-Line
           END-IF.
           IF WS-Contract-Lines > 0
               THEN MOVE SPACES TO IP-Report-Line
                    STRING "C = your contract price" DELIMITED BY SIZE
                            INTO IP-Report-Line
                    WRITE IP-Report-Line
           END-IF.

           MOVE SPACES TO IP-Report-Line.
           WRITE IP-Report-Line.

           MOVE WS-Invoice-Amount TO WS-Formatted-Total.
           MOVE SPACES TO IP-Report-Line.
           STRING "Invoice Total: " DELIMITED BY SIZE
                   OM-Currency-Code DELIMITED BY SIZE
           WRITE IP-Report-Line.

           IF OM-Currency-Code NOT = "USD"
               THEN MOVE WS-Invoice-USD TO WS-Formatted-USD
                    MOVE SPACES TO IP-Report-Line
                    IF OM-Exchange-Rate = ZERO
                        THEN STRING "USD Equivalent: ** NO RATE ON "
                   WS-Formatted-Quantity DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-Formatted-Extended DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   OD-Contract-Flag     DELIMITED BY SIZE
                   INTO IP-Report-Line.
           WRITE IP-Report-Line.
           IF OD-CONTRACT-PRICED
               THEN ADD 1 TO WS-Contract-Lines
           END-IF.

       END PROGRAM "DocumentReprint".
