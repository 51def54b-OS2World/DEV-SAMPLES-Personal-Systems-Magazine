               88  OM-ORDER-SHIPPED                VALUE "S".
               88  OM-ORDER-INVOICED               VALUE "I".
               88  OM-ORDER-CANCELLED              VALUE "C".
               88  OM-ORDER-HELD                   VALUE "H".
           05  OM-Exchange-Rate        PIC 9(3)V9(6).
           05  OM-USD-Total            PIC 9(9)V99.
      *    Taxing state and tax dollars frozen at save time, so
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

       FD  Order-Xref-File.
       01  OX-Xref-Record.
           05  SH-Ship-Date            PIC X(8).
           05  SH-Freight-Cost         PIC 9(5)V99.
           05  SH-Operator-Id          PIC X(3).
      *    Shipped weight in whole pounds - with the carrier and the
      *    ship-to state it picks the FRTRATE bracket the customer is
      *    billed from - and the freight actually billed, in USD,
      *    stamped by the invoice run for the freight-recovery report.
           05  SH-Ship-Weight          PIC 9(5).
           05  SH-Freight-Billed       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
                   MOVE "INVOICED"  TO WS-Status-Text
               WHEN OM-ORDER-CANCELLED
                   MOVE "CANCELLED" TO WS-Status-Text
               WHEN OM-ORDER-HELD
                   MOVE "HELD"      TO WS-Status-Text
               WHEN OTHER
                   MOVE "(NONE)"    TO WS-Status-Text
           END-EVALUATE.
