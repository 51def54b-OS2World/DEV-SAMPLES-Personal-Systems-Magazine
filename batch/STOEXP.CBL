      *    Shipping warehouse for the order - blank defaults
      *    to warehouse 01.
           05  BH-Warehouse-Code       PIC X(2).
      *    The customer's own purchase-order number, for orders
      *    imported from a customer's inbound order file - blank
      *    for batches keyed or expanded here.
           05  BH-Customer-PO          PIC X(20).

       FD  Transaction-File.
       01  TR-Transaction-Record.
           MOVE SO-Currency-Code   TO BH-Currency-Code.
           MOVE SO-Warehouse-Code  TO BH-Warehouse-Code.
           MOVE SO-Ship-To         TO BH-Ship-To.
           MOVE SPACES             TO BH-Customer-PO.
           WRITE BH-Header-Record.
           IF WS-BH-Status NOT = "00" AND WS-BH-Status NOT = "02"
               THEN DISPLAY "** Warning: header for standing order "
