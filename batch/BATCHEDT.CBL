      *    Shipping warehouse for the order - blank defaults
      *    to warehouse 01.
           05  BH-Warehouse-Code       PIC X(2).
      *    The customer's own purchase-order number, for orders
      *    imported from a customer's inbound order file - blank
      *    for batches keyed or expanded here.
           05  BH-Customer-PO          PIC X(20).

       FD  Item-Master-File.
       01  IM-Item-Record.
