      *    between the pick list, shipping, and invoicing is caught  *
      *    before the customer calls.  The age threshold in days is  *
      *    read at SYSIN; a blank entry defaults to 7.  INVOICED     *
      *    and CANCELLED orders are final and never age.  An order   *
      *    HELD for supervisor review ages too - one left waiting on *
      *    the hold queue is as stuck as one the warehouse forgot.   *
      *                                                              *
      ****************************************************************

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

       FD  Aging-Report-File.
       01  RP-Report-Line              PIC X(80).
               END-READ
               IF WS-OM-Status = "00" AND
                  (OM-ORDER-ENTERED OR OM-ORDER-PICKED OR
                   OM-ORDER-SHIPPED OR OM-ORDER-HELD)
                   THEN PERFORM AGE-ONE-ORDER
               END-IF
           END-PERFORM.
                   MOVE "PICKED"    TO WS-Status-Text
               WHEN OM-ORDER-SHIPPED
                   MOVE "SHIPPED"   TO WS-Status-Text
               WHEN OM-ORDER-HELD
                   MOVE "HELD"      TO WS-Status-Text
               WHEN OTHER
                   MOVE "(NONE)"    TO WS-Status-Text
           END-EVALUATE.
