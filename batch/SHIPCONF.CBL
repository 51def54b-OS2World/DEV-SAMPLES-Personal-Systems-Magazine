      *    an order to SHIPPED with a single keystroke and captures  *
      *    nothing else; this program records what a customer call   *
      *    actually needs - carrier code, tracking number, actual    *
      *    ship date, freight cost, and the shipped weight the       *
      *    invoice run bills freight by - into the SHIPMENT file,    *
      *    keyed by order number, and flips the order to SHIPPED as  *
      *    part of the same transaction:                             *
      *    - a PICKED order is confirmed and advanced to SHIPPED;    *
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Order-Index-File    ASSIGN TO "ORDINDX"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OI-Order-Number
                                       ALTERNATE RECORD KEY IS
                                           OI-Date-Key
                                       ALTERNATE RECORD KEY IS
                                           OI-Status-Key
                                       FILE STATUS IS WS-OI-Status.
           SELECT Shipment-File       ASSIGN TO "SHIPMENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
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

      *    Order-Index-File is the order-date and order-status access
      *    path over ORDMAST - one entry per order, posted by every
      *    program that writes or changes an order header, and built
      *    from ORDMAST by OrderIndexRebuild.
       FD  Order-Index-File.
       01  OI-Index-Record.
           05  OI-Order-Number         PIC X(5).
           05  OI-Date-Key.
               10  OI-Order-Date       PIC X(8).
               10  OI-Date-Order       PIC X(5).
           05  OI-Status-Key.
               10  OI-Order-Status     PIC X.
               10  OI-Status-Date      PIC X(8).
               10  OI-Status-Order     PIC X(5).

      *    Shipment-File holds one record per confirmed shipment -
      *    the carrier, tracking number, actual ship date, and
           05  SH-Ship-Date            PIC X(8).
           05  SH-Freight-Cost         PIC 9(5)V99.
           05  SH-Operator-Id          PIC X(3).
      *    Shipped weight in whole pounds - with the carrier and the
      *    ship-to state it picks the FRTRATE bracket the customer is
      *    billed from - and the freight actually billed, in USD,
      *    stamped by the invoice run for the freight-recovery report.
           05  SH-Ship-Weight          PIC 9(5).
           05  SH-Freight-Billed       PIC 9(5)V99.

       FD  Operator-Master-File.
       01  OP-Operator-Record.

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-SH-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-Edit-Flag                PIC X.
                    GOBACK
           END-IF.

      *    The order index only exists once OrderIndexRebuild has
      *    built it from ORDMAST; until then there is nothing to
      *    keep current.
           MOVE "0" TO WS-Index-Open-Flag.
           OPEN I-O Order-Index-File.
           IF WS-OI-Status = "00"
               THEN MOVE "1" TO WS-Index-Open-Flag
           END-IF.

      ****************************************************************
      *    Main loop - one order per pass, ended by a blank order    *
      *    number.                                                   *
               END-IF
           END-PERFORM.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Shipment-File.

               WHEN OM-ORDER-CANCELLED
                   DISPLAY "Order " WS-Order-Key
                           " is cancelled and cannot ship"
               WHEN OM-ORDER-HELD
                   DISPLAY "Order " WS-Order-Key
                           " is on hold and cannot ship until a "
                           "supervisor releases it"
               WHEN OM-ORDER-ENTERED
                   DISPLAY "Order " WS-Order-Key
                           " has not been picked yet - run the pick "
           PERFORM READ-TRACKING-NUMBER.
           PERFORM READ-SHIP-DATE.
           PERFORM READ-FREIGHT-COST.
           PERFORM READ-SHIP-WEIGHT.
           MOVE ZERO           TO SH-Freight-Billed.
           MOVE WS-Operator-Id TO SH-Operator-Id.
           WRITE SH-Shipment-Record
               INVALID KEY REWRITE SH-Shipment-Record
               END-IF
           END-PERFORM.

       READ-SHIP-WEIGHT.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the shipped weight in pounds: "
               ACCEPT WS-Work-Field                FROM SYSIN
               COMPUTE SH-Ship-Weight =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF SH-Ship-Weight NUMERIC
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Weight is not numeric - try again "
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph ADVANCE-ORDER-TO-SHIPPED flips the status as    *
      *    part of the same confirmation, so the order can never     *
           REWRITE OM-Order-Record
           END-REWRITE.
           IF WS-OM-Status = "00"
               THEN PERFORM POST-ORDER-INDEX
                    DISPLAY "Order " WS-Order-Key " is now SHIPPED"
               ELSE DISPLAY "** Order " WS-Order-Key
                            " could not be advanced to SHIPPED "
                            "(status " WS-OM-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph POST-ORDER-INDEX brings the order's entry on    *
      *    the order-date and status index into line with the        *
      *    header just rewritten.                                    *
      ****************************************************************
       POST-ORDER-INDEX.
           IF WS-INDEX-OPEN
               THEN MOVE OM-Order-Number TO OI-Order-Number
                    READ Order-Index-File
                        INVALID KEY
                            PERFORM FILL-ORDER-INDEX
                            WRITE OI-Index-Record
                            END-WRITE
                        NOT INVALID KEY
                            PERFORM FILL-ORDER-INDEX
                            REWRITE OI-Index-Record
                            END-REWRITE
                    END-READ
                    IF WS-OI-Status NOT = "00"
                        THEN DISPLAY "** Warning: order index entry "
                                     "for order " OM-Order-Number
                                     " was not posted (status "
                                     WS-OI-Status ") **"
                    END-IF
           END-IF.

       FILL-ORDER-INDEX.
           MOVE OM-Order-Number TO OI-Order-Number.
           MOVE OM-Order-Number TO OI-Date-Order.
           MOVE OM-Order-Number TO OI-Status-Order.
           MOVE OM-Order-Date   TO OI-Order-Date.
           MOVE OM-Order-Date   TO OI-Status-Date.
           MOVE OM-Order-Status TO OI-Order-Status.

       END PROGRAM "ShipConfirm".
