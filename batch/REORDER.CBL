      *    replenished automatically and are left alone.  The        *
      *    report goes to REORPT; this is what feeds receiving and   *
      *    in turn the backorder release run.                        *
      *    Before any purchase, each building is judged on its own:  *
      *    when one building's on-hand plus stock in transit to it   *
      *    (XFERTRAN) cannot cover its own open backorders while the *
      *    other building holds more than the reorder point beyond   *
      *    its own, a transfer is suggested first.  Transfer lines   *
      *    are marked with a ">" in column 1 so the purchase-order   *
      *    draft, which reads this report, passes them over.  Stock  *
      *    in transit counts in the company-wide figure - it was     *
      *    only moved, never consumed.                               *
      *                                                              *
      ****************************************************************

           SELECT Backorder-File      ASSIGN TO "BACKORD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BO-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT In-Transit-File     ASSIGN TO "XFERTRAN"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS XT-Key
                                       FILE STATUS IS WS-XT-Status.
           SELECT Reorder-Report-File ASSIGN TO "REORPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.
           05  FILLER                  PIC X.
           05  BO-Qty-Short            PIC 9(5).

       FD  Order-Master-File.
       01  OM-Order-Record.
           05  OM-Order-Number         PIC X(5).
           05  OM-Order-Date           PIC X(8).
           05  OM-Customer-Number      PIC X(10).
           05  OM-Currency-Code        PIC X(3).
           05  OM-Line-Count           PIC 9(4).
           05  OM-Total-Cost           PIC 9(7)V99.
           05  OM-Tax-Rate             PIC V999.
           05  OM-Operator-Id          PIC X(3).
           05  OM-Order-Status         PIC X.
               88  OM-ORDER-ENTERED                VALUE "E".
               88  OM-ORDER-PICKED                 VALUE "P".
               88  OM-ORDER-SHIPPED                VALUE "S".
               88  OM-ORDER-INVOICED               VALUE "I".
               88  OM-ORDER-CANCELLED              VALUE "C".
           05  OM-Exchange-Rate        PIC 9(3)V9(6).
           05  OM-USD-Total            PIC 9(9)V99.
      *    Taxing state and tax dollars frozen at save time, so
      *    the period remittance can be filed per jurisdiction
      *    without re-deriving either one.
           05  OM-Tax-Amount           PIC 9(7)V99.
           05  OM-Ship-To-State        PIC X(2).
      *    The rest of the ship-to address (the state rides
      *    just above for tax), kept with the saved order so a
      *    lost label, confirmation, or invoice can be
      *    reproduced from the master alone.
           05  OM-Ship-To-Name         PIC X(30).
           05  OM-Ship-To-Line1        PIC X(30).
           05  OM-Ship-To-Line2        PIC X(30).
           05  OM-Ship-To-City         PIC X(20).
           05  OM-Ship-To-Zip          PIC X(10).
      *    Shipping warehouse assigned at entry - allocation,
      *    backorders, and the pick list all work this
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

      *    In-Transit-File holds one record per transfer line - the
      *    item, the building it left and the one it is bound for,
      *    how many went on the truck and how many have arrived so
      *    far, and who shipped and received it when.  A line stays
      *    IN TRANSIT until everything shipped on it has arrived.
       FD  In-Transit-File.
       01  XT-Transfer-Record.
           05  XT-Key.
               10  XT-Transfer-Number  PIC X(5).
               10  XT-Line-Number      PIC 9(4).
           05  XT-Item-Number          PIC X(10).
           05  XT-From-Warehouse       PIC X(2).
           05  XT-To-Warehouse         PIC X(2).
           05  XT-Qty-Shipped          PIC 9(7).
           05  XT-Qty-Received         PIC 9(7).
           05  XT-Ship-Date            PIC X(8).
           05  XT-Ship-Operator        PIC X(3).
           05  XT-Receive-Date         PIC X(8).
           05  XT-Receive-Operator     PIC X(3).
           05  XT-Line-Status          PIC X.
               88  XT-IN-TRANSIT                   VALUE "T".
               88  XT-RECEIVED                     VALUE "R".
           05  XT-Lot-Number           PIC X(15).
           05  XT-Lot-Expiry           PIC X(8).

       FD  Reorder-Report-File.
       01  RP-Report-Line              PIC X(80).

       01  WS-IM-Status                PIC X(2).
       01  WS-BO-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-XT-Status                PIC X(2).
       01  WS-OM-Open-Flag             PIC X           VALUE "0".
           88  WS-OM-OPEN                          VALUE "1".
       01  WS-BO-EOF-Flag              PIC X.
           88  WS-BO-EOF                           VALUE "1".
       01  WS-Date-Work                PIC X(21).
                                       INDEXED BY WS-DM-Index.
               10  WS-DM-Number        PIC X(10).
               10  WS-DM-Units         PIC 9(9).
               10  WS-DM-Units-W1      PIC 9(9).
               10  WS-DM-Units-W2      PIC 9(9).
       01  WS-Demands-Dropped          PIC 9(5)        VALUE ZERO.
      *    The building a shortage belongs to, from its order's
      *    header - blank (orders saved before the second building)
      *    and an order no longer on file both count as 01.
       01  WS-Demand-Warehouse         PIC X(2).

      *    Stock in transit per item, by the building it is bound
      *    for, totaled before the item sweep the same way.
       01  WS-Transit-Table.
           05  WS-Transit-Entry-Count  PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Transit-Entry        OCCURS 500 TIMES.
               10  WS-TR-Number        PIC X(10).
               10  WS-TR-Units-W1      PIC 9(9).
               10  WS-TR-Units-W2      PIC 9(9).
       01  WS-Transits-Dropped         PIC 9(5)        VALUE ZERO.
       01  WS-Transit-Qty              PIC 9(7).
       01  WS-Found-Flag               PIC X.
       01  WS-Search-Index             PIC S9(4)       COMP.

       01  WS-Open-Demand              PIC 9(9).
       01  WS-Demand-W1                PIC 9(9).
       01  WS-Demand-W2                PIC 9(9).
       01  WS-Transit-W1               PIC 9(9).
       01  WS-Transit-W2               PIC 9(9).
       01  WS-Available-W1             PIC S9(9).
       01  WS-Available-W2             PIC S9(9).
       01  WS-Surplus                  PIC S9(9).
       01  WS-Need                     PIC 9(9).
       01  WS-Transfer-Qty             PIC 9(9).
       01  WS-Transfer-From            PIC X(2).
       01  WS-Transfer-To              PIC X(2).
       01  WS-Transfer-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Combined-On-Hand         PIC 9(8).
       01  WS-Available                PIC S9(9).
       01  WS-Suggested-Qty            PIC 9(9).

      ****************************************************************
      *    A backorder file that has never been created just means   *
      *    there is no open demand to subtract.  The order master    *
      *    only says which building each shortage belongs to; with   *
      *    no order master every shortage counts against 01.         *
      ****************************************************************
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status = "00"
               THEN MOVE "1" TO WS-OM-Open-Flag
           END-IF.
           OPEN INPUT Backorder-File.
           IF WS-BO-Status = "00"
               THEN PERFORM TOTAL-OPEN-DEMAND
                    CLOSE Backorder-File
           END-IF.
           IF WS-OM-OPEN
               THEN CLOSE Order-Master-File
           END-IF.

      ****************************************************************
      *    No in-transit file just means nothing is on the road.     *
      ****************************************************************
           OPEN INPUT In-Transit-File.
           IF WS-XT-Status = "00"
               THEN PERFORM TOTAL-IN-TRANSIT
                    CLOSE In-Transit-File
           END-IF.

           OPEN OUTPUT Reorder-Report-File.

                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Transfer-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Transfers suggested:       " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Demands-Dropped > 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "** DEMAND TABLE FULL - SOME SHORTAGE "
                    WRITE RP-Report-Line
           END-IF.

           IF WS-Transits-Dropped > 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "** IN-TRANSIT TABLE FULL - SOME TRANSFER "
                           "LINES WERE NOT COUNTED ABOVE **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           CLOSE Reorder-Report-File.
           CLOSE Item-Master-File.

           END-PERFORM.

       TALLY-ITEM-DEMAND.
           MOVE "01" TO WS-Demand-Warehouse.
           IF WS-OM-OPEN
               THEN MOVE BO-Order-Number TO OM-Order-Number
                    READ Order-Master-File
                        NOT INVALID KEY
                            IF OM-Warehouse-Code = "02"
                                THEN MOVE "02" TO WS-Demand-Warehouse
                            END-IF
                    END-READ
           END-IF.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Demand-Entry-Count
               IF WS-DM-Number (WS-Search-Index) = BO-Item-Number
                   THEN ADD BO-Qty-Short
                            TO WS-DM-Units (WS-Search-Index)
                        PERFORM TALLY-BUILDING-DEMAND
                        MOVE HIGH-VALUE TO WS-Found-Flag
               END-IF
           END-PERFORM.
                             TO WS-DM-Number (WS-Demand-Entry-Count)
                        MOVE BO-Qty-Short
                             TO WS-DM-Units (WS-Demand-Entry-Count)
                        MOVE ZERO
                             TO WS-DM-Units-W1 (WS-Demand-Entry-Count)
                        MOVE ZERO
                             TO WS-DM-Units-W2 (WS-Demand-Entry-Count)
                        MOVE WS-Demand-Entry-Count TO WS-Search-Index
                        PERFORM TALLY-BUILDING-DEMAND
                   ELSE ADD 1 TO WS-Demands-Dropped
                   END-IF
           END-IF.

       TALLY-BUILDING-DEMAND.
           IF WS-Demand-Warehouse = "02"
               THEN ADD BO-Qty-Short
                        TO WS-DM-Units-W2 (WS-Search-Index)
               ELSE ADD BO-Qty-Short
                        TO WS-DM-Units-W1 (WS-Search-Index)
           END-IF.

      ****************************************************************
      *    Paragraph TOTAL-IN-TRANSIT folds what is still on the     *
      *    road on every open transfer line into its item's slot,    *
      *    under the building it is bound for.                       *
      ****************************************************************
       TOTAL-IN-TRANSIT.
           MOVE LOW-VALUES TO XT-Key.
           START In-Transit-File KEY IS >= XT-Key
               INVALID KEY MOVE "10" TO WS-XT-Status
           END-START.
           PERFORM UNTIL WS-XT-Status NOT = "00"
               READ In-Transit-File NEXT RECORD
                   AT END MOVE "10" TO WS-XT-Status
               END-READ
               IF WS-XT-Status = "00" AND XT-IN-TRANSIT
                   THEN PERFORM TALLY-ITEM-TRANSIT
               END-IF
           END-PERFORM.

       TALLY-ITEM-TRANSIT.
           COMPUTE WS-Transit-Qty = XT-Qty-Shipped - XT-Qty-Received.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Transit-Entry-Count
                        OR WS-Found-Flag = HIGH-VALUE
               IF WS-TR-Number (WS-Search-Index) = XT-Item-Number
                   THEN MOVE HIGH-VALUE TO WS-Found-Flag
               END-IF
           END-PERFORM.
           IF WS-Found-Flag = HIGH-VALUE
               THEN SUBTRACT 1 FROM WS-Search-Index
           ELSE
               IF WS-Transit-Entry-Count < 500
                   THEN ADD 1 TO WS-Transit-Entry-Count
                        MOVE WS-Transit-Entry-Count TO WS-Search-Index
                        MOVE XT-Item-Number
                             TO WS-TR-Number (WS-Search-Index)
                        MOVE ZERO TO WS-TR-Units-W1 (WS-Search-Index)
                        MOVE ZERO TO WS-TR-Units-W2 (WS-Search-Index)
                        MOVE HIGH-VALUE TO WS-Found-Flag
                   ELSE ADD 1 TO WS-Transits-Dropped
               END-IF
           END-IF.
           IF WS-Found-Flag = HIGH-VALUE
               THEN IF XT-To-Warehouse = "02"
                        THEN ADD WS-Transit-Qty
                                 TO WS-TR-Units-W2 (WS-Search-Index)
                        ELSE ADD WS-Transit-Qty
                                 TO WS-TR-Units-W1 (WS-Search-Index)
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph SWEEP-ITEM-MASTER reads every item in key       *
      *    order and prints the ones that have fallen below their    *
      *    reorder point, and any transfer suggested between the     *
      *    buildings - which needs no reorder point, since it only   *
      *    moves stock already owned.                                *
      ****************************************************************
       SWEEP-ITEM-MASTER.
           MOVE LOW-VALUES TO IM-Item-Number.
               READ Item-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-IM-Status
               END-READ
               IF WS-IM-Status = "00"
                   THEN PERFORM JUDGE-ONE-ITEM
               END-IF
           END-PERFORM.

       JUDGE-ONE-ITEM.
           MOVE ZERO TO WS-Open-Demand.
           MOVE ZERO TO WS-Demand-W1.
           MOVE ZERO TO WS-Demand-W2.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL WS-Search-Index > WS-Demand-Entry-Count
               IF WS-DM-Number (WS-Search-Index) = IM-Item-Number
                   THEN ADD WS-DM-Units (WS-Search-Index)
                            TO WS-Open-Demand
                        ADD WS-DM-Units-W1 (WS-Search-Index)
                            TO WS-Demand-W1
                        ADD WS-DM-Units-W2 (WS-Search-Index)
                            TO WS-Demand-W2
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-Transit-W1.
           MOVE ZERO TO WS-Transit-W2.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL WS-Search-Index > WS-Transit-Entry-Count
               IF WS-TR-Number (WS-Search-Index) = IM-Item-Number
                   THEN ADD WS-TR-Units-W1 (WS-Search-Index)
                            TO WS-Transit-W1
                        ADD WS-TR-Units-W2 (WS-Search-Index)
                            TO WS-Transit-W2
               END-IF
           END-PERFORM.

           PERFORM JUDGE-ITEM-TRANSFER.

      *    Replenishment is judged company-wide - both buildings'
      *    stock, and what is on the road between them, counts
      *    against the one reorder point.
           IF IM-Reorder-Point > 0
               THEN COMPUTE WS-Combined-On-Hand =
                            IM-On-Hand-Qty + IM-On-Hand-Qty-W2
                          + WS-Transit-W1 + WS-Transit-W2
                    COMPUTE WS-Available = WS-Combined-On-Hand
                            - WS-Open-Demand
                    IF WS-Available < IM-Reorder-Point
                        THEN PERFORM SUGGEST-ONE-ITEM
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph JUDGE-ITEM-TRANSFER nets each building's stock  *
      *    and inbound transfers against its own open backorders.    *
      *    A building left short is sent what it needs from the      *
      *    other building's surplus - whatever that building holds   *
      *    beyond its own backorders and the reorder point - capped  *
      *    at the surplus, so a transfer never strips the sender.    *
      ****************************************************************
       JUDGE-ITEM-TRANSFER.
           COMPUTE WS-Available-W1 = IM-On-Hand-Qty + WS-Transit-W1
                   - WS-Demand-W1.
           COMPUTE WS-Available-W2 = IM-On-Hand-Qty-W2 + WS-Transit-W2
                   - WS-Demand-W2.
           MOVE ZERO TO WS-Need.
           MOVE ZERO TO WS-Surplus.
           IF WS-Available-W2 < 0
               THEN COMPUTE WS-Need = ZERO - WS-Available-W2
                    COMPUTE WS-Surplus = WS-Available-W1
                            - IM-Reorder-Point
                    MOVE "01" TO WS-Transfer-From
                    MOVE "02" TO WS-Transfer-To
           END-IF.
           IF WS-Available-W1 < 0
               THEN COMPUTE WS-Need = ZERO - WS-Available-W1
                    COMPUTE WS-Surplus = WS-Available-W2
                            - IM-Reorder-Point
                    MOVE "02" TO WS-Transfer-From
                    MOVE "01" TO WS-Transfer-To
           END-IF.
           IF WS-Need > 0 AND WS-Surplus > 0
               THEN IF WS-Surplus < WS-Need
                        THEN MOVE WS-Surplus TO WS-Transfer-Qty
                        ELSE MOVE WS-Need    TO WS-Transfer-Qty
                    END-IF
                    PERFORM SUGGEST-ONE-TRANSFER
           END-IF.

      ****************************************************************
      *    Paragraph SUGGEST-ONE-TRANSFER prints the transfer line,  *
      *    marked ">" in column 1 so it can never be read back as a  *
      *    purchase suggestion.                                      *
      ****************************************************************
       SUGGEST-ONE-TRANSFER.
           ADD 1 TO WS-Transfer-Count.
           MOVE WS-Transfer-Qty TO WS-Formatted-Suggested.
           MOVE SPACES TO RP-Report-Line.
           STRING ">"                     DELIMITED BY SIZE
                   IM-Item-Number         DELIMITED BY SIZE
                   " TRANSFER FROM WH "   DELIMITED BY SIZE
                   WS-Transfer-From       DELIMITED BY SIZE
                   " TO WH "              DELIMITED BY SIZE
                   WS-Transfer-To         DELIMITED BY SIZE
                   "  QTY "               DELIMITED BY SIZE
                   WS-Formatted-Suggested DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph SUGGEST-ONE-ITEM suggests the item's own        *
      *    reorder quantity, topped up to cover the gap back to the  *
