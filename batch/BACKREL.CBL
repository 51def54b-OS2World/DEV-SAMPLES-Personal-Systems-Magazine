      *    shortages:                                                *
      *    - each released quantity comes off the item's on-hand     *
      *      count, exactly as the original save would have taken    *
      *      it had the stock been there, and a lot-tracked item's   *
      *      units come out of its soonest-expiring lots (LOTBAL),   *
      *      recorded against the order line on ORDLOT;              *
      *    - a backorder whose order has since been cancelled, or    *
      *      whose order line has since been returned off the        *
      *      order, is dropped with a register note - there is       *
      *      nothing left to ship.  A kit's shortages are kept per   *
      *      component, so a component backorder stays live as long  *
      *      as a line for a kit containing it (KITMAST) is still on *
      *      the order;                                              *
      *    - an order already PICKED whose shortage just released    *
      *      is set back to ENTERED so the next pick wave picks      *
      *      the released units;                                     *
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
           SELECT Order-Detail-File   ASSIGN TO "ORDDTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OD-Key
                                       FILE STATUS IS WS-OD-Status.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.
           SELECT Order-Lot-File      ASSIGN TO "ORDLOT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OL-Key
                                       FILE STATUS IS WS-OL-Status.
           SELECT Release-Report-File ASSIGN TO "RELRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.
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

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    the order save backorders a kit line's components, so a
      *    backordered item may be on the order only inside a kit.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

      *    Lot-Balance-File holds the stock of each manufacturer lot,
      *    keyed item + warehouse + lot - released units are drawn
      *    from it the way the order save draws them.
       FD  Lot-Balance-File.
       01  LB-Lot-Record.
           05  LB-Key.
               10  LB-Item-Number      PIC X(10).
               10  LB-Warehouse-Code   PIC X(2).
               10  LB-Lot-Number       PIC X(15).
           05  LB-Expiry-Date          PIC X(8).
           05  LB-Received-Date        PIC X(8).
           05  LB-Qty-Received         PIC 9(7).
           05  LB-On-Hand-Qty          PIC 9(7).

      *    Order-Lot-File records the lots each detail line drew
      *    from, keyed by the line's key plus a sequence - a release
      *    adds its draws after the ones the save recorded.  A kit
      *    line's records name the component item.
       FD  Order-Lot-File.
       01  OL-Lot-Record.
           05  OL-Key.
               10  OL-Order-Number     PIC X(5).
               10  OL-Line-Number      PIC 9(4).
               10  OL-Lot-Seq          PIC 9(2).
           05  OL-Item-Number          PIC X(10).
           05  OL-Warehouse-Code       PIC X(2).
           05  OL-Lot-Number           PIC X(15).
           05  OL-Expiry-Date          PIC X(8).
           05  OL-Lot-Qty              PIC 9(5).
           05  OL-Returned-Qty         PIC 9(5).

       FD  Release-Report-File.
       01  RP-Report-Line              PIC X(80).
       01  WS-BW-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-KT-Status                PIC X(2).
      *    Whether the kit master opened - with no KITMAST on file
      *    there are no kits, and every backorder is judged against
      *    its own item's line.
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
       01  WS-Kit-Index                PIC S9(4)       COMP.
       01  WS-LB-Status                PIC X(2).
       01  WS-OL-Status                PIC X(2).
      *    Whether both lot files opened - with no LOTBAL on file no
      *    item is lot-tracked and a release draws no lots.
       01  WS-Lot-Open-Flag            PIC X.
           88  WS-LOT-FILES-OPEN                   VALUE "1".
       01  WS-Lot-Tracked-Flag         PIC X.
       01  WS-Lot-Found-Flag           PIC X.
       01  WS-Lot-Warehouse            PIC X(2).
       01  WS-Lot-Need                 PIC 9(5).
       01  WS-Lot-Take                 PIC 9(5).
       01  WS-Lot-Seq                  PIC 9(2).
      *    Soonest expiry, then oldest receipt - no expiry sorts last.
       01  WS-Lot-Sort                 PIC X(16).
       01  WS-Best-Sort                PIC X(16).
       01  WS-Best-Lot                 PIC X(15).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-BO-EOF-Flag              PIC X.
           88  WS-BO-EOF                           VALUE "1".
       01  WS-BW-EOF-Flag              PIC X.
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

           MOVE "0" TO WS-KT-Open-Flag.
           OPEN INPUT Kit-Master-File.
           IF WS-KT-Status = "00"
               THEN MOVE "1" TO WS-KT-Open-Flag
           END-IF.

      *    No LOTBAL on file means no item is lot-tracked.  ORDLOT is
      *    created the first time it is needed, as the order save
      *    does; one that still won't open leaves lots undrawn
      *    rather than drawing them with no record of where they went.
           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.
           MOVE "0" TO WS-Lot-Open-Flag.
           OPEN I-O Lot-Balance-File.
           IF WS-LB-Status = "00"
               THEN OPEN I-O Order-Lot-File
                    IF WS-OL-Status = "35"
                        THEN OPEN OUTPUT Order-Lot-File
                             CLOSE Order-Lot-File
                             OPEN I-O Order-Lot-File
                    END-IF
                    IF WS-OL-Status = "00"
                        THEN MOVE "1" TO WS-Lot-Open-Flag
                        ELSE DISPLAY "** Warning: order-lot file could "
                                     "not be opened (status "
                                     WS-OL-Status ") - releases "
                                     "are allocated with NO lots "
                                     "recorded **"
                             CLOSE Lot-Balance-File
                    END-IF
           END-IF.

           OPEN OUTPUT Backorder-Work-File.
           OPEN OUTPUT Release-Report-File.

           CLOSE Backorder-File.
           CLOSE Backorder-Work-File.
           CLOSE Item-Master-File.
           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           IF WS-LOT-FILES-OPEN
               THEN CLOSE Lot-Balance-File
                    CLOSE Order-Lot-File
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE Release-Report-File.
                   THEN IF OD-Order-Number = BO-Order-Number
                       THEN IF OD-Item-Number = BO-Item-Number
                           THEN MOVE HIGH-VALUE TO WS-Line-Found-Flag
                           ELSE PERFORM CHECK-KIT-LINE-COMPONENT
                       END-IF
                       ELSE MOVE "10" TO WS-OD-Status
                       END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph CHECK-KIT-LINE-COMPONENT counts the current     *
      *    order line as the backorder's line when the line is a     *
      *    kit with the backordered item among its components.       *
      ****************************************************************
       CHECK-KIT-LINE-COMPONENT.
           IF WS-KIT-FILE-OPEN
               THEN MOVE OD-Item-Number TO KT-Kit-Number
                    READ Kit-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                                    UNTIL WS-Kit-Index >
                                          KT-Component-Count
                                       OR WS-Kit-Index > 8
                                IF KT-Comp-Item (WS-Kit-Index) =
                                   BO-Item-Number
                                    THEN MOVE HIGH-VALUE
                                              TO WS-Line-Found-Flag
                                END-IF
                            END-PERFORM
                    END-READ
           END-IF.

      ****************************************************************
      *    Paragraph ALLOCATE-RELEASE-STOCK gives the shortage as    *
      *    much of the order's own building's on-hand as exists,     *
      *    the order header JUDGE-BACKORDER just read says which     *
      *    building that is.  An item no longer on the master        *
      *    releases nothing and the backorder stays on file for      *
      *    purchasing to sort out.  The units released are drawn     *
      *    from the item's lots against the order line               *
      *    CHECK-ORDER-LINE-EXISTS found.                            *
      ****************************************************************
       ALLOCATE-RELEASE-STOCK.
           MOVE BO-Item-Number TO IM-Item-Number.
                            PERFORM STORE-ORDER-WAREHOUSE-STOCK
                            REWRITE IM-Item-Record
                            END-REWRITE
                            IF WS-LOT-FILES-OPEN
                                THEN PERFORM ALLOCATE-RELEASE-LOTS
                            END-IF
                   END-IF
           END-READ.

               ELSE MOVE WS-WH-On-Hand TO IM-On-Hand-Qty
           END-IF.

      ****************************************************************
      *    Paragraph ALLOCATE-RELEASE-LOTS draws the units just      *
      *    released from the item's lots in the order's building,    *
      *    soonest-expiring first, skipping lots already expired     *
      *    today, and records each draw against the order line -     *
      *    numbered on from the draws already recorded for it.  The  *
      *    same ordering the order save uses.  An item with no lots  *
      *    on file is not lot-tracked and draws nothing; a tracked   *
      *    item whose unexpired lots run out first is flagged.       *
      ****************************************************************
       ALLOCATE-RELEASE-LOTS.
           MOVE WS-Released-Qty TO WS-Lot-Need.
           IF OM-Warehouse-Code = "02"
               THEN MOVE "02" TO WS-Lot-Warehouse
               ELSE MOVE "01" TO WS-Lot-Warehouse
           END-IF.
           PERFORM FIND-LAST-LOT-SEQ.
           MOVE LOW-VALUE  TO WS-Lot-Tracked-Flag.
           MOVE HIGH-VALUE TO WS-Lot-Found-Flag.
           PERFORM UNTIL WS-Lot-Need = 0
                      OR WS-Lot-Found-Flag = LOW-VALUE
               PERFORM FIND-OLDEST-LOT
               IF WS-Lot-Found-Flag = HIGH-VALUE
                   THEN PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM.
           IF WS-Lot-Tracked-Flag = HIGH-VALUE AND WS-Lot-Need > 0
               THEN DISPLAY "** Item " BO-Item-Number " of order "
                            BO-Order-Number " - " WS-Lot-Need
                            " unit(s) released with no unexpired "
                            "lot on file in warehouse "
                            WS-Lot-Warehouse " **"
           END-IF.

       FIND-LAST-LOT-SEQ.
           MOVE ZERO            TO WS-Lot-Seq.
           MOVE OD-Order-Number TO OL-Order-Number.
           MOVE OD-Line-Number  TO OL-Line-Number.
           MOVE ZERO            TO OL-Lot-Seq.
           START Order-Lot-File KEY IS >= OL-Key
               INVALID KEY MOVE "10" TO WS-OL-Status
           END-START.
           PERFORM UNTIL WS-OL-Status NOT = "00"
               READ Order-Lot-File NEXT RECORD
                   AT END MOVE "10" TO WS-OL-Status
               END-READ
               IF WS-OL-Status = "00"
                   THEN IF OL-Order-Number = OD-Order-Number AND
                           OL-Line-Number  = OD-Line-Number
                       THEN MOVE OL-Lot-Seq TO WS-Lot-Seq
                       ELSE MOVE "10" TO WS-OL-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-OL-Status.

       FIND-OLDEST-LOT.
           MOVE LOW-VALUE        TO WS-Lot-Found-Flag.
           MOVE HIGH-VALUES      TO WS-Best-Sort.
           MOVE BO-Item-Number   TO LB-Item-Number.
           MOVE WS-Lot-Warehouse TO LB-Warehouse-Code.
           MOVE LOW-VALUES       TO LB-Lot-Number.
           START Lot-Balance-File KEY IS >= LB-Key
               INVALID KEY MOVE "10" TO WS-LB-Status
           END-START.
           PERFORM UNTIL WS-LB-Status NOT = "00"
               READ Lot-Balance-File NEXT RECORD
                   AT END MOVE "10" TO WS-LB-Status
               END-READ
               IF WS-LB-Status = "00"
                   THEN IF LB-Item-Number    = BO-Item-Number AND
                           LB-Warehouse-Code = WS-Lot-Warehouse
                       THEN PERFORM WEIGH-LOT
                       ELSE MOVE "10" TO WS-LB-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-LB-Status.

       WEIGH-LOT.
           MOVE HIGH-VALUE TO WS-Lot-Tracked-Flag.
           IF LB-On-Hand-Qty > 0 AND
              (LB-Expiry-Date = SPACES OR LB-Expiry-Date >= WS-Run-Date)
               THEN IF LB-Expiry-Date = SPACES
                        THEN MOVE "99999999"     TO WS-Lot-Sort (1:8)
                        ELSE MOVE LB-Expiry-Date TO WS-Lot-Sort (1:8)
                    END-IF
                    MOVE LB-Received-Date TO WS-Lot-Sort (9:8)
                    IF WS-Lot-Sort < WS-Best-Sort
                        THEN MOVE WS-Lot-Sort   TO WS-Best-Sort
                             MOVE LB-Lot-Number TO WS-Best-Lot
                             MOVE HIGH-VALUE    TO WS-Lot-Found-Flag
                    END-IF
           END-IF.

       TAKE-FROM-LOT.
           MOVE BO-Item-Number   TO LB-Item-Number.
           MOVE WS-Lot-Warehouse TO LB-Warehouse-Code.
           MOVE WS-Best-Lot      TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   MOVE LOW-VALUE TO WS-Lot-Found-Flag
               NOT INVALID KEY
                   IF LB-On-Hand-Qty < WS-Lot-Need
                       THEN MOVE LB-On-Hand-Qty TO WS-Lot-Take
                       ELSE MOVE WS-Lot-Need    TO WS-Lot-Take
                   END-IF
                   SUBTRACT WS-Lot-Take FROM LB-On-Hand-Qty
                   SUBTRACT WS-Lot-Take FROM WS-Lot-Need
                   REWRITE LB-Lot-Record
                   END-REWRITE
                   PERFORM WRITE-ORDER-LOT-RECORD
           END-READ.

       WRITE-ORDER-LOT-RECORD.
           IF WS-Lot-Seq = 99
               THEN MOVE "24" TO WS-OL-Status
               ELSE ADD 1 TO WS-Lot-Seq
                    MOVE OD-Order-Number  TO OL-Order-Number
                    MOVE OD-Line-Number   TO OL-Line-Number
                    MOVE WS-Lot-Seq       TO OL-Lot-Seq
                    MOVE BO-Item-Number   TO OL-Item-Number
                    MOVE WS-Lot-Warehouse TO OL-Warehouse-Code
                    MOVE LB-Lot-Number    TO OL-Lot-Number
                    MOVE LB-Expiry-Date   TO OL-Expiry-Date
                    MOVE WS-Lot-Take      TO OL-Lot-Qty
                    MOVE ZERO             TO OL-Returned-Qty
                    WRITE OL-Lot-Record
                    END-WRITE
           END-IF.
           IF WS-OL-Status NOT = "00" AND WS-OL-Status NOT = "02"
               THEN DISPLAY "** Warning: order " BO-Order-Number
                            " line " OD-Line-Number " lot "
                            LB-Lot-Number " was drawn but not "
                            "recorded (status " WS-OL-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph REOPEN-PICKED-ORDER sets an already-PICKED      *
      *    order back to ENTERED when units just released for it,    *
                                     BO-Order-Number " could not be "
                                     "reopened for picking (status "
                                     WS-OM-Status ") **"
                        ELSE PERFORM POST-ORDER-INDEX
                    END-IF
           END-IF.

           CLOSE Backorder-Work-File.
           CLOSE Backorder-File.

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

       END PROGRAM "BackorderRelease".
