      *    amount with the same tax treatment the order was priced   *
      *    with - the rate saved on the order's own header.          *
      *    Credits do not claw back promo discounts; the memo        *
      *    credits the line price plus its tax.  A kit line is       *
      *    credited as the one priced line it sold as, and its       *
      *    components (KITMAST) go back on hand.  Stock the order    *
      *    drew from manufacturer lots (ORDLOT) goes back into the   *
      *    lots it came from on LOTBAL; a partial return refills the *
      *    line's lots in the order they were drawn.                 *
      *    The operator signs on first, so the reversing audit       *
      *    records say who processed the credit.                     *
      *                                                              *
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
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
           SELECT Credit-Memo-File    ASSIGN TO "CREDMEMO"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-CM-Status.
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
           SELECT AR-Ledger-File      ASSIGN TO "ARLEDGER"
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
           05  IM-Reorder-Point        PIC 9(7).
           05  IM-Reorder-Qty          PIC 9(7).

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    a kit line's stock went out as its components, so it is
      *    the components that come back.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

      *    Lot-Balance-File holds the stock of each manufacturer lot,
      *    keyed item + warehouse + lot - returned units go back into
      *    the lot they left.
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
      *    from, keyed by the line's key plus a sequence.  The
      *    records stay on file for the recall trace; Returned-Qty
      *    counts what has come back into the lot.
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

       FD  Operator-Master-File.
       01  OP-Operator-Record.
           05  OP-Operator-Id          PIC X(3).
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

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
           88  WS-STOCK-OPEN                       VALUE "1".
       01  WS-Formatted-Credit         PIC Z,ZZZ,ZZ9.99.
       01  WS-Formatted-Qty            PIC ZZZZ9.
       01  WS-KT-Status                PIC X(2).
      *    Whether the kit master opened - with no KITMAST on file
      *    there are no kits, and every line returns as itself.
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
       01  WS-Kit-Index                PIC S9(4)       COMP.
       01  WS-Stock-Item               PIC X(10).
       01  WS-Stock-Qty                PIC 9(5).
       01  WS-LB-Status                PIC X(2).
       01  WS-OL-Status                PIC X(2).
      *    Whether both lot files opened - with no lot files on file
      *    nothing was ever drawn from a lot, and nothing goes back.
       01  WS-Lot-Open-Flag            PIC X.
           88  WS-LOT-FILES-OPEN                   VALUE "1".
       01  WS-Lot-Need                 PIC 9(5).
       01  WS-Lot-Take                 PIC 9(5).

       PROCEDURE DIVISION.

                    CLOSE Order-Master-File
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
           MOVE "0" TO WS-Stock-Open-Flag.
           OPEN I-O Item-Master-File.
           IF WS-IM-Status = "00"
                            ") - returned stock will not go back "
                            "on hand **"
           END-IF.
           MOVE "0" TO WS-KT-Open-Flag.
           OPEN INPUT Kit-Master-File.
           IF WS-KT-Status = "00"
               THEN MOVE "1" TO WS-KT-Open-Flag
           END-IF.

           MOVE "0" TO WS-Lot-Open-Flag.
           OPEN I-O Lot-Balance-File.
           IF WS-LB-Status = "00"
               THEN OPEN I-O Order-Lot-File
                    IF WS-OL-Status = "00"
                        THEN MOVE "1" TO WS-Lot-Open-Flag
                        ELSE CLOSE Lot-Balance-File
                    END-IF
           END-IF.

           OPEN EXTEND Audit-Log-File.
           IF WS-AL-Status = "35"
               END-EVALUATE
           END-PERFORM.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           IF WS-STOCK-OPEN
               THEN CLOSE Item-Master-File
           END-IF.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           IF WS-LOT-FILES-OPEN
               THEN CLOSE Lot-Balance-File
                    CLOSE Order-Lot-File
           END-IF.
           CLOSE Audit-Log-File.
           CLOSE Credit-Memo-File.
           IF WS-LEDGER-OPEN
      ****************************************************************
      *    Only an order that hasn't shipped can be cancelled -      *
      *    goods already out the door come back through RET, and a   *
      *    cancelled order stays cancelled.  A HELD order is decided *
      *    on the hold queue, where its cancellation is audited      *
      *    with the hold that caused it.                             *
      ****************************************************************
           EVALUATE TRUE
               WHEN OM-ORDER-CANCELLED
                   DISPLAY "Order " WS-Order-Key
                           " has already shipped - process a "
                           "return instead"
               WHEN OM-ORDER-HELD
                   DISPLAY "Order " WS-Order-Key
                           " is on hold - release or cancel it "
                           "through the hold queue"
               WHEN OTHER
                   PERFORM CANCEL-ELIGIBLE-ORDER
           END-EVALUATE.
               THEN DISPLAY "** Warning: order " WS-Order-Key
                            " could not be set to CANCELLED (status "
                            WS-OM-Status ") **"
               ELSE PERFORM POST-ORDER-INDEX
           END-IF.

           DISPLAY "Order " WS-Order-Key " cancelled and credited".
               THEN DISPLAY "** Warning: order " WS-Order-Key
                            " header could not be updated (status "
                            WS-OM-Status ") **"
               ELSE PERFORM POST-ORDER-INDEX
           END-IF.

           PERFORM FINISH-CREDIT-MEMO.
      *    back on hand - in the building the order's header says    *
      *    it allocated from, so a cancellation can never move       *
      *    stock between warehouses.  An item no longer on the       *
      *    master is noted and the credit still goes through.  A     *
      *    kit line returns each of its components at the returned   *
      *    quantity times the component's per-kit quantity.          *
      ****************************************************************
       RETURN-STOCK-TO-ITEM.
           IF WS-STOCK-OPEN
               THEN MOVE OD-Item-Number TO WS-Stock-Item
                    MOVE WS-Return-Qty  TO WS-Stock-Qty
                    IF WS-KIT-FILE-OPEN
                        THEN MOVE OD-Item-Number TO KT-Kit-Number
                             READ Kit-Master-File
                                 INVALID KEY
                                     PERFORM RETURN-STOCK-ITEM
                                 NOT INVALID KEY
                                     PERFORM RETURN-KIT-COMPONENTS
                             END-READ
                        ELSE PERFORM RETURN-STOCK-ITEM
                    END-IF
           END-IF.

       RETURN-KIT-COMPONENTS.
           PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                   UNTIL   WS-Kit-Index > KT-Component-Count
                        OR WS-Kit-Index > 8
               MOVE KT-Comp-Item (WS-Kit-Index) TO WS-Stock-Item
               COMPUTE WS-Stock-Qty =
                       WS-Return-Qty * KT-Comp-Qty (WS-Kit-Index)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-Stock-Qty
               END-COMPUTE
               PERFORM RETURN-STOCK-ITEM
           END-PERFORM.

       RETURN-STOCK-ITEM.
           MOVE WS-Stock-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "** Item " WS-Stock-Item
                           " is no longer on the item "
                           "master - stock not returned **"
               NOT INVALID KEY
                   IF OM-Warehouse-Code = "02"
                       THEN ADD WS-Stock-Qty
                                TO IM-On-Hand-Qty-W2
                       ELSE ADD WS-Stock-Qty
                                TO IM-On-Hand-Qty
                   END-IF
                   REWRITE IM-Item-Record
                   END-REWRITE
           END-READ.
           IF WS-LOT-FILES-OPEN
               THEN PERFORM RETURN-ITEM-TO-LOTS
           END-IF.

      ****************************************************************
      *    Paragraph RETURN-ITEM-TO-LOTS puts the units of the stock *
      *    item just returned back into the lots the detail line     *
      *    drew them from, lot by lot in the order drawn, up to what *
      *    each lot gave the line less what has already come back.   *
      *    An item the line drew from no lot has nothing to refill.  *
      ****************************************************************
       RETURN-ITEM-TO-LOTS.
           MOVE WS-Stock-Qty    TO WS-Lot-Need.
           MOVE OD-Order-Number TO OL-Order-Number.
           MOVE OD-Line-Number  TO OL-Line-Number.
           MOVE ZERO            TO OL-Lot-Seq.
           START Order-Lot-File KEY IS >= OL-Key
               INVALID KEY MOVE "10" TO WS-OL-Status
           END-START.
           PERFORM UNTIL WS-OL-Status NOT = "00"
                      OR WS-Lot-Need = 0
               READ Order-Lot-File NEXT RECORD
                   AT END MOVE "10" TO WS-OL-Status
               END-READ
               IF WS-OL-Status = "00"
                   THEN IF OL-Order-Number = OD-Order-Number AND
                           OL-Line-Number  = OD-Line-Number
                       THEN IF OL-Item-Number = WS-Stock-Item AND
                               OL-Lot-Qty > OL-Returned-Qty
                                THEN PERFORM RETURN-TO-ONE-LOT
                            END-IF
                       ELSE MOVE "10" TO WS-OL-Status
                       END-IF
               END-IF
           END-PERFORM.

       RETURN-TO-ONE-LOT.
           COMPUTE WS-Lot-Take = OL-Lot-Qty - OL-Returned-Qty.
           IF WS-Lot-Take > WS-Lot-Need
               THEN MOVE WS-Lot-Need TO WS-Lot-Take
           END-IF.
           ADD WS-Lot-Take      TO OL-Returned-Qty.
           SUBTRACT WS-Lot-Take FROM WS-Lot-Need.
           REWRITE OL-Lot-Record
           END-REWRITE.
           MOVE OL-Item-Number    TO LB-Item-Number.
           MOVE OL-Warehouse-Code TO LB-Warehouse-Code.
           MOVE OL-Lot-Number     TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   DISPLAY "** Lot " OL-Lot-Number " of item "
                           OL-Item-Number " is no longer on the lot "
                           "file - lot balance not refilled **"
               NOT INVALID KEY
                   ADD WS-Lot-Take TO LB-On-Hand-Qty
                   REWRITE LB-Lot-Record
                   END-REWRITE
           END-READ.

      ****************************************************************
      *    Paragraph WRITE-REVERSING-AUDIT appends one CAN/RTN       *

      ****************************************************************
      *    Credit memo paragraphs - one memo per CAN/RET action, in  *
      *    the same report style as the order confirmation.  The     *
      *    memo's first line carries the date it was issued, which   *
      *    the nightly GL journal run keys on.                       *
      ****************************************************************
       START-CREDIT-MEMO.
           MOVE SPACES TO CM-Report-Line.
           STRING "CREDIT MEMO" DELIMITED BY SIZE
                   "   Credit Date: " DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
                   INTO CM-Report-Line.
           WRITE CM-Report-Line.

           MOVE OM-Exchange-Rate   TO LG-Exchange-Rate.
           MOVE WS-Credit-Total    TO LG-Original-Amount.
           MOVE WS-Credit-Total    TO LG-Open-Amount.
           MOVE ZERO               TO LG-Freight-Amount.
           MOVE OM-Rep-Code        TO LG-Rep-Code.
           MOVE ZERO               TO LG-Tax-Amount.
           MOVE SPACES             TO LG-Closed-Date.
           MOVE "O"                TO LG-Status-Flag.
           WRITE LG-Ledger-Record
               INVALID KEY PERFORM FOLD-INTO-EXISTING-CREDIT
                   ADD WS-Credit-Total TO LG-Open-Amount
                   MOVE WS-Run-Date    TO LG-Doc-Date
                   MOVE "O"            TO LG-Status-Flag
                   MOVE SPACES         TO LG-Closed-Date
                   REWRITE LG-Ledger-Record
                   END-REWRITE
           END-READ.
           MOVE SPACES TO CM-Report-Line.
           WRITE CM-Report-Line.

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

       END PROGRAM "OrderCancellation".
