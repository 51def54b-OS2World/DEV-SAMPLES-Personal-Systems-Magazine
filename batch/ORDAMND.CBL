      *      only returns to stock what was really allocated;        *
      *    - REM removes the line the same way, as a change to       *
      *      zero.                                                   *
      *    A lot-tracked item's units move with its lots (LOTBAL):   *
      *    an allocation draws the soonest-expiring lots and records *
      *    them against the line on ORDLOT, as the save does, and a  *
      *    return refills the lots the line drew from, as the        *
      *    cancellation run's partial return does.                   *
      *    A customer's contract price (CONTRACT) in effect on the   *
      *    order date replaces the tiers, as it does at entry.       *
      *    A kit line (KITMAST) is priced as the one line it sells   *
      *    as, but its stock and backorder deltas are settled per    *
      *    component, the same way the save allocated it.            *
      *    Every change adjusts the header's totals by the taxed     *
      *    delta at the order's own saved tax and exchange rates -   *
      *    adjusting rather than recomputing keeps whatever promo    *
      *    discount the original pricing earned on the untouched     *
      *    lines - and appends an AUDITLOG record under the          *
      *    amending operator's id.  An amendment that raises the     *
      *    order past the customer's credit limit or the order       *
      *    ceiling (HOLDPARM), or leaves the amended line priced     *
      *    below cost, puts the order ON HOLD and on the ORDHOLD     *
      *    queue exactly as the save would have, and amending it     *
      *    stops until a supervisor releases it.                     *
      *                                                              *
      ****************************************************************

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
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Contract-Price-File ASSIGN TO "CONTRACT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CP-Key
                                       FILE STATUS IS WS-CP-Status.
           SELECT Backorder-File      ASSIGN TO "BACKORD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BO-Status.
           SELECT Audit-Log-File      ASSIGN TO "AUDITLOG"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AL-Status.
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
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT AR-Ledger-File      ASSIGN TO "ARLEDGER"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LG-Key
                                       FILE STATUS IS WS-LG-Status.
           SELECT Order-Xref-File     ASSIGN TO "ORDXREF"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OX-Key
                                       FILE STATUS IS WS-OX-Status.
           SELECT Order-Hold-File     ASSIGN TO "ORDHOLD"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OH-Order-Number
                                       FILE STATUS IS WS-OH-Status.
           SELECT Hold-Parameter-File ASSIGN TO "HOLDPARM"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-HP-Status.

       DATA DIVISION.
       FILE SECTION.
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
               88  OP-SUPERVISOR               VALUE "S".
               88  OP-MANAGER                  VALUE "M".

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    a kit line's stock moves as its components.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

      *    Contract-Price-File holds the prices negotiated with
      *    individual customers, keyed customer + item and kept by
      *    ContractMaint.
       FD  Contract-Price-File.
       01  CP-Contract-Record.
           05  CP-Key.
               10  CP-Customer-Number  PIC X(10).
               10  CP-Item-Number      PIC X(10).
           05  CP-Contract-Price       PIC 999V99.
           05  CP-Effective-Date       PIC X(8).
           05  CP-Expiry-Date          PIC X(8).

       FD  Backorder-File.
       01  BO-Backorder-Record.
           05  BO-Order-Date           PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Operator-Id          PIC X(3).

      *    Lot-Balance-File holds the stock of each manufacturer lot,
      *    keyed item + warehouse + lot.
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
      *    from, keyed by the line's key plus a sequence.  A kit
      *    line's records name the component item; Returned-Qty
      *    counts what has since gone back into the lot.
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

      *    Customer-Master-File supplies the credit limit an amended
      *    order is judged against - only the fields up to the limit
      *    are named.
       FD  Customer-Master-File.
       01  CU-Customer-Record.
           05  CU-Customer-Number      PIC X(10).
           05  CU-Customer-Name        PIC X(30).
           05  CU-Bill-To              PIC X(92).
           05  CU-Credit-Limit         PIC 9(7)V99.
           05  CU-Status-Flag          PIC X.
           05  CU-Terms-Code           PIC X(3).
           05  CU-Freight-Policy       PIC X.
           05  CU-Rep-Code             PIC X(3).

      *    AR-Ledger-File is the open-item receivables ledger - the
      *    customer's open items count toward the credit exposure.
       FD  AR-Ledger-File.
       01  LG-Ledger-Record.
           05  LG-Key.
               10  LG-Customer-Number  PIC X(10).
               10  LG-Doc-Type         PIC X.
                   88  LG-DOC-INVOICE              VALUE "I".
                   88  LG-DOC-CREDIT               VALUE "C".
                   88  LG-DOC-PAYMENT              VALUE "P".
               10  LG-Doc-Number       PIC X(5).
           05  LG-Doc-Date             PIC X(8).
           05  LG-Due-Date             PIC X(8).
           05  LG-Order-Number         PIC X(5).
           05  LG-Currency-Code        PIC X(3).
           05  LG-Exchange-Rate        PIC 9(3)V9(6).
           05  LG-Original-Amount      PIC 9(9)V99.
           05  LG-Open-Amount          PIC 9(9)V99.
           05  LG-Status-Flag          PIC X.
               88  LG-ITEM-OPEN                    VALUE "O".
               88  LG-ITEM-CLOSED                  VALUE "C".
           05  LG-Freight-Amount       PIC 9(5)V99.
           05  LG-Rep-Code             PIC X(3).
           05  LG-Tax-Amount           PIC 9(7)V99.
           05  LG-Closed-Date          PIC X(8).

       FD  Order-Xref-File.
       01  OX-Xref-Record.
           05  OX-Key.
               10  OX-Customer-Number  PIC X(10).
               10  OX-Order-Number     PIC X(5).

      *    Order-Hold-File is the hold queue order entry keeps - an
      *    amendment that trips a hold rule queues the order here
      *    the same way the save does.
       FD  Order-Hold-File.
       01  OH-Hold-Record.
           05  OH-Order-Number         PIC X(5).
           05  OH-Customer-Number      PIC X(10).
           05  OH-Held-Date            PIC X(8).
           05  OH-Entered-By           PIC X(3).
           05  OH-Hold-Reasons.
               10  OH-Credit-Reason    PIC X.
                   88  OH-OVER-CREDIT-LIMIT        VALUE "Y".
               10  OH-Ceiling-Reason   PIC X.
                   88  OH-OVER-ORDER-CEILING       VALUE "Y".
               10  OH-Margin-Reason    PIC X.
                   88  OH-PRICED-BELOW-COST        VALUE "Y".
           05  OH-Order-USD            PIC 9(9)V99.
           05  OH-Credit-Limit         PIC 9(7)V99.
           05  OH-Exposure             PIC S9(9)V99.
           05  OH-Order-Ceiling        PIC 9(9)V99.
           05  OH-Below-Cost-Item      PIC X(10).
           05  OH-Below-Cost-Price     PIC 9(7)V99.
           05  OH-Below-Cost-Unit      PIC 999V99.
           05  OH-Hold-Status          PIC X.
               88  OH-ON-HOLD                      VALUE "H".
               88  OH-RELEASED                     VALUE "R".
               88  OH-CANCELLED                    VALUE "C".
           05  OH-Decided-By           PIC X(3).
           05  OH-Decided-Date         PIC X(8).

      *    Hold-Parameter-File holds the single order-value ceiling
      *    record a manager sets through OrderHoldRelease.
       FD  Hold-Parameter-File.
       01  HP-Parameter-Record.
           05  HP-Order-Ceiling        PIC 9(9)V99.
           05  HP-Set-By               PIC X(3).
           05  HP-Set-Date             PIC X(8).

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
       01  WS-BO-Status                PIC X(2).
       01  WS-BW-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-KT-Status                PIC X(2).
      *    Whether the kit master opened - with no KITMAST on file
      *    there are no kits, and every line moves its own stock.
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
       01  WS-Line-Kit-Flag            PIC X.
           88  WS-LINE-IS-KIT                      VALUE "1".
       01  WS-Kit-Index                PIC S9(4)       COMP.
       01  WS-CP-Status                PIC X(2).
      *    Whether the contract price file opened - with no CONTRACT
      *    on file every line is priced from the item master.
       01  WS-CP-Open-Flag             PIC X.
           88  WS-CONTRACT-FILE-OPEN               VALUE "1".
      *    "C" when SELECT-TIER-PRICE took the contract price.
       01  WS-Line-Contract-Flag       PIC X.
      *    The stock item whose on-hand and backorders are being
      *    settled, and its old and new ordered quantities - the
      *    line's own item and quantities, or for a kit line each
      *    component in turn at the per-kit multiple.
       01  WS-Stock-Item               PIC X(10).
       01  WS-Stock-Old-Qty            PIC 9(5).
       01  WS-Stock-New-Qty            PIC 9(5).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
       01  WS-BW-EOF-Flag              PIC X.
       01  WS-Amend-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).

       01  WS-LB-Status                PIC X(2).
       01  WS-OL-Status                PIC X(2).
      *    Whether both lot files opened - with no LOTBAL on file no
      *    item is lot-tracked and stock moves without lots.
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

      *    The hold rules the save applies, re-judged after each
      *    amendment - all amounts in USD.
       01  WS-CU-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-OX-Status                PIC X(2).
       01  WS-OH-Status                PIC X(2).
       01  WS-HP-Status                PIC X(2).
      *    USD order value above which an order is held when no
      *    HOLDPARM ceiling is on file - the save's house default.
       01  WS-Default-Order-Ceiling    PIC 9(9)V99 VALUE 50000.00.
       01  WS-Order-Ceiling            PIC 9(9)V99.
       01  WS-Credit-Limit             PIC 9(7)V99.
       01  WS-Exposure                 PIC S9(9)V99.
       01  WS-Item-USD                 PIC 9(11)V99.
       01  WS-Over-Credit-Flag         PIC X.
       01  WS-Over-Ceiling-Flag        PIC X.
       01  WS-Below-Cost-Flag          PIC X.
       01  WS-Below-Cost-Item          PIC X(10).
       01  WS-Below-Cost-Price         PIC 9(7)V99.
       01  WS-Below-Cost-Unit          PIC 999V99.
       01  WS-Line-USD-Price           PIC 9(7)V99.
       01  WS-Line-Unit-Cost           PIC 999V99.
      *    The amended header, kept while the exposure sweep reads
      *    the customer's other orders through the record area.
       01  WS-Saved-Header             PIC X(222).
       01  WS-Hold-Customer            PIC X(10).

       PROCEDURE DIVISION.

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

           OPEN EXTEND Audit-Log-File.
           IF WS-AL-Status = "35"
               THEN OPEN OUTPUT Audit-Log-File
           END-IF.

           MOVE "0" TO WS-KT-Open-Flag.
           OPEN INPUT Kit-Master-File.
           IF WS-KT-Status = "00"
               THEN MOVE "1" TO WS-KT-Open-Flag
           END-IF.

           MOVE "0" TO WS-CP-Open-Flag.
           OPEN INPUT Contract-Price-File.
           IF WS-CP-Status = "00"
               THEN MOVE "1" TO WS-CP-Open-Flag
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
                                     WS-OL-Status ") - amendments "
                                     "move stock with NO lots "
                                     "recorded **"
                             CLOSE Lot-Balance-File
                    END-IF
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
           CLOSE Order-Detail-File.
           CLOSE Item-Master-File.
           CLOSE Audit-Log-File.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           IF WS-CONTRACT-FILE-OPEN
               THEN CLOSE Contract-Price-File
           END-IF.
           IF WS-LOT-FILES-OPEN
               THEN CLOSE Lot-Balance-File
                    CLOSE Order-Lot-File
           END-IF.

           MOVE WS-Amend-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " amendment(s) applied".
                   DISPLAY "Order " WS-Order-Key
                           " not found in order master"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OM-ORDER-ENTERED
                           PERFORM DRIVE-AMENDMENT-LOOP
                       WHEN OM-ORDER-HELD
                           DISPLAY "Order " WS-Order-Key
                                   " is on hold - amendments refused "
                                   "until a supervisor releases it"
                       WHEN OTHER
                           DISPLAY "Order " WS-Order-Key
                                   " is past ENTERED status - "
                                   "amendments refused; use the "
                                   "cancellation/returns program"
                   END-EVALUATE
           END-READ.

       DRIVE-AMENDMENT-LOOP.
           MOVE WS-Item-Key        TO OD-Item-Number.
           MOVE WS-Line-Price      TO OD-Item-Cost.
           MOVE WS-New-Quantity    TO OD-Item-Quantity.
           MOVE WS-Line-Contract-Flag TO OD-Contract-Flag.
           WRITE OD-Detail-Record
               INVALID KEY REWRITE OD-Detail-Record
           END-WRITE.
               THEN DISPLAY "** Line could not be written (status "
                            WS-OD-Status ") - order unchanged **"
           ELSE
               PERFORM SETTLE-QUANTITY-DELTA
               COMPUTE WS-Delta-Value =
                       WS-Line-Price * WS-New-Quantity
               PERFORM APPLY-DELTA-TO-HEADER
               COMPUTE WS-Old-Extended =
                       OD-Item-Cost * OD-Item-Quantity
               PERFORM READ-QUANTITY
               MOVE OD-Contract-Flag TO WS-Line-Contract-Flag
               MOVE WS-Item-Key TO IM-Item-Number
               READ Item-Master-File
                   INVALID KEY
               PERFORM SETTLE-QUANTITY-DELTA
               MOVE WS-Line-Price   TO OD-Item-Cost
               MOVE WS-New-Quantity TO OD-Item-Quantity
               MOVE WS-Line-Contract-Flag TO OD-Contract-Flag
               REWRITE OD-Detail-Record
               END-REWRITE
               IF WS-OD-Status NOT = "00"
      *    - a decrease first absorbs the line's open BACKORD        *
      *      shortage (units that were never allocated) and only     *
      *      returns the remainder to the warehouse's on-hand.       *
      *    A kit line settles each of its components in turn.        *
      ****************************************************************
       SETTLE-QUANTITY-DELTA.
           PERFORM FIND-LINE-KIT.
           IF WS-LINE-IS-KIT
               THEN PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                            UNTIL WS-Kit-Index > KT-Component-Count
                               OR WS-Kit-Index > 8
                        MOVE KT-Comp-Item (WS-Kit-Index)
                                              TO WS-Stock-Item
                        COMPUTE WS-Stock-Old-Qty = WS-Old-Quantity
                                * KT-Comp-Qty (WS-Kit-Index)
                            ON SIZE ERROR MOVE 99999
                                              TO WS-Stock-Old-Qty
                        END-COMPUTE
                        COMPUTE WS-Stock-New-Qty = WS-New-Quantity
                                * KT-Comp-Qty (WS-Kit-Index)
                            ON SIZE ERROR MOVE 99999
                                              TO WS-Stock-New-Qty
                        END-COMPUTE
                        PERFORM SETTLE-STOCK-DELTA
                    END-PERFORM
               ELSE MOVE WS-Item-Key     TO WS-Stock-Item
                    MOVE WS-Old-Quantity TO WS-Stock-Old-Qty
                    MOVE WS-New-Quantity TO WS-Stock-New-Qty
                    PERFORM SETTLE-STOCK-DELTA
           END-IF.

      ****************************************************************
      *    Paragraph FIND-LINE-KIT looks the amended item up on the  *
      *    kit master, leaving a kit's components in the record      *
      *    area.                                                     *
      ****************************************************************
       FIND-LINE-KIT.
           MOVE "0" TO WS-Line-Kit-Flag.
           IF WS-KIT-FILE-OPEN
               THEN MOVE WS-Item-Key TO KT-Kit-Number
                    READ Kit-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "1" TO WS-Line-Kit-Flag
                    END-READ
           END-IF.

       SETTLE-STOCK-DELTA.
           EVALUATE TRUE
               WHEN WS-Stock-New-Qty > WS-Stock-Old-Qty
                   COMPUTE WS-Allocate-Qty =
                           WS-Stock-New-Qty - WS-Stock-Old-Qty
                   PERFORM ALLOCATE-DELTA-STOCK
               WHEN WS-Stock-New-Qty < WS-Stock-Old-Qty
                   COMPUTE WS-Reduce-Qty =
                           WS-Stock-Old-Qty - WS-Stock-New-Qty
                   PERFORM REDUCE-LINE-BACKORDERS
                   COMPUTE WS-Return-Qty =
                           WS-Reduce-Qty - WS-Absorbed-Qty

      ****************************************************************
      *    Paragraph ALLOCATE-DELTA-STOCK takes WS-Allocate-Qty of   *
      *    the current stock item out of the order's warehouse       *
      *    bucket, backordering the shortfall the same way the save  *
      *    does.  The units actually allocated are drawn from the    *
      *    item's lots.                                              *
      ****************************************************************
       ALLOCATE-DELTA-STOCK.
           MOVE ZERO TO WS-Lot-Need.
           MOVE WS-Stock-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   MOVE WS-Allocate-Qty TO WS-Short-Qty
                   DISPLAY "** Item " WS-Stock-Item " is no longer on "
                           "the item master - quantity backordered "
                           "in full **"
                   PERFORM WRITE-BACKORDER-RECORD
               NOT INVALID KEY
                   PERFORM FETCH-WAREHOUSE-ON-HAND
                   IF WS-WH-On-Hand >= WS-Allocate-Qty
                       THEN MOVE WS-Allocate-Qty TO WS-Lot-Need
                            SUBTRACT WS-Allocate-Qty
                                FROM WS-WH-On-Hand
                            PERFORM STORE-WAREHOUSE-ON-HAND
                            REWRITE IM-Item-Record
                            END-REWRITE
                       ELSE COMPUTE WS-Short-Qty =
                                WS-Allocate-Qty - WS-WH-On-Hand
                            MOVE WS-WH-On-Hand TO WS-Lot-Need
                            MOVE ZERO TO WS-WH-On-Hand
                            PERFORM STORE-WAREHOUSE-ON-HAND
                            REWRITE IM-Item-Record
                            END-REWRITE
                            DISPLAY "** Item " WS-Stock-Item
                                    " is short " WS-Short-Qty
                                    " in warehouse "
                                    OM-Warehouse-Code
                            PERFORM WRITE-BACKORDER-RECORD
                   END-IF
           END-READ.
           IF WS-LOT-FILES-OPEN AND WS-Lot-Need > 0
               THEN PERFORM ALLOCATE-DELTA-LOTS
           END-IF.

       RETURN-DELTA-STOCK.
           MOVE WS-Stock-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "** Item " WS-Stock-Item " is no longer on "
                           "the item master - stock not returned **"
               NOT INVALID KEY
                   PERFORM FETCH-WAREHOUSE-ON-HAND
                   REWRITE IM-Item-Record
                   END-REWRITE
           END-READ.
           IF WS-LOT-FILES-OPEN
               THEN PERFORM RETURN-DELTA-TO-LOTS
           END-IF.

      ****************************************************************
      *    Paragraph ALLOCATE-DELTA-LOTS draws the units just        *
      *    allocated from the stock item's lots in the order's       *
      *    building, soonest-expiring first, skipping lots already   *
      *    expired today, and records each draw against the line -   *
      *    numbered on from the draws already recorded for it.  The  *
      *    same ordering the order save uses.  An item with no lots  *
      *    on file is not lot-tracked and draws nothing; a tracked   *
      *    item whose unexpired lots run out first is flagged.       *
      ****************************************************************
       ALLOCATE-DELTA-LOTS.
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
               THEN DISPLAY "** Item " WS-Stock-Item " of order "
                            OM-Order-Number " - " WS-Lot-Need
                            " unit(s) allocated with no unexpired "
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
           MOVE WS-Stock-Item    TO LB-Item-Number.
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
                   THEN IF LB-Item-Number    = WS-Stock-Item AND
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
           MOVE WS-Stock-Item    TO LB-Item-Number.
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
                    MOVE WS-Stock-Item    TO OL-Item-Number
                    MOVE WS-Lot-Warehouse TO OL-Warehouse-Code
                    MOVE LB-Lot-Number    TO OL-Lot-Number
                    MOVE LB-Expiry-Date   TO OL-Expiry-Date
                    MOVE WS-Lot-Take      TO OL-Lot-Qty
                    MOVE ZERO             TO OL-Returned-Qty
                    WRITE OL-Lot-Record
                    END-WRITE
           END-IF.
           IF WS-OL-Status NOT = "00" AND WS-OL-Status NOT = "02"
               THEN DISPLAY "** Warning: order " OM-Order-Number
                            " line " OD-Line-Number " lot "
                            LB-Lot-Number " was drawn but not "
                            "recorded (status " WS-OL-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph RETURN-DELTA-TO-LOTS puts the units of the      *
      *    stock item just returned back into the lots the line drew *
      *    them from, lot by lot in the order drawn, up to what each *
      *    lot gave the line less what has already come back - the   *
      *    cancellation run's partial return.  An item the line drew *
      *    from no lot has nothing to refill.                        *
      ****************************************************************
       RETURN-DELTA-TO-LOTS.
           MOVE WS-Return-Qty   TO WS-Lot-Need.
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
           MOVE "00" TO WS-OL-Status.

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

       FETCH-WAREHOUSE-ON-HAND.
           IF OM-Warehouse-Code = "02"
           MOVE OM-Order-Date      TO BO-Order-Date.
           MOVE OM-Order-Number    TO BO-Order-Number.
           MOVE OM-Customer-Number TO BO-Customer-Number.
           MOVE WS-Stock-Item      TO BO-Item-Number.
           MOVE WS-Stock-New-Qty   TO BO-Qty-Ordered.
           MOVE WS-Short-Qty       TO BO-Qty-Short.
           WRITE BO-Backorder-Record.
           IF WS-BO-Status NOT = "00" AND WS-BO-Status NOT = "02"
               THEN DISPLAY "** Warning: backorder record for order "
                            OM-Order-Number " item " WS-Stock-Item
                            " could not be written (status "
                            WS-BO-Status ") **"
           END-IF.

       SIFT-ONE-BACKORDER.
           IF BO-Order-Number = OM-Order-Number AND
              BO-Item-Number = WS-Stock-Item AND
              WS-Absorbed-Qty < WS-Reduce-Qty
               THEN PERFORM ABSORB-ONE-BACKORDER
               ELSE MOVE BO-Backorder-Record TO BW-Work-Record
      *    header's own saved tax and exchange rates, recounts the   *
      *    lines, and rewrites the header.  Adjusting - not          *
      *    recomputing from scratch - keeps whatever promo discount  *
      *    the original pricing earned on the untouched lines.  The  *
      *    amended order is then judged against the save's hold      *
      *    rules.                                                    *
      ****************************************************************
       APPLY-DELTA-TO-HEADER.
           ADD 1 TO WS-Amend-Count.
      *    the amended line is still in the detail record area - its
      *    margin is judged before the line count sweeps past it
           MOVE LOW-VALUE TO WS-Below-Cost-Flag.
           IF WS-New-Quantity > ZERO
               THEN PERFORM CHECK-LINE-MARGIN
           END-IF.
           COMPUTE WS-Taxed-Delta ROUNDED =
                   WS-Delta-Value * (1 + OM-Tax-Rate).
           COMPUTE OM-Total-Cost = OM-Total-Cost + WS-Taxed-Delta
               THEN DISPLAY "** Warning: order " OM-Order-Number
                            " header could not be rewritten (status "
                            WS-OM-Status ") **"
               ELSE PERFORM ASSESS-ORDER-HOLD
                    PERFORM POST-ORDER-INDEX
           END-IF.

      ****************************************************************
      *    Paragraph CHECK-LINE-MARGIN flags the amended line when   *
      *    it now sells for less than it costs us - its price in USD *
      *    against the item's unit cost at the deepest break tier    *
      *    the quantity reached, the save's own comparison.  An      *
      *    unconverted order (no rate on file) cannot be compared    *
      *    and is left to the margin report.                         *
      ****************************************************************
       CHECK-LINE-MARGIN.
           IF OM-Exchange-Rate > ZERO
               THEN MOVE OD-Item-Number TO IM-Item-Number
                    READ Item-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM SELECT-LINE-TIER-COST
                            COMPUTE WS-Line-USD-Price ROUNDED =
                                    OD-Item-Cost * OM-Exchange-Rate
                            IF WS-Line-USD-Price < WS-Line-Unit-Cost
                                THEN MOVE OD-Item-Number
                                              TO WS-Below-Cost-Item
                                     MOVE WS-Line-USD-Price
                                              TO WS-Below-Cost-Price
                                     MOVE WS-Line-Unit-Cost
                                              TO WS-Below-Cost-Unit
                                     MOVE HIGH-VALUE
                                              TO WS-Below-Cost-Flag
                            END-IF
                    END-READ
           END-IF.

       SELECT-LINE-TIER-COST.
           MOVE IM-Item-Cost TO WS-Line-Unit-Cost.
           MOVE ZERO         TO WS-Best-Break-Qty.
           PERFORM VARYING WS-Tier-Index FROM 1 BY 1
                   UNTIL   WS-Tier-Index > 3
               IF IM-Break-Qty (WS-Tier-Index) > 0 AND
                  OD-Item-Quantity >= IM-Break-Qty (WS-Tier-Index) AND
                  IM-Break-Qty (WS-Tier-Index) > WS-Best-Break-Qty
                   THEN MOVE IM-Break-Qty (WS-Tier-Index)
                                      TO WS-Best-Break-Qty
                        MOVE IM-Break-Cost (WS-Tier-Index)
                                      TO WS-Line-Unit-Cost
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph ASSESS-ORDER-HOLD judges the amended order the  *
      *    way the save judges a new one, all in USD:                *
      *    - its value against the order ceiling in force;           *
      *    - the customer's exposure - open receivables, every       *
      *      other order not yet billed, and this order - against    *
      *      the credit limit.  A zero limit is not judged;          *
      *    - the amended line priced below cost, noted above.        *
      *    Value and exposure are judged only when the amendment     *
      *    raised the order's value - a cut adds no exposure, and an *
      *    order a supervisor released over a rule is not held again *
      *    for being made smaller.  A tripped rule puts the order    *
      *    ON HOLD and on the queue, and ends the amendments.        *
      ****************************************************************
       ASSESS-ORDER-HOLD.
           MOVE LOW-VALUE TO WS-Over-Credit-Flag.
           MOVE LOW-VALUE TO WS-Over-Ceiling-Flag.
           MOVE ZERO      TO WS-Credit-Limit.
           MOVE OM-USD-Total TO WS-Exposure.
           PERFORM READ-ORDER-CEILING.
           IF WS-Delta-Value > ZERO
               THEN IF OM-USD-Total > WS-Order-Ceiling
                        THEN MOVE HIGH-VALUE TO WS-Over-Ceiling-Flag
                    END-IF
                    PERFORM LOOK-UP-ORDER-CUSTOMER
                    IF WS-Credit-Limit > ZERO AND
                       OM-Exchange-Rate > ZERO
                        THEN MOVE OM-Order-Record TO WS-Saved-Header
                             MOVE OM-Customer-Number
                                              TO WS-Hold-Customer
                             PERFORM ADD-OPEN-RECEIVABLES
                             PERFORM ADD-UNBILLED-ORDERS
                             MOVE WS-Saved-Header TO OM-Order-Record
                             IF WS-Exposure > WS-Credit-Limit
                                 THEN MOVE HIGH-VALUE
                                              TO WS-Over-Credit-Flag
                             END-IF
                    END-IF
           END-IF.
           IF WS-Over-Credit-Flag  = HIGH-VALUE OR
              WS-Over-Ceiling-Flag = HIGH-VALUE OR
              WS-Below-Cost-Flag   = HIGH-VALUE
               THEN MOVE "H" TO OM-Order-Status
                    REWRITE OM-Order-Record
                    END-REWRITE
                    IF WS-OM-Status NOT = "00"
                        THEN DISPLAY "** Warning: order "
                                     OM-Order-Number " trips a hold "
                                     "rule but could not be held "
                                     "(status " WS-OM-Status ") **"
                        ELSE PERFORM QUEUE-HELD-ORDER
                             MOVE "1" TO WS-Order-Done-Flag
                    END-IF
           END-IF.

      ****************************************************************
      *    The ceiling is the one record a manager keeps on HOLDPARM *
      *    through OrderHoldRelease; no file, or no usable amount on *
      *    it, means the house default.                              *
      ****************************************************************
       READ-ORDER-CEILING.
           MOVE WS-Default-Order-Ceiling TO WS-Order-Ceiling.
           OPEN INPUT Hold-Parameter-File.
           IF WS-HP-Status = "00"
               THEN READ Hold-Parameter-File
                        AT END CONTINUE
                        NOT AT END
                            IF HP-Order-Ceiling NUMERIC AND
                               HP-Order-Ceiling > ZERO
                                THEN MOVE HP-Order-Ceiling
                                                TO WS-Order-Ceiling
                            END-IF
                    END-READ
                    CLOSE Hold-Parameter-File
           END-IF.

      ****************************************************************
      *    No customer master, or no such customer, leaves no limit  *
      *    to judge the order by, as at entry.                       *
      ****************************************************************
       LOOK-UP-ORDER-CUSTOMER.
           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status = "00"
               THEN MOVE OM-Customer-Number TO CU-Customer-Number
                    READ Customer-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE CU-Credit-Limit TO WS-Credit-Limit
                    END-READ
                    CLOSE Customer-Master-File
           END-IF.

      ****************************************************************
      *    Add the customer's open ledger items at the USD rate each *
      *    was booked at - invoices raise the exposure, open credits *
      *    and unapplied payments bring it down.                     *
      ****************************************************************
       ADD-OPEN-RECEIVABLES.
           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status = "00"
               THEN MOVE OM-Customer-Number TO LG-Customer-Number
                    MOVE LOW-VALUES         TO LG-Doc-Type
                    MOVE LOW-VALUES         TO LG-Doc-Number
                    START AR-Ledger-File KEY IS >= LG-Key
                        INVALID KEY MOVE "10" TO WS-LG-Status
                    END-START
                    PERFORM UNTIL WS-LG-Status NOT = "00"
                        READ AR-Ledger-File NEXT RECORD
                            AT END MOVE "10" TO WS-LG-Status
                        END-READ
                        IF WS-LG-Status = "00"
                            THEN IF LG-Customer-Number =
                                    OM-Customer-Number
                                THEN IF LG-ITEM-OPEN
                                         THEN PERFORM ADD-LEDGER-ITEM
                                     END-IF
                                ELSE MOVE "10" TO WS-LG-Status
                                END-IF
                        END-IF
                    END-PERFORM
                    CLOSE AR-Ledger-File
           END-IF.

       ADD-LEDGER-ITEM.
           IF LG-Exchange-Rate > ZERO
               THEN COMPUTE WS-Item-USD ROUNDED =
                            LG-Open-Amount * LG-Exchange-Rate
               ELSE MOVE LG-Open-Amount TO WS-Item-USD
           END-IF.
           IF LG-DOC-INVOICE
               THEN ADD WS-Item-USD TO WS-Exposure
               ELSE SUBTRACT WS-Item-USD FROM WS-Exposure
           END-IF.

      ****************************************************************
      *    Add the customer's other orders not yet on the ledger -   *
      *    entered, held, picked, or shipped but not yet invoiced -  *
      *    found through the customer cross-reference.  The sweep    *
      *    reads them through the header record area, so the caller  *
      *    keeps the amended header aside.                           *
      ****************************************************************
       ADD-UNBILLED-ORDERS.
           OPEN INPUT Order-Xref-File.
           IF WS-OX-Status = "00"
               THEN MOVE OM-Customer-Number TO OX-Customer-Number
                    MOVE LOW-VALUES         TO OX-Order-Number
                    START Order-Xref-File KEY IS >= OX-Key
                        INVALID KEY MOVE "10" TO WS-OX-Status
                    END-START
                    PERFORM UNTIL WS-OX-Status NOT = "00"
                        READ Order-Xref-File NEXT RECORD
                            AT END MOVE "10" TO WS-OX-Status
                        END-READ
                        IF WS-OX-Status = "00"
                            THEN IF OX-Customer-Number =
                                    WS-Hold-Customer
                                THEN IF OX-Order-Number NOT =
                                        WS-Order-Key
                                         THEN PERFORM ADD-UNBILLED-ORDER
                                     END-IF
                                ELSE MOVE "10" TO WS-OX-Status
                                END-IF
                        END-IF
                    END-PERFORM
                    CLOSE Order-Xref-File
           END-IF.

       ADD-UNBILLED-ORDER.
           MOVE OX-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OM-ORDER-ENTERED OR OM-ORDER-HELD OR
                      OM-ORDER-PICKED  OR OM-ORDER-SHIPPED
                       THEN ADD OM-USD-Total TO WS-Exposure
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph QUEUE-HELD-ORDER writes - or, for an order held *
      *    and released before, rewrites - the order's ORDHOLD       *
      *    record with the rules it tripped, creating the queue the  *
      *    first time as the save does, and tells the operator why.  *
      ****************************************************************
       QUEUE-HELD-ORDER.
           OPEN I-O Order-Hold-File.
           IF WS-OH-Status = "35"
               THEN OPEN OUTPUT Order-Hold-File
                    CLOSE Order-Hold-File
                    OPEN I-O Order-Hold-File
           END-IF.
           IF WS-OH-Status = "00"
               THEN PERFORM WRITE-HOLD-RECORD
                    CLOSE Order-Hold-File
               ELSE DISPLAY "** Warning: hold queue could not be "
                            "opened (status " WS-OH-Status
                            ") - order " OM-Order-Number " is HELD "
                            "but not queued **"
           END-IF.
           DISPLAY "** Order " OM-Order-Number " is now ON HOLD for "
                   "supervisor release - amendments end: **".
           IF WS-Over-Credit-Flag = HIGH-VALUE
               THEN DISPLAY "**   over the customer's credit limit **"
           END-IF.
           IF WS-Over-Ceiling-Flag = HIGH-VALUE
               THEN DISPLAY "**   over the order-value ceiling **"
           END-IF.
           IF WS-Below-Cost-Flag = HIGH-VALUE
               THEN DISPLAY "**   item " WS-Below-Cost-Item
                            " priced below cost **"
           END-IF.

       WRITE-HOLD-RECORD.
           MOVE OM-Order-Number       TO OH-Order-Number.
           MOVE OM-Customer-Number    TO OH-Customer-Number.
           MOVE WS-Run-Date           TO OH-Held-Date.
           MOVE WS-Operator-Id        TO OH-Entered-By.
           MOVE "N"                   TO OH-Credit-Reason.
           MOVE "N"                   TO OH-Ceiling-Reason.
           MOVE "N"                   TO OH-Margin-Reason.
           IF WS-Over-Credit-Flag = HIGH-VALUE
               THEN MOVE "Y" TO OH-Credit-Reason
           END-IF.
           IF WS-Over-Ceiling-Flag = HIGH-VALUE
               THEN MOVE "Y" TO OH-Ceiling-Reason
           END-IF.
           MOVE SPACES                TO OH-Below-Cost-Item.
           MOVE ZERO                  TO OH-Below-Cost-Price.
           MOVE ZERO                  TO OH-Below-Cost-Unit.
           IF WS-Below-Cost-Flag = HIGH-VALUE
               THEN MOVE "Y"                 TO OH-Margin-Reason
                    MOVE WS-Below-Cost-Item  TO OH-Below-Cost-Item
                    MOVE WS-Below-Cost-Price TO OH-Below-Cost-Price
                    MOVE WS-Below-Cost-Unit  TO OH-Below-Cost-Unit
           END-IF.
           MOVE OM-USD-Total          TO OH-Order-USD.
           MOVE WS-Credit-Limit       TO OH-Credit-Limit.
           MOVE WS-Exposure           TO OH-Exposure.
           MOVE WS-Order-Ceiling      TO OH-Order-Ceiling.
           MOVE "H"                   TO OH-Hold-Status.
           MOVE SPACES                TO OH-Decided-By.
           MOVE SPACES                TO OH-Decided-Date.
           WRITE OH-Hold-Record
               INVALID KEY REWRITE OH-Hold-Record
           END-WRITE.
           IF WS-OH-Status NOT = "00" AND WS-OH-Status NOT = "02"
               THEN DISPLAY "** Warning: order " OM-Order-Number
                            " is HELD but its hold record could not "
                            "be written (status " WS-OH-Status ") **"
           END-IF.

       COUNT-ORDER-LINES.
      *    Paragraph SELECT-TIER-PRICE prices the amended line the   *
      *    same way order entry does: the item's base selling price  *
      *    unless the quantity reaches a break tier, in which case   *
      *    the deepest tier reached wins.  A contract for the        *
      *    order's customer and the item, in effect on the order     *
      *    date, sets the price instead.                             *
      ****************************************************************
       SELECT-TIER-PRICE.
           MOVE IM-Item-Price TO WS-Line-Price.
                                      TO WS-Line-Price
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-Line-Contract-Flag.
           IF WS-CONTRACT-FILE-OPEN
               THEN MOVE OM-Customer-Number TO CP-Customer-Number
                    MOVE IM-Item-Number     TO CP-Item-Number
                    READ Contract-Price-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF OM-Order-Date >= CP-Effective-Date AND
                               OM-Order-Date <= CP-Expiry-Date
                                THEN MOVE CP-Contract-Price
                                                   TO WS-Line-Price
                                     MOVE "C" TO WS-Line-Contract-Flag
                            END-IF
                    END-READ
           END-IF.

       READ-ITEM-NUMBER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
                            WS-AL-Status ") **"
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

       END PROGRAM "OrderAmendment".
