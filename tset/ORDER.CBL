                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OX-Key
                                       FILE STATUS IS WS-OX-Status.
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
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
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
                                       RECORD KEY IS LG-Key
                                       FILE STATUS IS WS-LG-Status.
           SELECT Order-Hold-File     ASSIGN TO "ORDHOLD"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OH-Order-Number
                                       FILE STATUS IS WS-OH-Status.
           SELECT Hold-Parameter-File ASSIGN TO "HOLDPARM"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-HP-Status.
           SELECT Order-Index-File    ASSIGN TO "ORDINDX"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OI-Order-Number
                                       ALTERNATE RECORD KEY IS
                                           OI-Date-Key
                                       ALTERNATE RECORD KEY IS
                                           OI-Status-Key
                                       FILE STATUS IS WS-OI-Status.

      ****************************************************************
      *    Define the Order Object.                                  *
               88  OM-ORDER-SHIPPED                VALUE "S".
               88  OM-ORDER-INVOICED               VALUE "I".
               88  OM-ORDER-CANCELLED              VALUE "C".
      *    HELD is an order saveOrder parked on the hold queue
      *    (ORDHOLD) - nothing picks or ships it until a
      *    supervisor releases it to ENTERED or cancels it.
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

      *    Order-Detail-File holds the saved order's item lines, one
      *    record per line.  Lines 1 through the table count come
           05  OD-Item-Number          PIC X(10).
           05  OD-Item-Cost            PIC 999V99.
           05  OD-Item-Quantity        PIC 9(5).
      *    "C" when the line was priced from the customer's
      *    contract (CONTRACT) instead of the item master's price
      *    and break tiers - blank for list-priced lines.
           05  OD-Contract-Flag        PIC X.
               88  OD-CONTRACT-PRICED              VALUE "C".

      *    Overflow-Input-File is this class's own read-only view of
      *    ORDOVFL, the spill file Client writes while the order is
           05  FILLER                  PIC X       VALUE SPACE.
           05  BO-Qty-Short            PIC 9(5).

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    a line for a kit item sells as one priced line, but
      *    saveOrder allocates and backorders the components it
      *    names, so the shelf stock that actually leaves is what
      *    comes off on-hand.
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
      *    ContractMaint.  saveOrder marks a line contract-priced
      *    when it carries the contract price in effect on the
      *    order date.
       FD  Contract-Price-File.
       01  CP-Contract-Record.
           05  CP-Key.
               10  CP-Customer-Number  PIC X(10).
               10  CP-Item-Number      PIC X(10).
           05  CP-Contract-Price       PIC 999V99.
           05  CP-Effective-Date       PIC X(8).
           05  CP-Expiry-Date          PIC X(8).

      *    Customer-Master-File is read by saveOrder for the sales
      *    rep who owns the account, stamped onto the order header.
       FD  Customer-Master-File.
       01  CU-Customer-Record.
           05  CU-Customer-Number      PIC X(10).
           05  CU-Customer-Name        PIC X(30).
           05  CU-Bill-To.
               10  CU-BT-Line1         PIC X(30).
               10  CU-BT-Line2         PIC X(30).
               10  CU-BT-City          PIC X(20).
               10  CU-BT-State         PIC X(2).
               10  CU-BT-Zip           PIC X(10).
           05  CU-Credit-Limit         PIC 9(7)V99.
           05  CU-Status-Flag          PIC X.
               88  CU-ACTIVE                       VALUE "A".
               88  CU-CREDIT-HOLD                  VALUE "H".
               88  CU-DEACTIVATED                  VALUE "D".
           05  CU-Terms-Code           PIC X(3).
           05  CU-Freight-Policy       PIC X.
      *    Sales rep who owns the account (REPMAST) - stamped on
      *    every order saved for the customer.  Blank for a house
      *    account, which earns no commission.
           05  CU-Rep-Code             PIC X(3).

      *    Lot-Balance-File holds the stock of each manufacturer lot
      *    StockReceiving has taken in, keyed item + warehouse + lot,
      *    with the lot's expiry date (blank for a lot with no shelf
      *    life).  saveOrder draws a lot-tracked item's allocation
      *    from the lots that expire soonest first, passing over any
      *    lot already expired on the order date.
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

      *    Order-Lot-File records which lots each detail line was
      *    filled from - one record per line per lot drawn, keyed by
      *    the detail line's own key plus a sequence, so the recall
      *    trace can find every order that received a lot.  A kit
      *    line's records name the component item taken from the
      *    lot.  Returned-Qty is what OrderCancellation has since put
      *    back into the lot.
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

      *    AR-Ledger-File is the open-item receivables ledger -
      *    saveOrder reads the customer's open items to judge the
      *    account's credit exposure before the order is released
      *    to the warehouse.  Same layout as the invoice run's.
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

      *    Order-Hold-File is the hold queue - one record per order
      *    saveOrder held, with the rules it tripped and the
      *    figures it tripped them on, so the supervisor reviewing
      *    the queue in OrderHoldRelease sees why.  The record
      *    stays on file after the decision, marked released or
      *    cancelled with who decided and when.
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
      *    All amounts in USD.  Exposure is open receivables plus
      *    every other unbilled order plus this one.
           05  OH-Order-USD            PIC 9(9)V99.
           05  OH-Credit-Limit         PIC 9(7)V99.
           05  OH-Exposure             PIC S9(9)V99.
           05  OH-Order-Ceiling        PIC 9(9)V99.
      *    The first line found priced below its unit cost.
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
      *    record a manager sets through OrderHoldRelease - an
      *    order whose USD total exceeds it is held for review.
      *    No file on hand means the house default ceiling.
       FD  Hold-Parameter-File.
       01  HP-Parameter-Record.
           05  HP-Order-Ceiling        PIC 9(9)V99.
           05  HP-Set-By               PIC X(3).
           05  HP-Set-Date             PIC X(8).

      *    Order-Index-File is the order-date and order-status access
      *    path over ORDMAST - one entry per order, so the day-end
      *    jobs read only the day's or the status's orders instead
      *    of sweeping the whole master.  Every program that writes
      *    or changes an order header posts its entry; the file only
      *    exists once OrderIndexRebuild has built it from ORDMAST.
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

      *    Tax-Rate-File is the sales-tax jurisdiction table, one
      *    record per state we are registered in, looked up by the
      *    order's ship-to state when the order is priced.
       01  WS-TX-Status                PIC X(2).
       01  WS-PM-Status                PIC X(2).
       01  WS-CR-Status                PIC X(2).
       01  WS-KT-Status                PIC X(2).
       01  WS-CP-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
       01  WS-LB-Status                PIC X(2).
       01  WS-OL-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-OH-Status                PIC X(2).
       01  WS-HP-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).

      *    USD order value above which saveOrder holds an order for
      *    supervisor review when no HOLDPARM ceiling is on file.
       01  WS-Default-Order-Ceiling    PIC 9(9)V99 VALUE 50000.00.

      *    Checkpoint every this-many successful adds.
       01  WS-Checkpoint-Interval      PIC 9(2)    VALUE 10.
      *    Shipping warehouse this order allocates from - "01" or
      *    "02", defaulted to "01" by somDefaultInit.
           05  Warehouse-Code          PIC X(2).
      *    The customer's own PO number, when the order arrived
      *    with one - blank otherwise.
           05  Customer-PO             PIC X(20).
      *    Set by setQuoteMode when the object is pricing a sales
      *    quotation instead of taking an order - a quote redeems
      *    no promotion, writes no entry audit records and takes
      *    no checkpoints, since none of it is an order yet.
           05  Quote-Mode-Flag         PIC X.
               88  QUOTE-MODE                      VALUE "Q".
      *    Date a promo code is judged against - the order date
      *    unless setPromoDate says otherwise, so an order
      *    converted from a quote keeps the promotion the quote
      *    was given.
           05  Promo-Date              PIC X(8).
           05  Ship-To-Info.
               10  Ship-To-Name        PIC X(30).
               10  Ship-To-Line1       PIC X(30).
      *    from warehouse 01 instead of nowhere.                     *
      ****************************************************************
           MOVE "01" TO Warehouse-Code.
           MOVE SPACES TO Customer-PO.
           MOVE SPACE  TO Quote-Mode-Flag.
           MOVE SPACES TO Promo-Date.

      ****************************************************************
      *    EXIT and END the method.                                  *



      ****************************************************************
      ****************************************************************
      *    Method setCustomerPO sets the customer's own purchase-    *
      *    order number the order arrived with, based on the Object  *
      *    reference of the Order.                                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "setCustomerPO".

       DATA DIVISION.

      ****************************************************************
      *    Define the linkage attributes.                            *
      ****************************************************************
       LINKAGE SECTION.
       01  LS-Customer-PO              PIC X(20).


       PROCEDURE DIVISION              USING       LS-Customer-PO.

      ****************************************************************
      *    Move data from the LINKAGE SECTION.                       *
      ****************************************************************
           MOVE LS-Customer-PO TO Customer-PO.

           EXIT METHOD.
       END METHOD "setCustomerPO".



      ****************************************************************
      ****************************************************************
      *    Method getCustomerPO gets the customer's own purchase-    *
      *    order number the order arrived with, based on the Object  *
      *    reference of the Order.                                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "getCustomerPO".

       DATA DIVISION.

      ****************************************************************
      *    Define the linkage attributes.                            *
      ****************************************************************
       LINKAGE SECTION.
       01  LS-Customer-PO              PIC X(20).


       PROCEDURE DIVISION              RETURNING   LS-Customer-PO.

      ****************************************************************
      *    Move data to the LINKAGE SECTION.                         *
      ****************************************************************
           MOVE Customer-PO TO LS-Customer-PO.

           EXIT METHOD.
       END METHOD "getCustomerPO".



      ****************************************************************
      ****************************************************************
      *    Method setQuoteMode marks the Order as a sales quotation: *
      *    it is keyed and priced exactly like an order, but the     *
      *    promotion is not redeemed, no entry audit records are     *
      *    written and no checkpoints are taken.                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "setQuoteMode".

       DATA DIVISION.

       PROCEDURE DIVISION.

           MOVE "Q" TO Quote-Mode-Flag.

           EXIT METHOD.
       END METHOD "setQuoteMode".



      ****************************************************************
      ****************************************************************
      *    Method setPromoDate sets the date the order's promo code  *
      *    is judged against in place of the order date - an order   *
      *    converted from a quote passes the quote date, so the      *
      *    promotion the customer was quoted still applies.          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "setPromoDate".

       DATA DIVISION.

      ****************************************************************
      *    Define the linkage attributes.                            *
      ****************************************************************
       LINKAGE SECTION.
       01  LS-Promo-Date               PIC X(8).


       PROCEDURE DIVISION              USING       LS-Promo-Date.

      ****************************************************************
      *    Move data from the LINKAGE SECTION.                       *
      ****************************************************************
           MOVE LS-Promo-Date TO Promo-Date.

           EXIT METHOD.
       END METHOD "setPromoDate".



      ****************************************************************
      ****************************************************************
      *    Method getTaxRate gets the flat sales-tax rate calculate-  *
       METHOD-ID. "applyPromoCode".

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LSS-Promo-Date              PIC X(8).

       LINKAGE SECTION.
       01  LS-Sub-Total                PIC 9(9)V99.
                    EXIT METHOD
           END-IF.

           IF Promo-Date = SPACES
               THEN MOVE Order-Date TO LSS-Promo-Date
               ELSE MOVE Promo-Date TO LSS-Promo-Date
           END-IF.

           MOVE Promo-Code TO PM-Promo-Code.
           READ Promo-Master-File
               INVALID KEY
      ****************************************************************
       EDIT-AND-REDEEM-PROMO.
           EVALUATE TRUE
               WHEN LSS-Promo-Date < PM-Effective-Date
                   DISPLAY "Promo code " Promo-Code
                           " is not effective until "
                           PM-Effective-Date " - no discount applied"
               WHEN LSS-Promo-Date > PM-Expiry-Date
                   DISPLAY "Promo code " Promo-Code " expired "
                           PM-Expiry-Date " - no discount applied"
               WHEN PM-Max-Redemptions > 0 AND
                                LS-Sub-Total * PM-Promo-Percent
                       ELSE MOVE PM-Promo-Flat TO LS-Discount
                   END-IF
      *            a quote only shows the discount - the redemption
      *            is counted when the quote becomes an order
                   IF NOT QUOTE-MODE
                       THEN PERFORM COUNT-PROMO-REDEMPTION
                   END-IF
           END-EVALUATE.

      ****************************************************************
      *    Count the redemption back onto the promotion master.      *
      ****************************************************************
       COUNT-PROMO-REDEMPTION.
           ADD 1 TO PM-Redemption-Count.
           REWRITE PM-Promo-Record
           END-REWRITE.
           IF WS-PM-Status NOT = "00"
               THEN DISPLAY "** Warning: redemption count "
                            "for promo code " Promo-Code
                            " could not be updated (status "
                            WS-PM-Status ") **"
           END-IF.

       END METHOD "applyPromoCode".


           END-IF.

      ****************************************************************
      *    Append an audit record for this add attempt.  A quote     *
      *    line is not an order line and is not audited.             *
      ****************************************************************
           INVOKE LS-OrderItem "getNumber" RETURNING LSS-Audit-Number.
           INVOKE LS-OrderItem "getCost"   RETURNING LSS-Audit-Cost.
           MOVE LSS-Before-Count           TO AL-Before-Count.
           MOVE LSS-After-Count            TO AL-After-Count.
           MOVE Operator-Id                TO AL-Operator-Id.
           IF NOT QUOTE-MODE
               THEN WRITE AL-Audit-Record
                    IF WS-AL-Status NOT = "00" AND
                       WS-AL-Status NOT = "02"
                        THEN DISPLAY "** Warning: audit record for "
                                     "order " Order-Number " item "
                                     LSS-Audit-Number
                                     " could not be written (status "
                                     WS-AL-Status ") **"
                    END-IF
           END-IF.

      ****************************************************************
      *    Checkpoint the order every WS-Checkpoint-Interval adds so *
      *    a long entry session can be resumed after an abend        *
      *    instead of starting over from item 1.  A quote is never   *
      *    checkpointed - it has no order to resume.                 *
      ****************************************************************
           IF LS-Flag = "0" AND NOT QUOTE-MODE AND
              FUNCTION MOD (LSS-After-Count, WS-Checkpoint-Interval)
                                                              = 0
               THEN INVOKE SELF "checkpointOrder"
           MOVE LSS-Before-Count           TO AL-Before-Count.
           MOVE LSS-After-Count            TO AL-After-Count.
           MOVE Operator-Id                TO AL-Operator-Id.
           IF NOT QUOTE-MODE
               THEN WRITE AL-Audit-Record
                    IF WS-AL-Status NOT = "00" AND
                       WS-AL-Status NOT = "02"
                        THEN DISPLAY "** Warning: audit record for "
                                     "order " Order-Number " item "
                                     LSS-Audit-Number
                                     " could not be written (status "
                                     WS-AL-Status ") **"
                    END-IF
           END-IF.

      ****************************************************************
           MOVE LS-Item-Count              TO AL-Before-Count.
           MOVE LS-Item-Count              TO AL-After-Count.
           MOVE Operator-Id                TO AL-Operator-Id.
           IF NOT QUOTE-MODE
               THEN WRITE AL-Audit-Record
                    IF WS-AL-Status NOT = "00" AND
                       WS-AL-Status NOT = "02"
                        THEN DISPLAY "** Warning: audit record for "
                                     "order " Order-Number " item "
                                     LS-Item-Number
                                     " could not be written (status "
                                     WS-AL-Status ") **"
                    END-IF
           END-IF.

      ****************************************************************
      *    already built by describeOrder first, then any lines the  *
      *    order spilled to ORDOVFL while it was being keyed,        *
      *    renumbered after the table lines, so the saved order is   *
      *    complete regardless of size.  Each line's stock is        *
      *    allocated as it is written; a lot-tracked item's units    *
      *    are drawn from its oldest unexpired lots and the lots     *
      *    recorded against the line in ORDLOT.                      *
      *    An order that would take the customer past the credit     *
      *    limit, is worth more than the order ceiling, or sells a   *
      *    line below its unit cost is saved HELD instead of         *
      *    ENTERED and queued on ORDHOLD with the reasons, so it     *
      *    goes nowhere until a supervisor releases it.              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "saveOrder".
      *    allocated or returned - fetched from and stored back to
      *    the right per-building bucket.
       01  LSS-WH-On-Hand              PIC 9(7).
       01  LSS-Kit-Open-Flag           PIC X.
       01  LSS-Line-Kit-Flag           PIC X.
       01  LSS-Kit-Index               PIC S9(4)   COMP.
      *    The stock item and quantity actually being allocated,
      *    returned or backordered - the line's own item, or for a
      *    kit line each component in turn at the line quantity
      *    times the component's per-kit quantity.
       01  LSS-Alloc-Item              PIC X(10).
       01  LSS-Alloc-Qty               PIC 9(5).
       01  LSS-Contract-Open-Flag      PIC X.
      *    Lot allocation - the building's lot key, the units still
      *    to be drawn from lots for the stock item in hand, and the
      *    lot chosen to draw them from: the one whose expiry date
      *    (then received date) sorts lowest.  A lot with no expiry
      *    date sorts after every dated lot.
       01  LSS-Lot-Open-Flag           PIC X.
       01  LSS-Lot-Warehouse           PIC X(2).
       01  LSS-Lot-Need                PIC 9(5).
       01  LSS-Lot-Take                PIC 9(5).
       01  LSS-Lot-Seq                 PIC 9(2).
       01  LSS-Lot-Tracked-Flag        PIC X.
       01  LSS-Lot-Found-Flag          PIC X.
       01  LSS-Best-Lot                PIC X(15).
       01  LSS-Best-Sort               PIC X(16).
       01  LSS-Lot-Sort                PIC X(16).
      *    Hold assessment - one switch per rule the order can
      *    trip, the customer's limit and USD exposure, the order
      *    ceiling in force, and the first line found priced below
      *    its unit cost.  All amounts USD.
       01  LSS-Rep-Code                PIC X(3).
       01  LSS-Credit-Limit            PIC 9(7)V99.
       01  LSS-Exposure                PIC S9(9)V99.
       01  LSS-Item-USD                PIC 9(9)V99.
       01  LSS-Order-Ceiling           PIC 9(9)V99.
       01  LSS-Over-Credit-Flag        PIC X.
       01  LSS-Over-Ceiling-Flag       PIC X.
       01  LSS-Below-Cost-Flag         PIC X.
       01  LSS-Below-Cost-Item         PIC X(10).
       01  LSS-Below-Cost-Price        PIC 9(7)V99.
       01  LSS-Below-Cost-Unit         PIC 999V99.
       01  LSS-Line-USD-Price          PIC 9(7)V99.
       01  LSS-Line-Unit-Cost          PIC 999V99.
       01  LSS-Tier-Index              PIC S9(4)   COMP.
       01  LSS-Best-Break-Qty          PIC 9(5).
      *    Status the header was saved with, kept once ORDMAST is
      *    closed for the hold queue and the order index.
       01  LSS-Order-Status            PIC X.

      ****************************************************************
      *    Define the linkage attributes.                            *
                            " is saved but NOT allocated **"
           END-IF.

      ****************************************************************
      *    The kit master says which lines allocate components       *
      *    instead of themselves.  A shop with no KITMAST on file    *
      *    simply sells no kits, which is not an error.              *
      ****************************************************************
           MOVE LOW-VALUE TO LSS-Kit-Open-Flag.
           IF LSS-Stock-Open-Flag = HIGH-VALUE
               THEN OPEN INPUT Kit-Master-File
                    IF WS-KT-Status = "00"
                        THEN MOVE HIGH-VALUE TO LSS-Kit-Open-Flag
                    END-IF
           END-IF.

      ****************************************************************
      *    The contract price file says which lines were priced      *
      *    under a customer contract.  No CONTRACT on file just      *
      *    means every line is list-priced.                          *
      ****************************************************************
           MOVE LOW-VALUE TO LSS-Contract-Open-Flag.
           OPEN INPUT Contract-Price-File.
           IF WS-CP-Status = "00"
               THEN MOVE HIGH-VALUE TO LSS-Contract-Open-Flag
           END-IF.

      ****************************************************************
      *    The lot balances say which items are lot-tracked and      *
      *    which lots they can be filled from; the order-lot file    *
      *    records the lots each line actually drew.  No LOTBAL on   *
      *    file means no item is lot-tracked.  ORDLOT is created the *
      *    first time it is needed, the way the AR ledger is.        *
      ****************************************************************
           MOVE LOW-VALUE TO LSS-Lot-Open-Flag.
           IF Warehouse-Code = "02"
               THEN MOVE "02" TO LSS-Lot-Warehouse
               ELSE MOVE "01" TO LSS-Lot-Warehouse
           END-IF.
           IF LSS-Stock-Open-Flag = HIGH-VALUE
               THEN OPEN I-O Lot-Balance-File
                    IF WS-LB-Status = "00"
                        THEN PERFORM OPEN-ORDER-LOT-FILE
                    END-IF
           END-IF.

      ****************************************************************
      *    Settle the USD rate before any line is written - each     *
      *    line's price is checked against its unit cost in USD as   *
      *    the line commits, and the order's USD value is judged     *
      *    against the credit limit and order ceiling before the     *
      *    header is written.                                        *
      ****************************************************************
           PERFORM RESOLVE-EXCHANGE-RATE.
           MOVE LOW-VALUE TO LSS-Over-Credit-Flag.
           MOVE LOW-VALUE TO LSS-Over-Ceiling-Flag.
           MOVE LOW-VALUE TO LSS-Below-Cost-Flag.
           MOVE SPACES    TO LSS-Below-Cost-Item.
           MOVE ZERO      TO LSS-Below-Cost-Price.
           MOVE ZERO      TO LSS-Below-Cost-Unit.

      ****************************************************************
      *    A re-save of this order (a checkpoint resume, say) may    *
      *    leave fewer lines than the first save wrote - delete      *
      ****************************************************************
           PERFORM COPY-OVERFLOW-DETAILS.

      ****************************************************************
      *    Judge the finished order against the hold rules while the *
      *    header record area is still free - the exposure sweep     *
      *    reads the customer's other orders through it.             *
      ****************************************************************
           PERFORM LOOK-UP-ORDER-CUSTOMER.
           PERFORM ASSESS-ORDER-HOLD.

      ****************************************************************
      *    Write the order header, carrying the line count just      *
      *    written and the order-level total and currency so        *
      *    own rate.
           MOVE Ship-To-State       TO OM-Ship-To-State.
           MOVE Warehouse-Code      TO OM-Warehouse-Code.
           MOVE Customer-PO         TO OM-Customer-PO.
           COMPUTE OM-Tax-Amount ROUNDED =
                   LS-Total-Cost * WS-Tax-Rate / (1 + WS-Tax-Rate).
      *    the rest of the ship-to address is kept on the header
           MOVE Ship-To-City        TO OM-Ship-To-City.
           MOVE Ship-To-Zip         TO OM-Ship-To-Zip.
           MOVE Operator-Id         TO OM-Operator-Id.
      *    the sales rep is taken from the customer master now and
      *    frozen on the header, so reassigning the account later
      *    never moves this order's commission
           MOVE LSS-Rep-Code        TO OM-Rep-Code.
      *    a freshly saved order enters the lifecycle at ENTERED;
      *    the pick list, shipping, invoicing, and cancellation
      *    programs advance it from there.  One that tripped a hold
      *    rule enters at HELD and waits for a supervisor instead.
           IF LSS-Over-Credit-Flag  = HIGH-VALUE OR
              LSS-Over-Ceiling-Flag = HIGH-VALUE OR
              LSS-Below-Cost-Flag   = HIGH-VALUE
               THEN MOVE "H"        TO OM-Order-Status
               ELSE MOVE "E"        TO OM-Order-Status
           END-IF.
           MOVE OM-Order-Status     TO LSS-Order-Status.

      ****************************************************************
      *    Convert the total to our USD house currency at today's    *
      *    unconverted order is conspicuous in the reports instead   *
      *    of silently miscounted.                                    *
      ****************************************************************
           MOVE LSS-Exchange-Rate   TO OM-Exchange-Rate.
           COMPUTE LSS-USD-Total ROUNDED =
                   LS-Total-Cost * LSS-Exchange-Rate
           IF LSS-Backorder-Open-Flag = HIGH-VALUE
               THEN CLOSE Backorder-File
           END-IF.
           IF LSS-Kit-Open-Flag = HIGH-VALUE
               THEN CLOSE Kit-Master-File
           END-IF.
           IF LSS-Contract-Open-Flag = HIGH-VALUE
               THEN CLOSE Contract-Price-File
           END-IF.
           IF LSS-Lot-Open-Flag = HIGH-VALUE
               THEN CLOSE Lot-Balance-File
                    CLOSE Order-Lot-File
           END-IF.

           IF (WS-OM-Status = "00" OR WS-OM-Status = "02") AND
              LSS-Detail-Failed-Flag NOT = HIGH-VALUE
                    CLOSE Order-Xref-File
           END-IF.

      ****************************************************************
      *    Once the order is safely in ORDMAST, queue it for review  *
      *    if it was held - or, when a re-save no longer trips any   *
      *    rule, take back the queue entry an earlier save left.     *
      ****************************************************************
           IF LS-Save-Flag = "0"
               THEN IF LSS-Order-Status = "H"
                        THEN PERFORM QUEUE-HELD-ORDER
                        ELSE PERFORM CLEAR-STALE-HOLD
                    END-IF
           END-IF.

      ****************************************************************
      *    Once the order is safely in ORDMAST, post its entry on    *
      *    the order-date and status index - a new order adds one, a *
      *    re-save brings the existing one up to date.  No index on  *
      *    hand means it has not been built yet, and the rebuild     *
      *    will pick this order up from ORDMAST.                     *
      ****************************************************************
           IF LS-Save-Flag = "0"
               THEN OPEN I-O Order-Index-File
                    IF WS-OI-Status = "00"
                        THEN PERFORM POST-ORDER-INDEX
                             CLOSE Order-Index-File
                    END-IF
           END-IF.

      ****************************************************************
      *    Once the order is safely in ORDMAST, its checkpoint record *
      *    (if any) is just stale in-progress state - delete it so a  *
               IF WS-OD-Status = "00"
                   THEN IF OD-Order-Number = Order-Number
                       THEN PERFORM RETURN-LINE-STOCK
                            IF LSS-Lot-Open-Flag = HIGH-VALUE
                                THEN PERFORM RETURN-LINE-LOTS
                            END-IF
                            DELETE Order-Detail-File
                                INVALID KEY CONTINUE
                            END-DELETE
      *    Put a stale detail line's quantity back on hand before    *
      *    the line is deleted - a re-save re-allocates every line   *
      *    it writes, so without this the same stock would be taken  *
      *    twice.  A kit line puts back each of its components.      *
      ****************************************************************
       RETURN-LINE-STOCK.
           IF LSS-Stock-Open-Flag = HIGH-VALUE
               THEN PERFORM FIND-LINE-KIT
                    IF LSS-Line-Kit-Flag = HIGH-VALUE
                        THEN PERFORM VARYING LSS-Kit-Index
                                     FROM 1 BY 1
                                     UNTIL LSS-Kit-Index >
                                           KT-Component-Count
                                        OR LSS-Kit-Index > 8
                                 PERFORM SET-COMPONENT-ALLOCATION
                                 PERFORM RETURN-ITEM-STOCK
                             END-PERFORM
                        ELSE MOVE OD-Item-Number   TO LSS-Alloc-Item
                             MOVE OD-Item-Quantity TO LSS-Alloc-Qty
                             PERFORM RETURN-ITEM-STOCK
                    END-IF
           END-IF.

       RETURN-ITEM-STOCK.
           MOVE LSS-Alloc-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM FETCH-WAREHOUSE-ON-HAND
                   ADD LSS-Alloc-Qty TO LSS-WH-On-Hand
                   PERFORM STORE-WAREHOUSE-ON-HAND
                   REWRITE IM-Item-Record
                   END-REWRITE
           END-READ.

      ****************************************************************
      *    Put a stale detail line's lot draws back into their lots  *
      *    and delete the draw records - the re-save draws afresh    *
      *    and records its own.  Anything OrderCancellation has      *
      *    already returned to a lot is not returned twice.          *
      ****************************************************************
       RETURN-LINE-LOTS.
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
                       THEN PERFORM RETURN-ONE-LOT
                            DELETE Order-Lot-File
                                INVALID KEY CONTINUE
                            END-DELETE
                       ELSE MOVE "10" TO WS-OL-Status
                       END-IF
               END-IF
           END-PERFORM.

       RETURN-ONE-LOT.
           IF OL-Lot-Qty > OL-Returned-Qty
               THEN MOVE OL-Item-Number    TO LB-Item-Number
                    MOVE OL-Warehouse-Code TO LB-Warehouse-Code
                    MOVE OL-Lot-Number     TO LB-Lot-Number
                    READ Lot-Balance-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            COMPUTE LB-On-Hand-Qty = LB-On-Hand-Qty
                                  + OL-Lot-Qty - OL-Returned-Qty
                            REWRITE LB-Lot-Record
                            END-REWRITE
                    END-READ
           END-IF.

      ****************************************************************
      *    Look the current detail line's item up on the kit master. *
      *    A kit leaves its bill of materials in the record area for *
      *    the component loop; anything else - or no kit master on   *
      *    file - is an ordinary stock line.                         *
      ****************************************************************
       FIND-LINE-KIT.
           MOVE LOW-VALUE TO LSS-Line-Kit-Flag.
           IF LSS-Kit-Open-Flag = HIGH-VALUE
               THEN MOVE OD-Item-Number TO KT-Kit-Number
                    READ Kit-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE HIGH-VALUE TO LSS-Line-Kit-Flag
                    END-READ
           END-IF.

       SET-COMPONENT-ALLOCATION.
           MOVE KT-Comp-Item (LSS-Kit-Index) TO LSS-Alloc-Item.
           COMPUTE LSS-Alloc-Qty =
                   OD-Item-Quantity * KT-Comp-Qty (LSS-Kit-Index)
               ON SIZE ERROR
                   MOVE 99999 TO LSS-Alloc-Qty
           END-COMPUTE.

      ****************************************************************
      *    The order allocates from its assigned building's stock    *
      *    bucket; these two paragraphs are the only place the       *
      *    save as a whole reports it.                                *
      ****************************************************************
       WRITE-DETAIL-RECORD.
           PERFORM SET-LINE-CONTRACT-FLAG.
           WRITE OD-Detail-Record
               INVALID KEY REWRITE OD-Detail-Record
           END-WRITE.
                            WS-OD-Status ") **"
                    MOVE HIGH-VALUE TO LSS-Detail-Failed-Flag
               ELSE IF LSS-Stock-Open-Flag = HIGH-VALUE
                   THEN PERFORM CHECK-LINE-MARGIN
                        PERFORM ALLOCATE-LINE-STOCK
               END-IF
           END-IF.

      ****************************************************************
      *    Flag a line sold for less than it costs us - its price    *
      *    in USD against the item's unit cost at the deepest break  *
      *    tier the quantity reached, the same comparison the        *
      *    margin report makes.  The first such line is kept for     *
      *    the hold queue.  An unconverted order (no rate on file)   *
      *    cannot be compared and is left to the margin report.      *
      ****************************************************************
       CHECK-LINE-MARGIN.
           IF LSS-Exchange-Rate > ZERO
               THEN MOVE OD-Item-Number TO IM-Item-Number
                    READ Item-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            PERFORM SELECT-LINE-TIER-COST
                            COMPUTE LSS-Line-USD-Price ROUNDED =
                                    OD-Item-Cost * LSS-Exchange-Rate
                            IF LSS-Line-USD-Price < LSS-Line-Unit-Cost
                                THEN PERFORM NOTE-BELOW-COST-LINE
                            END-IF
                    END-READ
           END-IF.

       SELECT-LINE-TIER-COST.
           MOVE IM-Item-Cost TO LSS-Line-Unit-Cost.
           MOVE ZERO         TO LSS-Best-Break-Qty.
           PERFORM VARYING LSS-Tier-Index FROM 1 BY 1
                   UNTIL   LSS-Tier-Index > 3
               IF IM-Break-Qty (LSS-Tier-Index) > 0 AND
                  OD-Item-Quantity >= IM-Break-Qty (LSS-Tier-Index) AND
                  IM-Break-Qty (LSS-Tier-Index) > LSS-Best-Break-Qty
                   THEN MOVE IM-Break-Qty (LSS-Tier-Index)
                                      TO LSS-Best-Break-Qty
                        MOVE IM-Break-Cost (LSS-Tier-Index)
                                      TO LSS-Line-Unit-Cost
               END-IF
           END-PERFORM.

       NOTE-BELOW-COST-LINE.
           IF LSS-Below-Cost-Flag NOT = HIGH-VALUE
               THEN MOVE OD-Item-Number     TO LSS-Below-Cost-Item
                    MOVE LSS-Line-USD-Price TO LSS-Below-Cost-Price
                    MOVE LSS-Line-Unit-Cost TO LSS-Below-Cost-Unit
                    MOVE HIGH-VALUE         TO LSS-Below-Cost-Flag
           END-IF.

      ****************************************************************
      *    Mark the line contract-priced when the customer has a     *
      *    contract for the item in effect on the order date and the *
      *    line carries that contract's price - a line re-priced by  *
      *    an UPD override is the override, not the contract.        *
      ****************************************************************
       SET-LINE-CONTRACT-FLAG.
           MOVE SPACE TO OD-Contract-Flag.
           IF LSS-Contract-Open-Flag = HIGH-VALUE
               THEN MOVE Customer-Number TO CP-Customer-Number
                    MOVE OD-Item-Number  TO CP-Item-Number
                    READ Contract-Price-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF Order-Date >= CP-Effective-Date AND
                               Order-Date <= CP-Expiry-Date   AND
                               OD-Item-Cost = CP-Contract-Price
                                THEN MOVE "C" TO OD-Contract-Flag
                            END-IF
                    END-READ
           END-IF.

      ****************************************************************
      *    Find the rep who owns the customer's account and the      *
      *    account's credit limit.  No customer master, or no such   *
      *    customer, saves the order as a house order with no rep    *
      *    and no limit to judge it by.                              *
      ****************************************************************
       LOOK-UP-ORDER-CUSTOMER.
           MOVE SPACES TO LSS-Rep-Code.
           MOVE ZERO   TO LSS-Credit-Limit.
           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status = "00"
               THEN MOVE Customer-Number TO CU-Customer-Number
                    READ Customer-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE CU-Rep-Code     TO LSS-Rep-Code
                            MOVE CU-Credit-Limit TO LSS-Credit-Limit
                    END-READ
                    CLOSE Customer-Master-File
           END-IF.

      ****************************************************************
      *    Judge the order against the hold rules, all in USD:       *
      *    - its value against the order ceiling in force;           *
      *    - the customer's exposure - open receivables, every       *
      *      other order not yet billed, and this order - against    *
      *      the credit limit.  A zero limit is an account with no   *
      *      limit set and is not judged;                            *
      *    - any line priced below cost, already noted line by line. *
      *    An unconverted order has no USD value to judge and is     *
      *    assessed on its lines alone.                              *
      ****************************************************************
       ASSESS-ORDER-HOLD.
           COMPUTE LSS-USD-Total ROUNDED =
                   LS-Total-Cost * LSS-Exchange-Rate
               ON SIZE ERROR
                   MOVE 999999999.99 TO LSS-USD-Total
           END-COMPUTE.
           PERFORM READ-ORDER-CEILING.
           IF LSS-USD-Total > LSS-Order-Ceiling
               THEN MOVE HIGH-VALUE TO LSS-Over-Ceiling-Flag
           END-IF.
           MOVE LSS-USD-Total TO LSS-Exposure.
           IF LSS-Credit-Limit > ZERO AND LSS-Exchange-Rate > ZERO
               THEN PERFORM ADD-OPEN-RECEIVABLES
                    PERFORM ADD-UNBILLED-ORDERS
                    IF LSS-Exposure > LSS-Credit-Limit
                        THEN MOVE HIGH-VALUE TO LSS-Over-Credit-Flag
                    END-IF
           END-IF.

      ****************************************************************
      *    The ceiling is the one record a manager keeps on HOLDPARM *
      *    through OrderHoldRelease; no file, or no usable amount on *
      *    it, means the house default.                              *
      ****************************************************************
       READ-ORDER-CEILING.
           MOVE WS-Default-Order-Ceiling TO LSS-Order-Ceiling.
           OPEN INPUT Hold-Parameter-File.
           IF WS-HP-Status = "00"
               THEN READ Hold-Parameter-File
                        AT END CONTINUE
                        NOT AT END
                            IF HP-Order-Ceiling NUMERIC AND
                               HP-Order-Ceiling > ZERO
                                THEN MOVE HP-Order-Ceiling
                                                TO LSS-Order-Ceiling
                            END-IF
                    END-READ
                    CLOSE Hold-Parameter-File
           END-IF.

      ****************************************************************
      *    Add the customer's open ledger items at the USD rate each *
      *    was booked at, the way the dunning run values them -      *
      *    invoices raise the exposure, open credits and unapplied   *
      *    payments bring it down.                                   *
      ****************************************************************
       ADD-OPEN-RECEIVABLES.
           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status = "00"
               THEN MOVE Customer-Number TO LG-Customer-Number
                    MOVE LOW-VALUES      TO LG-Doc-Type
                    MOVE LOW-VALUES      TO LG-Doc-Number
                    START AR-Ledger-File KEY IS >= LG-Key
                        INVALID KEY MOVE "10" TO WS-LG-Status
                    END-START
                    PERFORM UNTIL WS-LG-Status NOT = "00"
                        READ AR-Ledger-File NEXT RECORD
                            AT END MOVE "10" TO WS-LG-Status
                        END-READ
                        IF WS-LG-Status = "00"
                            THEN IF LG-Customer-Number =
                                    Customer-Number
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
               THEN COMPUTE LSS-Item-USD ROUNDED =
                            LG-Open-Amount * LG-Exchange-Rate
               ELSE MOVE LG-Open-Amount TO LSS-Item-USD
           END-IF.
           IF LG-DOC-INVOICE
               THEN ADD LSS-Item-USD TO LSS-Exposure
               ELSE SUBTRACT LSS-Item-USD FROM LSS-Exposure
           END-IF.

      ****************************************************************
      *    Add the customer's other orders not yet on the ledger -   *
      *    entered, held, picked, or shipped but not yet invoiced -  *
      *    found through the customer cross-reference.  This order's *
      *    own earlier save is already counted as this order.        *
      ****************************************************************
       ADD-UNBILLED-ORDERS.
           OPEN INPUT Order-Xref-File.
           IF WS-OX-Status = "00"
               THEN MOVE Customer-Number TO OX-Customer-Number
                    MOVE LOW-VALUES      TO OX-Order-Number
                    START Order-Xref-File KEY IS >= OX-Key
                        INVALID KEY MOVE "10" TO WS-OX-Status
                    END-START
                    PERFORM UNTIL WS-OX-Status NOT = "00"
                        READ Order-Xref-File NEXT RECORD
                            AT END MOVE "10" TO WS-OX-Status
                        END-READ
                        IF WS-OX-Status = "00"
                            THEN IF OX-Customer-Number =
                                    Customer-Number
                                THEN IF OX-Order-Number NOT =
                                        Order-Number
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
                       THEN ADD OM-USD-Total TO LSS-Exposure
                   END-IF
           END-READ.

      ****************************************************************
      *    Queue the held order for review, creating ORDHOLD the     *
      *    first time the way ORDLOT is, and tell the operator why   *
      *    the order is waiting.                                     *
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
                            ") - order " Order-Number " is HELD "
                            "but not queued **"
           END-IF.
           DISPLAY "** Order " Order-Number " is ON HOLD for "
                   "supervisor release: **".
           IF LSS-Over-Credit-Flag = HIGH-VALUE
               THEN DISPLAY "**   over the customer's credit limit **"
           END-IF.
           IF LSS-Over-Ceiling-Flag = HIGH-VALUE
               THEN DISPLAY "**   over the order-value ceiling **"
           END-IF.
           IF LSS-Below-Cost-Flag = HIGH-VALUE
               THEN DISPLAY "**   item " LSS-Below-Cost-Item
                            " priced below cost **"
           END-IF.

       WRITE-HOLD-RECORD.
           MOVE Order-Number          TO OH-Order-Number.
           MOVE Customer-Number       TO OH-Customer-Number.
           MOVE Order-Date            TO OH-Held-Date.
           MOVE Operator-Id           TO OH-Entered-By.
           MOVE "N"                   TO OH-Credit-Reason.
           MOVE "N"                   TO OH-Ceiling-Reason.
           MOVE "N"                   TO OH-Margin-Reason.
           IF LSS-Over-Credit-Flag = HIGH-VALUE
               THEN MOVE "Y" TO OH-Credit-Reason
           END-IF.
           IF LSS-Over-Ceiling-Flag = HIGH-VALUE
               THEN MOVE "Y" TO OH-Ceiling-Reason
           END-IF.
           IF LSS-Below-Cost-Flag = HIGH-VALUE
               THEN MOVE "Y" TO OH-Margin-Reason
           END-IF.
           MOVE LSS-USD-Total         TO OH-Order-USD.
           MOVE LSS-Credit-Limit      TO OH-Credit-Limit.
           MOVE LSS-Exposure          TO OH-Exposure.
           MOVE LSS-Order-Ceiling     TO OH-Order-Ceiling.
           MOVE LSS-Below-Cost-Item   TO OH-Below-Cost-Item.
           MOVE LSS-Below-Cost-Price  TO OH-Below-Cost-Price.
           MOVE LSS-Below-Cost-Unit   TO OH-Below-Cost-Unit.
           MOVE "H"                   TO OH-Hold-Status.
           MOVE SPACES                TO OH-Decided-By.
           MOVE SPACES                TO OH-Decided-Date.
           WRITE OH-Hold-Record
               INVALID KEY REWRITE OH-Hold-Record
           END-WRITE.
           IF WS-OH-Status NOT = "00" AND WS-OH-Status NOT = "02"
               THEN DISPLAY "** Warning: order " Order-Number
                            " is HELD but its hold record could not "
                            "be written (status " WS-OH-Status ") **"
           END-IF.

      ****************************************************************
      *    A re-save that clears every rule takes the order off the  *
      *    queue - only an entry still awaiting a decision goes; a   *
      *    decided one stays as history.  No queue on file means     *
      *    nothing was ever held.                                    *
      ****************************************************************
       CLEAR-STALE-HOLD.
           OPEN I-O Order-Hold-File.
           IF WS-OH-Status = "00"
               THEN MOVE Order-Number TO OH-Order-Number
                    READ Order-Hold-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF OH-ON-HOLD
                                THEN DELETE Order-Hold-File
                                         INVALID KEY CONTINUE
                                     END-DELETE
                            END-IF
                    END-READ
                    CLOSE Order-Hold-File
           END-IF.

      ****************************************************************
      *    Bring this order's index entry into line with the header  *
      *    just saved - written the first time, rewritten on a       *
      *    re-save so its status (and any redated order date)        *
      *    moves with it.                                            *
      ****************************************************************
       POST-ORDER-INDEX.
           MOVE Order-Number TO OI-Order-Number.
           READ Order-Index-File
               INVALID KEY
                   PERFORM FILL-ORDER-INDEX
                   WRITE OI-Index-Record
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-ORDER-INDEX
                   REWRITE OI-Index-Record
                   END-REWRITE
           END-READ.
           IF WS-OI-Status NOT = "00"
               THEN DISPLAY "** Warning: order " Order-Number
                            " was saved but its order index entry "
                            "was not (status " WS-OI-Status
                            ") - run the order index check **"
           END-IF.

       FILL-ORDER-INDEX.
           MOVE Order-Number     TO OI-Order-Number.
           MOVE Order-Number     TO OI-Date-Order.
           MOVE Order-Number     TO OI-Status-Order.
           MOVE Order-Date       TO OI-Order-Date.
           MOVE Order-Date       TO OI-Status-Date.
           MOVE LSS-Order-Status TO OI-Order-Status.

      ****************************************************************
      *    Take the line just written out of its item's on-hand      *
      *    count.  A line that asks for more than is on hand gets    *
      *    what there is; the shortfall is flagged on the console    *
      *    and written to the backorder file for the daily report.   *
      *    An item no longer on the master (retired since the line   *
      *    was keyed) is backordered in full.  A kit line is one     *
      *    priced line on the order, but it is each of its           *
      *    components that leaves the shelf, so each component is    *
      *    allocated - and backordered - in its own right.           *
      ****************************************************************
       ALLOCATE-LINE-STOCK.
           MOVE ZERO TO LSS-Lot-Seq.
           PERFORM FIND-LINE-KIT.
           IF LSS-Line-Kit-Flag = HIGH-VALUE
               THEN PERFORM VARYING LSS-Kit-Index FROM 1 BY 1
                            UNTIL LSS-Kit-Index > KT-Component-Count
                               OR LSS-Kit-Index > 8
                        PERFORM SET-COMPONENT-ALLOCATION
                        PERFORM ALLOCATE-ITEM-STOCK
                    END-PERFORM
               ELSE MOVE OD-Item-Number   TO LSS-Alloc-Item
                    MOVE OD-Item-Quantity TO LSS-Alloc-Qty
                    PERFORM ALLOCATE-ITEM-STOCK
           END-IF.

       ALLOCATE-ITEM-STOCK.
           MOVE LSS-Alloc-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   MOVE LSS-Alloc-Qty TO LSS-Short-Qty
                   DISPLAY "** Item " LSS-Alloc-Item " of order "
                           Order-Number " is no longer on the item "
                           "master - line backordered in full **"
                   PERFORM WRITE-BACKORDER-RECORD
               NOT INVALID KEY
                   PERFORM FETCH-WAREHOUSE-ON-HAND
                   IF LSS-WH-On-Hand >= LSS-Alloc-Qty
                       THEN MOVE LSS-Alloc-Qty TO LSS-Lot-Need
                            SUBTRACT LSS-Alloc-Qty
                                FROM LSS-WH-On-Hand
                            PERFORM STORE-WAREHOUSE-ON-HAND
                            REWRITE IM-Item-Record
                            END-REWRITE
                       ELSE COMPUTE LSS-Short-Qty =
                                LSS-Alloc-Qty - LSS-WH-On-Hand
                            MOVE LSS-WH-On-Hand TO LSS-Lot-Need
                            MOVE ZERO TO LSS-WH-On-Hand
                            PERFORM STORE-WAREHOUSE-ON-HAND
                            REWRITE IM-Item-Record
                            END-REWRITE
                            DISPLAY "** Item " LSS-Alloc-Item
                                    " of order " Order-Number
                                    " is short " LSS-Short-Qty
                                    " in warehouse " Warehouse-Code
                                    " - backordered **"
                            PERFORM WRITE-BACKORDER-RECORD
                   END-IF
                   IF LSS-Lot-Open-Flag = HIGH-VALUE
                       THEN PERFORM ALLOCATE-ITEM-LOTS
                   END-IF
           END-READ.

      ****************************************************************
      *    Draw the units just allocated from the item's lots in     *
      *    this building, soonest-expiring first, skipping lots      *
      *    already expired on the order date, and record each draw   *
      *    against the detail line.  An item with no lots on file is *
      *    not lot-tracked and draws nothing.  A lot-tracked item    *
      *    whose unexpired lots run out before the allocation does   *
      *    is flagged on the console - those units left the shelf    *
      *    with no lot to trace them by.                             *
      ****************************************************************
       ALLOCATE-ITEM-LOTS.
           MOVE LOW-VALUE  TO LSS-Lot-Tracked-Flag.
           MOVE HIGH-VALUE TO LSS-Lot-Found-Flag.
           PERFORM UNTIL LSS-Lot-Need = 0
                      OR LSS-Lot-Found-Flag = LOW-VALUE
               PERFORM FIND-OLDEST-LOT
               IF LSS-Lot-Found-Flag = HIGH-VALUE
                   THEN PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM.
           IF LSS-Lot-Tracked-Flag = HIGH-VALUE AND LSS-Lot-Need > 0
               THEN DISPLAY "** Item " LSS-Alloc-Item " of order "
                            Order-Number " - " LSS-Lot-Need
                            " unit(s) allocated with no unexpired "
                            "lot on file in warehouse "
                            LSS-Lot-Warehouse " **"
           END-IF.

       FIND-OLDEST-LOT.
           MOVE LOW-VALUE         TO LSS-Lot-Found-Flag.
           MOVE HIGH-VALUES       TO LSS-Best-Sort.
           MOVE LSS-Alloc-Item    TO LB-Item-Number.
           MOVE LSS-Lot-Warehouse TO LB-Warehouse-Code.
           MOVE LOW-VALUES        TO LB-Lot-Number.
           START Lot-Balance-File KEY IS >= LB-Key
               INVALID KEY MOVE "10" TO WS-LB-Status
           END-START.
           PERFORM UNTIL WS-LB-Status NOT = "00"
               READ Lot-Balance-File NEXT RECORD
                   AT END MOVE "10" TO WS-LB-Status
               END-READ
               IF WS-LB-Status = "00"
                   THEN IF LB-Item-Number    = LSS-Alloc-Item AND
                           LB-Warehouse-Code = LSS-Lot-Warehouse
                       THEN PERFORM WEIGH-LOT
                       ELSE MOVE "10" TO WS-LB-Status
                       END-IF
               END-IF
           END-PERFORM.

       WEIGH-LOT.
           MOVE HIGH-VALUE TO LSS-Lot-Tracked-Flag.
           IF LB-On-Hand-Qty > 0 AND
              (LB-Expiry-Date = SPACES OR LB-Expiry-Date >= Order-Date)
               THEN IF LB-Expiry-Date = SPACES
                        THEN MOVE "99999999"     TO LSS-Lot-Sort (1:8)
                        ELSE MOVE LB-Expiry-Date TO LSS-Lot-Sort (1:8)
                    END-IF
                    MOVE LB-Received-Date TO LSS-Lot-Sort (9:8)
                    IF LSS-Lot-Sort < LSS-Best-Sort
                        THEN MOVE LSS-Lot-Sort  TO LSS-Best-Sort
                             MOVE LB-Lot-Number TO LSS-Best-Lot
                             MOVE HIGH-VALUE    TO LSS-Lot-Found-Flag
                    END-IF
           END-IF.

       TAKE-FROM-LOT.
           MOVE LSS-Alloc-Item    TO LB-Item-Number.
           MOVE LSS-Lot-Warehouse TO LB-Warehouse-Code.
           MOVE LSS-Best-Lot      TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   MOVE LOW-VALUE TO LSS-Lot-Found-Flag
               NOT INVALID KEY
                   IF LB-On-Hand-Qty < LSS-Lot-Need
                       THEN MOVE LB-On-Hand-Qty TO LSS-Lot-Take
                       ELSE MOVE LSS-Lot-Need   TO LSS-Lot-Take
                   END-IF
                   SUBTRACT LSS-Lot-Take FROM LB-On-Hand-Qty
                   SUBTRACT LSS-Lot-Take FROM LSS-Lot-Need
                   REWRITE LB-Lot-Record
                   END-REWRITE
                   PERFORM WRITE-ORDER-LOT-RECORD
           END-READ.

       WRITE-ORDER-LOT-RECORD.
           ADD 1 TO LSS-Lot-Seq.
           MOVE OD-Order-Number   TO OL-Order-Number.
           MOVE OD-Line-Number    TO OL-Line-Number.
           MOVE LSS-Lot-Seq       TO OL-Lot-Seq.
           MOVE LSS-Alloc-Item    TO OL-Item-Number.
           MOVE LSS-Lot-Warehouse TO OL-Warehouse-Code.
           MOVE LB-Lot-Number     TO OL-Lot-Number.
           MOVE LB-Expiry-Date    TO OL-Expiry-Date.
           MOVE LSS-Lot-Take      TO OL-Lot-Qty.
           MOVE ZERO              TO OL-Returned-Qty.
           WRITE OL-Lot-Record
               INVALID KEY REWRITE OL-Lot-Record
           END-WRITE.
           IF WS-OL-Status NOT = "00" AND WS-OL-Status NOT = "02"
               THEN DISPLAY "** Warning: order " Order-Number
                            " line " OD-Line-Number " lot "
                            LB-Lot-Number " was drawn but not "
                            "recorded (status " WS-OL-Status ") **"
           END-IF.

      ****************************************************************
      *    Open the order-lot file for update, creating it empty the *
      *    first time.  A file that still won't open leaves lots     *
      *    undrawn for this save rather than drawing stock from lots *
      *    with no record of where it went.                          *
      ****************************************************************
       OPEN-ORDER-LOT-FILE.
           OPEN I-O Order-Lot-File.
           IF WS-OL-Status = "35"
               THEN OPEN OUTPUT Order-Lot-File
                    CLOSE Order-Lot-File
                    OPEN I-O Order-Lot-File
           END-IF.
           IF WS-OL-Status = "00"
               THEN MOVE HIGH-VALUE TO LSS-Lot-Open-Flag
               ELSE DISPLAY "** Warning: order-lot file could not be "
                            "opened (status " WS-OL-Status
                            ") - order " Order-Number
                            " is allocated with NO lots recorded **"
                    CLOSE Lot-Balance-File
           END-IF.

      ****************************************************************
      *    Append one record for the shortfall just found, opening   *
      *    the backorder file on first use - most orders never need  *
           MOVE Order-Date        TO BO-Order-Date.
           MOVE Order-Number      TO BO-Order-Number.
           MOVE Customer-Number   TO BO-Customer-Number.
           MOVE LSS-Alloc-Item    TO BO-Item-Number.
           MOVE LSS-Alloc-Qty     TO BO-Qty-Ordered.
           MOVE LSS-Short-Qty     TO BO-Qty-Short.
           WRITE BO-Backorder-Record.
           IF WS-BO-Status NOT = "00" AND WS-BO-Status NOT = "02"
               THEN DISPLAY "** Warning: backorder record for order "
                            Order-Number " item " LSS-Alloc-Item
                            " could not be written (status "
                            WS-BO-Status ") **"
           END-IF.
