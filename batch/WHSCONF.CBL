 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "WarehouseConfirmImport".

      ****************************************************************
      *                                                              *
      *    Inbound warehouse shipment confirmation.  Reads the       *
      *    return file the warehouse system sends back for the       *
      *    orders WarehouseExtract transmitted (WHSCONF), laid out   *
      *    the same way as our outbound interchange:                 *
      *    - one "H" header per order shipped, carrying the carrier, *
      *      tracking number, ship date, freight cost and shipped    *
      *      weight,                                                 *
      *    - one "D" detail per order line, carrying the quantity    *
      *      ordered and the quantity actually shipped, and          *
      *    - a single "T" trailer with record counts and hash        *
      *      totals (shipped units, and the sum of the order         *
      *      numbers).                                               *
      *    The whole file is balanced against its trailer first; a   *
      *    file that does not balance is refused outright and        *
      *    nothing is posted.  A balanced file is then posted one    *
      *    order at a time, exactly as ShipConfirm would:            *
      *    - the shipment details are written to SHIPMENT and the    *
      *      order moves to SHIPPED;                                 *
      *    - a line shipped short is cut to the shipped quantity,    *
      *      so the invoice bills only what left the building, and   *
      *      the order's totals are adjusted by the taxed value of   *
      *      the shortfall the same way an amendment adjusts them;   *
      *    - the shortfall goes to BACKORD, less any shortage        *
      *      already backordered on that line when it was saved;     *
      *      a kit line short is backordered as its components       *
      *      (KITMAST), the way the save allocated it.               *
      *    A confirmation for an order never sent to the warehouse   *
      *    (not on WHSSENT), already shipped or invoiced, cancelled, *
      *    or whose lines do not match the order, is not posted -    *
      *    it goes on the exceptions section of the register         *
      *    (WHSCRPT) for the shipping office to follow up.           *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Confirmation-File   ASSIGN TO "WHSCONF"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IX-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
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
           SELECT Sent-Marker-File    ASSIGN TO "WHSSENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS WH-Order-Number
                                       FILE STATUS IS WS-WH-Status.
           SELECT Shipment-File       ASSIGN TO "SHIPMENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SH-Order-Number
                                       FILE STATUS IS WS-SH-Status.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Backorder-File      ASSIGN TO "BACKORD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BO-Status.
           SELECT Register-Report-File ASSIGN TO "WHSCRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Confirmation-File is the warehouse system's fixed-format
      *    return transmission - "H" header per order shipped, "D"
      *    detail per line, one "T" trailer for balancing.
       FD  Confirmation-File.
       01  IX-Interchange-Record       PIC X(60).

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
               88  OM-ORDER-HELD                   VALUE "H".
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
           05  OD-Key.
               10  OD-Order-Number     PIC X(5).
               10  OD-Line-Number      PIC 9(4).
           05  OD-Item-Number          PIC X(10).
           05  OD-Item-Cost            PIC 999V99.
           05  OD-Item-Quantity        PIC 9(5).
      *    "C" when the line was priced from the customer's
      *    contract (CONTRACT) instead of the item master's price
      *    and break tiers - blank for list-priced lines.
           05  OD-Contract-Flag        PIC X.
               88  OD-CONTRACT-PRICED              VALUE "C".

      *    Sent-Marker-File remembers every order already handed to
      *    the warehouse system - a confirmation for an order not on
      *    it was never asked for.
       FD  Sent-Marker-File.
       01  WH-Sent-Record.
           05  WH-Order-Number         PIC X(5).
           05  WH-Sent-Date            PIC X(8).
           05  WH-Sent-Time            PIC X(6).

      *    Shipment-File holds one record per confirmed shipment -
      *    the carrier, tracking number, actual ship date, and
      *    freight cost a customer call asks for, stamped with the
      *    confirming operator.
       FD  Shipment-File.
       01  SH-Shipment-Record.
           05  SH-Order-Number         PIC X(5).
           05  SH-Carrier-Code         PIC X(4).
           05  SH-Tracking-Number      PIC X(20).
           05  SH-Ship-Date            PIC X(8).
           05  SH-Freight-Cost         PIC 9(5)V99.
           05  SH-Operator-Id          PIC X(3).
      *    Shipped weight in whole pounds - with the carrier and the
      *    ship-to state it picks the FRTRATE bracket the customer is
      *    billed from - and the freight actually billed, in USD,
      *    stamped by the invoice run for the freight-recovery report.
           05  SH-Ship-Weight          PIC 9(5).
           05  SH-Freight-Billed       PIC 9(5)V99.

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    a kit line was allocated as its components, so it is the
      *    components that are backordered when it ships short.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

       FD  Backorder-File.
       01  BO-Backorder-Record.
           05  BO-Order-Date           PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  BO-Order-Number         PIC X(5).
           05  FILLER                  PIC X       VALUE SPACE.
           05  BO-Customer-Number      PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  BO-Item-Number          PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  BO-Qty-Ordered          PIC 9(5).
           05  FILLER                  PIC X       VALUE SPACE.
           05  BO-Qty-Short            PIC 9(5).

       FD  Register-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IX-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-WH-Status                PIC X(2).
       01  WS-SH-Status                PIC X(2).
       01  WS-BO-Status                PIC X(2).
       01  WS-KT-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-IX-EOF-Flag              PIC X.
           88  WS-IX-EOF                           VALUE "1".
       01  WS-BO-EOF-Flag              PIC X.
           88  WS-BO-EOF                           VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).

      *    The shipment record's operator id for confirmations that
      *    came in from the warehouse system rather than a keyboard.
       01  WS-Interface-Operator       PIC X(3)        VALUE "WHS".

      *    Return-file record layouts, mirroring the outbound
      *    interchange - the record is moved into whichever view its
      *    type byte calls for.
       01  WS-Header-Layout.
           05  WS-HL-Type              PIC X.
           05  WS-HL-Order-Number      PIC X(5).
           05  WS-HL-Carrier-Code      PIC X(4).
           05  WS-HL-Tracking-Number   PIC X(20).
           05  WS-HL-Ship-Date         PIC X(8).
           05  WS-HL-Freight-Cost      PIC 9(5)V99.
           05  WS-HL-Ship-Weight       PIC 9(5).
           05  WS-HL-Line-Count        PIC 9(4).
           05  FILLER                  PIC X(6).

       01  WS-Detail-Layout.
           05  WS-DL-Type              PIC X.
           05  WS-DL-Order-Number      PIC X(5).
           05  WS-DL-Line-Number       PIC 9(4).
           05  WS-DL-Item-Number       PIC X(10).
           05  WS-DL-Qty-Ordered       PIC 9(5).
           05  WS-DL-Qty-Shipped       PIC 9(5).
           05  FILLER                  PIC X(30).

       01  WS-Trailer-Layout.
           05  WS-TL-Type              PIC X.
           05  WS-TL-Header-Count      PIC 9(5).
           05  WS-TL-Detail-Count      PIC 9(7).
           05  WS-TL-Units-Hash        PIC 9(11).
           05  WS-TL-Order-Hash        PIC 9(11).
           05  FILLER                  PIC X(25).

      *    Totals accumulated by the balancing pass, checked against
      *    the trailer's.
       01  WS-Header-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Detail-Count             PIC 9(7)        VALUE ZERO.
       01  WS-Units-Hash               PIC 9(11)       VALUE ZERO.
       01  WS-Order-Hash               PIC 9(11)       VALUE ZERO.
       01  WS-Trailer-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Stray-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Order-Number-Num         PIC 9(5).
       01  WS-Balanced-Flag            PIC X.
           88  WS-FILE-BALANCED                    VALUE "1".
       01  WS-Current-Order            PIC X(5).

      *    The order being posted - its header, and its detail
      *    records held until the next header or the trailer.
       01  WS-Order-Open-Flag          PIC X           VALUE "0".
           88  WS-ORDER-OPEN                       VALUE "1".
       01  WS-Held-Header              PIC X(60).
       01  WS-Line-Table.
           05  WS-Line-Count           PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Line-Entry           OCCURS 500 TIMES.
               10  WS-LN-Line-Number   PIC 9(4).
               10  WS-LN-Item-Number   PIC X(10).
               10  WS-LN-Qty-Shipped   PIC 9(5).
       01  WS-Line-Overflow-Flag       PIC X.
       01  WS-Line-Index               PIC S9(4)       COMP.
       01  WS-Exception-Reason         PIC X(40).
       01  WS-Formatted-Line           PIC 9(4).

      *    Shortfall settlement for the line being posted.
       01  WS-Short-Qty                PIC 9(5).
       01  WS-Already-Short            PIC 9(7).
       01  WS-New-Backorder            PIC 9(5).
       01  WS-Original-Qty             PIC 9(5).
       01  WS-Delta-Value              PIC S9(9)V99.
       01  WS-Taxed-Delta              PIC S9(9)V99.
      *    Whether the kit master opened - with no KITMAST on file
      *    there are no kits, and every line backorders as itself.
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
       01  WS-Kit-Index                PIC S9(4)       COMP.
      *    The stock item being backordered - the line's own item,
      *    or one component of a kit line - and its quantities.
       01  WS-Stock-Item               PIC X(10).
       01  WS-Stock-Short              PIC 9(5).
       01  WS-Stock-Ordered            PIC 9(5).
       01  WS-Line-Backorder           PIC 9(5).

       01  WS-Posted-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Exception-Count          PIC 9(5)        VALUE ZERO.
       01  WS-Short-Line-Count         PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Qty            PIC ZZZZ9.
       01  WS-Formatted-Backorder      PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

           OPEN INPUT Confirmation-File.
           IF WS-IX-Status NOT = "00"
               THEN DISPLAY "Warehouse confirmation file could not be "
                            "opened (status " WS-IX-Status ") - "
                            "nothing to post"
                    GOBACK
           END-IF.

           OPEN OUTPUT Register-Report-File.
           MOVE SPACES TO RP-Report-Line.
           STRING "WAREHOUSE SHIPMENT CONFIRMATION REGISTER  "
                   DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Balance the whole file against its trailer before a       *
      *    single order is posted - a short or garbled transmission  *
      *    must be resent whole, not half-applied.                   *
      ****************************************************************
           PERFORM BALANCE-CONFIRMATION-FILE.
           CLOSE Confirmation-File.
           IF NOT WS-FILE-BALANCED
               THEN CLOSE Register-Report-File
                    DISPLAY "** Warehouse confirmation file does not "
                            "balance - nothing posted, see WHSCRPT **"
                    GOBACK
           END-IF.

           OPEN I-O Order-Master-File.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "Order master could not be opened "
                            "(status " WS-OM-Status ") - ending"
                    CLOSE Register-Report-File
                    GOBACK
           END-IF.
           OPEN I-O Order-Detail-File.
           IF WS-OD-Status NOT = "00"
               THEN DISPLAY "Order detail could not be opened "
                            "(status " WS-OD-Status ") - ending"
                    CLOSE Order-Master-File
                    CLOSE Register-Report-File
                    GOBACK
           END-IF.
           OPEN INPUT Sent-Marker-File.
           IF WS-WH-Status NOT = "00"
               THEN DISPLAY "Sent-marker file could not be opened "
                            "(status " WS-WH-Status ") - no order "
                            "can be proved sent, so nothing is "
                            "posted.  Ending"
                    CLOSE Order-Master-File
                    CLOSE Order-Detail-File
                    CLOSE Register-Report-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    SHIPMENT is pre-allocated empty the same way ORDMAST is,  *
      *    so OPEN I-O falls back to OPEN OUTPUT the very first      *
      *    time.                                                     *
      ****************************************************************
           OPEN I-O Shipment-File.
           IF WS-SH-Status = "35"
               THEN OPEN OUTPUT Shipment-File
                    CLOSE Shipment-File
                    OPEN I-O Shipment-File
           END-IF.
           IF WS-SH-Status NOT = "00"
               THEN DISPLAY "Shipment file could not be opened "
                            "(status " WS-SH-Status ") - ending"
                    CLOSE Order-Master-File
                    CLOSE Order-Detail-File
                    CLOSE Sent-Marker-File
                    CLOSE Register-Report-File
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

           OPEN INPUT Confirmation-File.
           PERFORM POST-CONFIRMATION-FILE.
           CLOSE Confirmation-File.

           PERFORM WRITE-REGISTER-TOTALS.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           CLOSE Sent-Marker-File.
           CLOSE Shipment-File.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           CLOSE Register-Report-File.

           MOVE WS-Posted-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " shipment(s) posted from the "
                   "warehouse confirmation".
           MOVE WS-Exception-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " exception(s) - see WHSCRPT".

           GOBACK.

      ****************************************************************
      *    Paragraph BALANCE-CONFIRMATION-FILE reads the whole file  *
      *    once, totalling what the trailer claims, and prints the   *
      *    verdict.  Exactly one trailer, at the end, is required.   *
      ****************************************************************
       BALANCE-CONFIRMATION-FILE.
           MOVE "0" TO WS-Balanced-Flag.
           MOVE "0" TO WS-IX-EOF-Flag.
           PERFORM UNTIL WS-IX-EOF
               READ Confirmation-File
                   AT END MOVE "1" TO WS-IX-EOF-Flag
                   NOT AT END PERFORM TALLY-ONE-RECORD
               END-READ
           END-PERFORM.

           IF WS-Trailer-Count = 1 AND WS-Stray-Count = 0 AND
              WS-TL-Header-Count = WS-Header-Count AND
              WS-TL-Detail-Count = WS-Detail-Count AND
              WS-TL-Units-Hash   = WS-Units-Hash   AND
              WS-TL-Order-Hash   = WS-Order-Hash
               THEN MOVE "1" TO WS-Balanced-Flag
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           IF WS-FILE-BALANCED
               THEN STRING "FILE BALANCES TO ITS TRAILER - POSTING"
                           DELIMITED BY SIZE INTO RP-Report-Line
               ELSE STRING "FILE DOES NOT BALANCE TO ITS TRAILER - "
                           "NOTHING POSTED, ASK FOR A RESEND"
                           DELIMITED BY SIZE INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

           MOVE WS-Header-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  HEADERS READ " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "  DETAILS READ " DELIMITED BY SIZE
                   WS-Detail-Count DELIMITED BY SIZE
                   "  TRAILERS " DELIMITED BY SIZE
                   WS-Trailer-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-Stray-Count > 0
               THEN MOVE WS-Stray-Count TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING "  RECORDS OUT OF PLACE OR OF UNKNOWN TYPE "
                           DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph TALLY-ONE-RECORD adds one record into the       *
      *    balancing totals.  A detail must follow a header for its  *
      *    own order, and nothing may follow the trailer.            *
      ****************************************************************
       TALLY-ONE-RECORD.
           IF WS-Trailer-Count > 0
               THEN ADD 1 TO WS-Stray-Count
           END-IF.
           EVALUATE IX-Interchange-Record (1:1)
               WHEN "H"
                   MOVE IX-Interchange-Record TO WS-Header-Layout
                   ADD 1 TO WS-Header-Count
                   MOVE WS-HL-Order-Number TO WS-Current-Order
                   IF WS-HL-Order-Number NUMERIC
                       THEN MOVE WS-HL-Order-Number
                                          TO WS-Order-Number-Num
                            ADD WS-Order-Number-Num TO WS-Order-Hash
                       ELSE ADD 1 TO WS-Stray-Count
                   END-IF
               WHEN "D"
                   MOVE IX-Interchange-Record TO WS-Detail-Layout
                   ADD 1 TO WS-Detail-Count
                   IF WS-DL-Order-Number NOT = WS-Current-Order OR
                      WS-DL-Qty-Shipped NOT NUMERIC
                       THEN ADD 1 TO WS-Stray-Count
                       ELSE ADD WS-DL-Qty-Shipped TO WS-Units-Hash
                   END-IF
               WHEN "T"
                   MOVE IX-Interchange-Record TO WS-Trailer-Layout
                   ADD 1 TO WS-Trailer-Count
               WHEN OTHER
                   ADD 1 TO WS-Stray-Count
           END-EVALUATE.

      ****************************************************************
      *    Paragraph POST-CONFIRMATION-FILE reads the balanced file  *
      *    again, gathering each order's header and details and      *
      *    posting the order when the next header or the trailer     *
      *    closes it off.                                            *
      ****************************************************************
       POST-CONFIRMATION-FILE.
           MOVE "0" TO WS-IX-EOF-Flag.
           PERFORM UNTIL WS-IX-EOF
               READ Confirmation-File
                   AT END MOVE "1" TO WS-IX-EOF-Flag
                   NOT AT END PERFORM FILE-ONE-RECORD
               END-READ
           END-PERFORM.
           IF WS-ORDER-OPEN
               THEN PERFORM POST-ONE-ORDER
           END-IF.

       FILE-ONE-RECORD.
           EVALUATE IX-Interchange-Record (1:1)
               WHEN "H"
                   IF WS-ORDER-OPEN
                       THEN PERFORM POST-ONE-ORDER
                   END-IF
                   MOVE "1" TO WS-Order-Open-Flag
                   MOVE IX-Interchange-Record TO WS-Held-Header
                   MOVE ZERO TO WS-Line-Count
                   MOVE "0"  TO WS-Line-Overflow-Flag
               WHEN "D"
                   MOVE IX-Interchange-Record TO WS-Detail-Layout
                   IF WS-Line-Count < 500
                       THEN ADD 1 TO WS-Line-Count
                            MOVE WS-DL-Line-Number
                                 TO WS-LN-Line-Number (WS-Line-Count)
                            MOVE WS-DL-Item-Number
                                 TO WS-LN-Item-Number (WS-Line-Count)
                            MOVE WS-DL-Qty-Shipped
                                 TO WS-LN-Qty-Shipped (WS-Line-Count)
                       ELSE MOVE "1" TO WS-Line-Overflow-Flag
                   END-IF
               WHEN OTHER
                   IF WS-ORDER-OPEN
                       THEN PERFORM POST-ONE-ORDER
                   END-IF
           END-EVALUATE.

      ****************************************************************
      *    Paragraph POST-ONE-ORDER judges the order the             *
      *    confirmation is for and posts it, or lists it as an       *
      *    exception.  Every check is made before anything is        *
      *    written, so an order is posted whole or not at all.       *
      ****************************************************************
       POST-ONE-ORDER.
           MOVE "0" TO WS-Order-Open-Flag.
           MOVE WS-Held-Header TO WS-Header-Layout.
           MOVE SPACES TO WS-Exception-Reason.

           MOVE WS-HL-Order-Number TO WH-Order-Number.
           READ Sent-Marker-File
               INVALID KEY
                   MOVE "ORDER WAS NEVER SENT TO THE WAREHOUSE"
                                          TO WS-Exception-Reason
           END-READ.

           IF WS-Exception-Reason = SPACES
               THEN MOVE WS-HL-Order-Number TO OM-Order-Number
                    READ Order-Master-File
                        INVALID KEY
                            MOVE "ORDER NOT ON THE ORDER MASTER"
                                          TO WS-Exception-Reason
                        NOT INVALID KEY
                            PERFORM JUDGE-ORDER-STATUS
                    END-READ
           END-IF.

           IF WS-Exception-Reason = SPACES
               THEN MOVE WS-HL-Order-Number TO SH-Order-Number
                    READ Shipment-File
                        NOT INVALID KEY
                            MOVE "SHIPMENT ALREADY CONFIRMED"
                                          TO WS-Exception-Reason
                    END-READ
           END-IF.

           IF WS-Exception-Reason = SPACES AND
              (WS-HL-Ship-Date NOT NUMERIC OR
               WS-HL-Freight-Cost NOT NUMERIC OR
               WS-HL-Ship-Weight NOT NUMERIC OR
               WS-HL-Carrier-Code = SPACES)
               THEN MOVE "CARRIER, DATE, FREIGHT OR WEIGHT NOT VALID"
                                          TO WS-Exception-Reason
           END-IF.

           IF WS-Exception-Reason = SPACES AND
              WS-Line-Overflow-Flag = "1"
               THEN MOVE "MORE THAN 500 LINES CONFIRMED"
                                          TO WS-Exception-Reason
           END-IF.

           IF WS-Exception-Reason = SPACES
               THEN PERFORM MATCH-CONFIRMED-LINES
           END-IF.

           IF WS-Exception-Reason = SPACES
               THEN PERFORM APPLY-CONFIRMATION
               ELSE PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       JUDGE-ORDER-STATUS.
           EVALUATE TRUE
               WHEN OM-ORDER-SHIPPED
                   MOVE "ORDER ALREADY SHIPPED"
                                          TO WS-Exception-Reason
               WHEN OM-ORDER-INVOICED
                   MOVE "ORDER ALREADY SHIPPED AND INVOICED"
                                          TO WS-Exception-Reason
               WHEN OM-ORDER-CANCELLED
                   MOVE "ORDER HAS BEEN CANCELLED"
                                          TO WS-Exception-Reason
               WHEN OM-ORDER-HELD
                   MOVE "ORDER IS ON HOLD - NOT RELEASED"
                                          TO WS-Exception-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************
      *    Paragraph MATCH-CONFIRMED-LINES checks every confirmed    *
      *    line against the order's own line of that number: same    *
      *    item, and no more shipped than was ordered.  Every line   *
      *    of the order must be confirmed, even at zero shipped.     *
      ****************************************************************
       MATCH-CONFIRMED-LINES.
           PERFORM VARYING WS-Line-Index FROM 1 BY 1
                   UNTIL WS-Line-Index > WS-Line-Count
                      OR WS-Exception-Reason NOT = SPACES
               MOVE WS-LN-Line-Number (WS-Line-Index)
                                          TO WS-Formatted-Line
               MOVE OM-Order-Number       TO OD-Order-Number
               MOVE WS-LN-Line-Number (WS-Line-Index)
                                          TO OD-Line-Number
               READ Order-Detail-File
                   INVALID KEY
                       STRING "LINE " DELIMITED BY SIZE
                              WS-Formatted-Line DELIMITED BY SIZE
                              " IS NOT ON THE ORDER" DELIMITED BY SIZE
                              INTO WS-Exception-Reason
                   NOT INVALID KEY
                       IF OD-Item-Number NOT =
                          WS-LN-Item-Number (WS-Line-Index)
                           THEN STRING "LINE " DELIMITED BY SIZE
                                       WS-Formatted-Line
                                           DELIMITED BY SIZE
                                       " ITEM DOES NOT MATCH"
                                           DELIMITED BY SIZE
                                       INTO WS-Exception-Reason
                       END-IF
                       IF WS-LN-Qty-Shipped (WS-Line-Index) >
                          OD-Item-Quantity
                           THEN STRING "LINE " DELIMITED BY SIZE
                                       WS-Formatted-Line
                                           DELIMITED BY SIZE
                                       " SHIPPED MORE THAN ORDERED"
                                           DELIMITED BY SIZE
                                       INTO WS-Exception-Reason
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Exception-Reason = SPACES
               THEN PERFORM COUNT-ORDER-LINES
           END-IF.

      ****************************************************************
      *    Paragraph COUNT-ORDER-LINES compares the order's own line *
      *    count with the lines confirmed - a line the warehouse     *
      *    left out would otherwise be invoiced unshipped.           *
      ****************************************************************
       COUNT-ORDER-LINES.
           MOVE ZERO TO WS-Line-Index.
           MOVE OM-Order-Number TO OD-Order-Number.
           MOVE ZERO            TO OD-Line-Number.
           START Order-Detail-File KEY IS >= OD-Key
               INVALID KEY MOVE "10" TO WS-OD-Status
           END-START.
           PERFORM UNTIL WS-OD-Status NOT = "00"
               READ Order-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-OD-Status
               END-READ
               IF WS-OD-Status = "00"
                   THEN IF OD-Order-Number = OM-Order-Number
                       THEN ADD 1 TO WS-Line-Index
                       ELSE MOVE "10" TO WS-OD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-OD-Status.
           IF WS-Line-Index NOT = WS-Line-Count
               THEN MOVE "NOT EVERY ORDER LINE WAS CONFIRMED"
                                          TO WS-Exception-Reason
           END-IF.

      ****************************************************************
      *    Paragraph APPLY-CONFIRMATION posts the order: short lines *
      *    first (they adjust the header), then the shipment record, *
      *    then the header itself at SHIPPED.                        *
      ****************************************************************
       APPLY-CONFIRMATION.
           PERFORM VARYING WS-Line-Index FROM 1 BY 1
                   UNTIL WS-Line-Index > WS-Line-Count
               MOVE OM-Order-Number TO OD-Order-Number
               MOVE WS-LN-Line-Number (WS-Line-Index)
                                    TO OD-Line-Number
               READ Order-Detail-File
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OD-Status = "00" AND
                  WS-LN-Qty-Shipped (WS-Line-Index) < OD-Item-Quantity
                   THEN PERFORM SETTLE-SHORT-LINE
               END-IF
           END-PERFORM.

           MOVE OM-Order-Number       TO SH-Order-Number.
           MOVE WS-HL-Carrier-Code    TO SH-Carrier-Code.
           MOVE WS-HL-Tracking-Number TO SH-Tracking-Number.
           MOVE WS-HL-Ship-Date       TO SH-Ship-Date.
           MOVE WS-HL-Freight-Cost    TO SH-Freight-Cost.
           MOVE WS-HL-Ship-Weight     TO SH-Ship-Weight.
           MOVE ZERO                  TO SH-Freight-Billed.
           MOVE WS-Interface-Operator TO SH-Operator-Id.
           WRITE SH-Shipment-Record
               INVALID KEY REWRITE SH-Shipment-Record
           END-WRITE.
           IF WS-SH-Status NOT = "00" AND WS-SH-Status NOT = "02"
               THEN DISPLAY "** Shipment record for order "
                            OM-Order-Number " was NOT written "
                            "(status " WS-SH-Status ") **"
           END-IF.

           MOVE "S" TO OM-Order-Status.
           REWRITE OM-Order-Record
           END-REWRITE.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "** Order " OM-Order-Number
                            " could not be advanced to SHIPPED "
                            "(status " WS-OM-Status ") **"
               ELSE PERFORM POST-ORDER-INDEX
           END-IF.

           ADD 1 TO WS-Posted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING OM-Order-Number DELIMITED BY SIZE
                   "  SHIPPED  " DELIMITED BY SIZE
                   SH-Carrier-Code DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SH-Tracking-Number DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SH-Ship-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph SETTLE-SHORT-LINE cuts the line the record area *
      *    holds to what actually shipped and takes the taxed value  *
      *    of the shortfall off the order's totals, the same way an  *
      *    amendment does.  Only the part of the shortfall not       *
      *    already backordered at save time is added to BACKORD -    *
      *    those units were never allocated, and are already owed.   *
      *    A kit line settles each component separately, at the      *
      *    short kits times the component's per-kit quantity.        *
      ****************************************************************
       SETTLE-SHORT-LINE.
           ADD 1 TO WS-Short-Line-Count.
           MOVE OD-Item-Quantity TO WS-Original-Qty.
           COMPUTE WS-Short-Qty =
                   OD-Item-Quantity - WS-LN-Qty-Shipped (WS-Line-Index).
           MOVE WS-LN-Qty-Shipped (WS-Line-Index) TO OD-Item-Quantity.
           REWRITE OD-Detail-Record
           END-REWRITE.
           IF WS-OD-Status NOT = "00"
               THEN DISPLAY "** Warning: order " OM-Order-Number
                            " line " OD-Line-Number " could not be "
                            "cut to the shipped quantity (status "
                            WS-OD-Status ") **"
           END-IF.

           COMPUTE WS-Delta-Value =
                   ZERO - (OD-Item-Cost * WS-Short-Qty).
           COMPUTE WS-Taxed-Delta ROUNDED =
                   WS-Delta-Value * (1 + OM-Tax-Rate).
           COMPUTE OM-Total-Cost = OM-Total-Cost + WS-Taxed-Delta
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE OM-Tax-Amount ROUNDED = OM-Tax-Amount
                   + (WS-Delta-Value * OM-Tax-Rate)
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE OM-USD-Total ROUNDED = OM-USD-Total
                   + (WS-Taxed-Delta * OM-Exchange-Rate)
               ON SIZE ERROR CONTINUE
           END-COMPUTE.

           MOVE ZERO TO WS-Line-Backorder.
           MOVE OD-Item-Number  TO WS-Stock-Item.
           MOVE WS-Short-Qty    TO WS-Stock-Short.
           MOVE WS-Original-Qty TO WS-Stock-Ordered.
           IF WS-KIT-FILE-OPEN
               THEN MOVE OD-Item-Number TO KT-Kit-Number
                    READ Kit-Master-File
                        INVALID KEY
                            PERFORM SETTLE-STOCK-SHORTFALL
                        NOT INVALID KEY
                            PERFORM SETTLE-KIT-COMPONENTS
                    END-READ
               ELSE PERFORM SETTLE-STOCK-SHORTFALL
           END-IF.

           MOVE WS-Short-Qty      TO WS-Formatted-Qty.
           MOVE WS-Line-Backorder TO WS-Formatted-Backorder.
           MOVE OD-Line-Number   TO WS-Formatted-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING OM-Order-Number DELIMITED BY SIZE
                   "    LINE " DELIMITED BY SIZE
                   WS-Formatted-Line DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OD-Item-Number DELIMITED BY SIZE
                   " SHORT " DELIMITED BY SIZE
                   WS-Formatted-Qty DELIMITED BY SIZE
                   "  NEWLY BACKORDERED " DELIMITED BY SIZE
                   WS-Formatted-Backorder DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       SETTLE-KIT-COMPONENTS.
           PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                   UNTIL   WS-Kit-Index > KT-Component-Count
                        OR WS-Kit-Index > 8
               MOVE KT-Comp-Item (WS-Kit-Index) TO WS-Stock-Item
               COMPUTE WS-Stock-Short =
                       WS-Short-Qty * KT-Comp-Qty (WS-Kit-Index)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-Stock-Short
               END-COMPUTE
               COMPUTE WS-Stock-Ordered =
                       WS-Original-Qty * KT-Comp-Qty (WS-Kit-Index)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-Stock-Ordered
               END-COMPUTE
               PERFORM SETTLE-STOCK-SHORTFALL
           END-PERFORM.

       SETTLE-STOCK-SHORTFALL.
           PERFORM SUM-LINE-BACKORDERS.
           IF WS-Stock-Short > WS-Already-Short
               THEN COMPUTE WS-New-Backorder =
                            WS-Stock-Short - WS-Already-Short
                    PERFORM WRITE-BACKORDER-RECORD
                    ADD WS-New-Backorder TO WS-Line-Backorder
                        ON SIZE ERROR CONTINUE
                    END-ADD
           END-IF.

      ****************************************************************
      *    Paragraph SUM-LINE-BACKORDERS totals the shortage already *
      *    on BACKORD for this order and stock item.                 *
      ****************************************************************
       SUM-LINE-BACKORDERS.
           MOVE ZERO TO WS-Already-Short.
           OPEN INPUT Backorder-File.
           IF WS-BO-Status = "00"
               THEN MOVE "0" TO WS-BO-EOF-Flag
                    PERFORM UNTIL WS-BO-EOF
                        READ Backorder-File
                            AT END MOVE "1" TO WS-BO-EOF-Flag
                            NOT AT END
                                IF BO-Order-Number = OM-Order-Number
                                   AND BO-Item-Number = WS-Stock-Item
                                    THEN ADD BO-Qty-Short
                                          TO WS-Already-Short
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE Backorder-File
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-BACKORDER-RECORD appends the new          *
      *    shortfall, opening the file on first use the same way     *
      *    the save does.                                            *
      ****************************************************************
       WRITE-BACKORDER-RECORD.
           OPEN EXTEND Backorder-File.
           IF WS-BO-Status = "35"
               THEN OPEN OUTPUT Backorder-File
           END-IF.
           MOVE OM-Order-Date      TO BO-Order-Date.
           MOVE OM-Order-Number    TO BO-Order-Number.
           MOVE OM-Customer-Number TO BO-Customer-Number.
           MOVE WS-Stock-Item      TO BO-Item-Number.
           MOVE WS-Stock-Ordered   TO BO-Qty-Ordered.
           MOVE WS-New-Backorder   TO BO-Qty-Short.
           WRITE BO-Backorder-Record.
           IF WS-BO-Status NOT = "00" AND WS-BO-Status NOT = "02"
               THEN DISPLAY "** Warning: backorder record for order "
                            OM-Order-Number " item " WS-Stock-Item
                            " could not be written (status "
                            WS-BO-Status ") **"
           END-IF.
           CLOSE Backorder-File.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-Exception-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-HL-Order-Number DELIMITED BY SIZE
                   "  EXCEPTION - NOT POSTED: " DELIMITED BY SIZE
                   WS-Exception-Reason DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Posted-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "ORDERS POSTED AS SHIPPED:  " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Short-Line-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "LINES SHIPPED SHORT:       " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Exception-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "EXCEPTIONS NOT POSTED:     " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

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

       END PROGRAM "WarehouseConfirmImport".
