 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "LotRecallTrace".

      ****************************************************************
      *                                                              *
      *    Recall trace for one manufacturer lot.  When a supplier   *
      *    recalls a lot, this answers "who got it": the lot number  *
      *    (and optionally the item, for a lot number more than one  *
      *    supplier uses) is read at SYSIN, and LOTTRCRP lists -     *
      *    - the lot's stock still on our shelves, per item and      *
      *      warehouse, from LOTBAL, so it can be quarantined, and   *
      *    - every order line that drew from the lot (ORDLOT), with  *
      *      the order's status, customer and ship-to address, the   *
      *      units drawn, the units since returned, and the units    *
      *      still out.  Orders not yet shipped are listed too, so   *
      *      they can be stopped at the dock.                        *
      *    An order the month-end archive has moved off ORDMAST is   *
      *    found on ARCMAST instead and marked archived.  A line     *
      *    whose order is on neither is listed by number alone.      *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-Lot-File      ASSIGN TO "ORDLOT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OL-Key
                                       FILE STATUS IS WS-OL-Status.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Archive-Master-File ASSIGN TO "ARCMAST"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AM-Status.
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Trace-Report-File   ASSIGN TO "LOTTRCRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Order-Lot-File records the lots each detail line drew
      *    from, keyed by the line's key plus a sequence.  A kit
      *    line's records name the component taken from the lot.
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

      *    Only the key is named - the record is moved whole into
      *    WS-Trace-Order, which has the order header's layout.
       FD  Order-Master-File.
       01  OM-Order-Record.
           05  OM-Order-Number         PIC X(5).
           05  FILLER                  PIC X(217).

      *    Each archive record is the original order header's image
      *    prefixed with the date the archive run moved it.
       FD  Archive-Master-File.
       01  AM-Archive-Record.
           05  AM-Archive-Date         PIC X(8).
           05  FILLER                  PIC X.
           05  AM-Order-Image          PIC X(222).

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
           05  CU-Rep-Code             PIC X(3).

       FD  Trace-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OL-Status                PIC X(2).
       01  WS-LB-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-AM-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Date-Work                PIC X(21).
       01  WS-Today                    PIC X(8).
       01  WS-Work-Field               PIC X(30).
       01  WS-Trace-Lot                PIC X(15).
       01  WS-Trace-Item               PIC X(10).
       01  WS-OM-Open-Flag             PIC X.
           88  WS-ORDERS-OPEN                      VALUE "1".
       01  WS-CU-Open-Flag             PIC X.
           88  WS-CUSTOMERS-OPEN                   VALUE "1".

      *    The order header being printed - read from ORDMAST, or
      *    from an archived image on ARCMAST.  Same layout as the
      *    order master record.
       01  WS-Trace-Order.
           05  WS-TO-Order-Number      PIC X(5).
           05  WS-TO-Order-Date        PIC X(8).
           05  WS-TO-Customer-Number   PIC X(10).
           05  WS-TO-Currency-Code     PIC X(3).
           05  WS-TO-Line-Count        PIC 9(4).
           05  WS-TO-Total-Cost        PIC 9(7)V99.
           05  WS-TO-Tax-Rate          PIC V999.
           05  WS-TO-Operator-Id       PIC X(3).
           05  WS-TO-Order-Status      PIC X.
               88  WS-TO-ENTERED                   VALUE "E".
               88  WS-TO-PICKED                    VALUE "P".
               88  WS-TO-SHIPPED                   VALUE "S".
               88  WS-TO-INVOICED                  VALUE "I".
               88  WS-TO-CANCELLED                 VALUE "C".
           05  WS-TO-Exchange-Rate     PIC 9(3)V9(6).
           05  WS-TO-USD-Total         PIC 9(9)V99.
           05  WS-TO-Tax-Amount        PIC 9(7)V99.
           05  WS-TO-Ship-To-State     PIC X(2).
           05  WS-TO-Ship-To-Name      PIC X(30).
           05  WS-TO-Ship-To-Line1     PIC X(30).
           05  WS-TO-Ship-To-Line2     PIC X(30).
           05  WS-TO-Ship-To-City      PIC X(20).
           05  WS-TO-Ship-To-Zip       PIC X(10).
           05  WS-TO-Warehouse-Code    PIC X(2).
           05  WS-TO-Customer-PO       PIC X(20).
           05  WS-TO-Rep-Code          PIC X(3).
       01  WS-Status-Text              PIC X(20).
       01  WS-Customer-Name            PIC X(30).

      *    Every order line that drew from the lot, gathered in one
      *    pass of ORDLOT.  Found-Flag says where the order was
      *    found: O(rder master), A(rchive), or blank for neither.
       01  WS-Hit-Count                PIC 9(4)        VALUE ZERO.
       01  WS-Hits-Dropped             PIC 9(5)        VALUE ZERO.
       01  WS-Hit-Table.
           05  WS-Hit                  OCCURS 1000 TIMES.
               10  WS-Hit-Order        PIC X(5).
               10  WS-Hit-Line         PIC 9(4).
               10  WS-Hit-Item         PIC X(10).
               10  WS-Hit-Warehouse    PIC X(2).
               10  WS-Hit-Qty          PIC 9(5).
               10  WS-Hit-Returned     PIC 9(5).
               10  WS-Hit-Found-Flag   PIC X.
       01  WS-Hit-Index                PIC S9(4)       COMP.
       01  WS-Unresolved-Count         PIC 9(4)        VALUE ZERO.

       01  WS-Lot-Stock-Count          PIC 9(5)        VALUE ZERO.
       01  WS-Lot-On-Hand              PIC 9(9)        VALUE ZERO.
       01  WS-Order-Line-Count         PIC 9(5)        VALUE ZERO.
       01  WS-Units-Drawn              PIC 9(9)        VALUE ZERO.
       01  WS-Units-Returned           PIC 9(9)        VALUE ZERO.
       01  WS-Units-Out                PIC 9(9)        VALUE ZERO.
       01  WS-Line-Out                 PIC 9(5).
       01  WS-Formatted-Qty            PIC ZZ,ZZ9.
       01  WS-Formatted-Returned       PIC ZZ,ZZ9.
       01  WS-Formatted-Out            PIC ZZ,ZZ9.
       01  WS-Formatted-Received       PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-On-Hand        PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Total          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today.

           DISPLAY "Enter the lot number to trace: ".
           ACCEPT WS-Work-Field                   FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           MOVE WS-Work-Field (1:15) TO WS-Trace-Lot.
           IF WS-Trace-Lot = SPACES
               THEN DISPLAY "No lot number keyed - nothing to trace"
                    GOBACK
           END-IF.
           DISPLAY "Enter the item number, or press Enter for every "
                   "item carrying that lot: ".
           ACCEPT WS-Work-Field                   FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           MOVE WS-Work-Field (1:10) TO WS-Trace-Item.

           OPEN OUTPUT Trace-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "LOT RECALL TRACE - LOT " DELIMITED BY SIZE
                   WS-Trace-Lot DELIMITED BY SPACE
                   "  AS OF " DELIMITED BY SIZE
                   WS-Today DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-Trace-Item NOT = SPACES
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "Item " DELIMITED BY SIZE
                            WS-Trace-Item DELIMITED BY SIZE
                            " only" DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           PERFORM REPORT-LOT-STOCK.
           PERFORM GATHER-LOT-DRAWS.

      ****************************************************************
      *    Customer names are a convenience - with no customer       *
      *    master the number alone is printed.                       *
      ****************************************************************
           MOVE "0" TO WS-CU-Open-Flag.
           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status = "00"
               THEN MOVE "1" TO WS-CU-Open-Flag
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE "ORDERS THAT RECEIVED THE LOT" TO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Hit-Count = 0
               THEN MOVE "  No order has drawn from this lot"
                                      TO RP-Report-Line
                    WRITE RP-Report-Line
               ELSE PERFORM REPORT-LIVE-ORDERS
                    IF WS-Unresolved-Count > 0
                        THEN PERFORM REPORT-ARCHIVED-ORDERS
                    END-IF
                    IF WS-Unresolved-Count > 0
                        THEN PERFORM REPORT-MISSING-ORDERS
                    END-IF
           END-IF.

           IF WS-CUSTOMERS-OPEN
               THEN CLOSE Customer-Master-File
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Order-Line-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Order lines that drew the lot: " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Units-Drawn TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "Units drawn:    " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Units-Returned TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "Units returned: " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Units-Out TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "Units still out:" DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Lot-On-Hand TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "Units on hand:  " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-Hits-Dropped > 0
               THEN MOVE WS-Hits-Dropped TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING "** WARNING: " DELIMITED BY SIZE
                            WS-Formatted-Count DELIMITED BY SIZE
                            " more order line(s) drew the lot but "
                            DELIMITED BY SIZE
                            "would not fit - narrow by item **"
                            DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           CLOSE Trace-Report-File.

           DISPLAY "Recall trace for lot " WS-Trace-Lot
                   " written to LOTTRCRP".

           GOBACK.

      ****************************************************************
      *    Paragraph REPORT-LOT-STOCK lists what is left of the lot  *
      *    on our own shelves - one line per item and warehouse      *
      *    holding it - so the stock can be pulled before another    *
      *    order draws it.                                           *
      ****************************************************************
       REPORT-LOT-STOCK.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE "STOCK OF THE LOT ON HAND" TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "  Item        Wh  Expires   Received    Received"
                   "    On hand"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

           OPEN INPUT Lot-Balance-File.
           IF WS-LB-Status NOT = "00"
               THEN MOVE "  No lot balances are on file"
                                      TO RP-Report-Line
                    WRITE RP-Report-Line
           ELSE
               MOVE LOW-VALUES TO LB-Key
               IF WS-Trace-Item NOT = SPACES
                   THEN MOVE WS-Trace-Item TO LB-Item-Number
               END-IF
               START Lot-Balance-File KEY IS >= LB-Key
                   INVALID KEY MOVE "10" TO WS-LB-Status
               END-START
               PERFORM UNTIL WS-LB-Status NOT = "00"
                   READ Lot-Balance-File NEXT RECORD
                       AT END MOVE "10" TO WS-LB-Status
                   END-READ
                   IF WS-LB-Status = "00"
                       THEN IF WS-Trace-Item NOT = SPACES AND
                               LB-Item-Number NOT = WS-Trace-Item
                                THEN MOVE "10" TO WS-LB-Status
                                ELSE IF LB-Lot-Number = WS-Trace-Lot
                                         THEN PERFORM
                                              REPORT-ONE-LOT-BALANCE
                                     END-IF
                            END-IF
                   END-IF
               END-PERFORM
               CLOSE Lot-Balance-File
               IF WS-Lot-Stock-Count = 0
                   THEN MOVE "  The lot was never received"
                                      TO RP-Report-Line
                        WRITE RP-Report-Line
               END-IF
           END-IF.

       REPORT-ONE-LOT-BALANCE.
           ADD 1 TO WS-Lot-Stock-Count.
           ADD LB-On-Hand-Qty TO WS-Lot-On-Hand.
           MOVE LB-Qty-Received TO WS-Formatted-Received.
           MOVE LB-On-Hand-Qty  TO WS-Formatted-On-Hand.
           IF LB-Expiry-Date = SPACES
               THEN MOVE "none    " TO WS-Work-Field
               ELSE MOVE LB-Expiry-Date TO WS-Work-Field
           END-IF.
           MOVE SPACES TO RP-Report-Line.
           STRING "  "                  DELIMITED BY SIZE
                   LB-Item-Number        DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   LB-Warehouse-Code     DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   WS-Work-Field (1:8)   DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   LB-Received-Date      DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-Formatted-Received DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   WS-Formatted-On-Hand  DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph GATHER-LOT-DRAWS makes one pass of the order-   *
      *    lot file, keeping every draw on the lot (for the item     *
      *    asked for, if any).  The file is in order/line sequence,  *
      *    so the table is too.                                      *
      ****************************************************************
       GATHER-LOT-DRAWS.
           OPEN INPUT Order-Lot-File.
           IF WS-OL-Status = "00"
               THEN MOVE LOW-VALUES TO OL-Key
                    START Order-Lot-File KEY IS >= OL-Key
                        INVALID KEY MOVE "10" TO WS-OL-Status
                    END-START
                    PERFORM UNTIL WS-OL-Status NOT = "00"
                        READ Order-Lot-File NEXT RECORD
                            AT END MOVE "10" TO WS-OL-Status
                        END-READ
                        IF WS-OL-Status = "00"
                           AND OL-Lot-Number = WS-Trace-Lot
                           AND (WS-Trace-Item = SPACES OR
                                OL-Item-Number = WS-Trace-Item)
                            THEN PERFORM KEEP-LOT-DRAW
                        END-IF
                    END-PERFORM
                    CLOSE Order-Lot-File
           END-IF.

       KEEP-LOT-DRAW.
           IF WS-Hit-Count < 1000
               THEN ADD 1 TO WS-Hit-Count
                    MOVE OL-Order-Number   TO WS-Hit-Order
                                                   (WS-Hit-Count)
                    MOVE OL-Line-Number    TO WS-Hit-Line
                                                   (WS-Hit-Count)
                    MOVE OL-Item-Number    TO WS-Hit-Item
                                                   (WS-Hit-Count)
                    MOVE OL-Warehouse-Code TO WS-Hit-Warehouse
                                                   (WS-Hit-Count)
                    MOVE OL-Lot-Qty        TO WS-Hit-Qty
                                                   (WS-Hit-Count)
                    MOVE OL-Returned-Qty   TO WS-Hit-Returned
                                                   (WS-Hit-Count)
                    MOVE SPACE             TO WS-Hit-Found-Flag
                                                   (WS-Hit-Count)
               ELSE ADD 1 TO WS-Hits-Dropped
           END-IF.

      ****************************************************************
      *    Paragraph REPORT-LIVE-ORDERS prints every draw whose      *
      *    order is still on the order master.  The rest are left    *
      *    for the archive pass.                                     *
      ****************************************************************
       REPORT-LIVE-ORDERS.
           MOVE "0" TO WS-OM-Open-Flag.
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status = "00"
               THEN MOVE "1" TO WS-OM-Open-Flag
           END-IF.
           MOVE ZERO TO WS-Unresolved-Count.
           PERFORM VARYING WS-Hit-Index FROM 1 BY 1
                   UNTIL WS-Hit-Index > WS-Hit-Count
               IF WS-ORDERS-OPEN
                   THEN MOVE WS-Hit-Order (WS-Hit-Index)
                                      TO OM-Order-Number
                        READ Order-Master-File
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE OM-Order-Record
                                      TO WS-Trace-Order
                                MOVE "O" TO WS-Hit-Found-Flag
                                                   (WS-Hit-Index)
                                PERFORM REPORT-ONE-DRAW
                        END-READ
               END-IF
               IF WS-Hit-Found-Flag (WS-Hit-Index) = SPACE
                   THEN ADD 1 TO WS-Unresolved-Count
               END-IF
           END-PERFORM.
           IF WS-ORDERS-OPEN
               THEN CLOSE Order-Master-File
           END-IF.

      ****************************************************************
      *    Paragraph REPORT-ARCHIVED-ORDERS makes one pass of the    *
      *    order archive, printing each draw not found on the order  *
      *    master whose order turns up there.                        *
      ****************************************************************
       REPORT-ARCHIVED-ORDERS.
           OPEN INPUT Archive-Master-File.
           IF WS-AM-Status = "00"
               THEN PERFORM UNTIL WS-AM-Status NOT = "00"
                        READ Archive-Master-File
                            AT END MOVE "10" TO WS-AM-Status
                        END-READ
                        IF WS-AM-Status = "00"
                            THEN PERFORM MATCH-ARCHIVED-ORDER
                        END-IF
                    END-PERFORM
                    CLOSE Archive-Master-File
           END-IF.

       MATCH-ARCHIVED-ORDER.
           MOVE AM-Order-Image TO WS-Trace-Order.
           PERFORM VARYING WS-Hit-Index FROM 1 BY 1
                   UNTIL WS-Hit-Index > WS-Hit-Count
               IF WS-Hit-Found-Flag (WS-Hit-Index) = SPACE AND
                  WS-Hit-Order (WS-Hit-Index) = WS-TO-Order-Number
                   THEN MOVE "A" TO WS-Hit-Found-Flag (WS-Hit-Index)
                        SUBTRACT 1 FROM WS-Unresolved-Count
                        PERFORM REPORT-ONE-DRAW
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph REPORT-MISSING-ORDERS lists the draws whose     *
      *    order is on neither file, by order number alone, so       *
      *    nothing the lot went to is left off the trace.            *
      ****************************************************************
       REPORT-MISSING-ORDERS.
           PERFORM VARYING WS-Hit-Index FROM 1 BY 1
                   UNTIL WS-Hit-Index > WS-Hit-Count
               IF WS-Hit-Found-Flag (WS-Hit-Index) = SPACE
                   THEN MOVE SPACES TO WS-Trace-Order
                        MOVE WS-Hit-Order (WS-Hit-Index)
                                      TO WS-TO-Order-Number
                        PERFORM REPORT-ONE-DRAW
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph REPORT-ONE-DRAW prints one order line's draw on *
      *    the lot: the order and its status, the customer, the      *
      *    units drawn/returned/still out, and where it was shipped. *
      ****************************************************************
       REPORT-ONE-DRAW.
           ADD 1 TO WS-Order-Line-Count.
           ADD WS-Hit-Qty (WS-Hit-Index)      TO WS-Units-Drawn.
           ADD WS-Hit-Returned (WS-Hit-Index) TO WS-Units-Returned.
           IF WS-Hit-Qty (WS-Hit-Index) >
              WS-Hit-Returned (WS-Hit-Index)
               THEN COMPUTE WS-Line-Out = WS-Hit-Qty (WS-Hit-Index)
                                   - WS-Hit-Returned (WS-Hit-Index)
               ELSE MOVE ZERO TO WS-Line-Out
           END-IF.
           ADD WS-Line-Out TO WS-Units-Out.

           EVALUATE TRUE
               WHEN WS-Hit-Found-Flag (WS-Hit-Index) = SPACE
                   MOVE "NOT ON FILE"       TO WS-Status-Text
               WHEN WS-TO-ENTERED
                   MOVE "ENTERED"           TO WS-Status-Text
               WHEN WS-TO-PICKED
                   MOVE "PICKED"            TO WS-Status-Text
               WHEN WS-TO-SHIPPED
                   MOVE "SHIPPED"           TO WS-Status-Text
               WHEN WS-TO-INVOICED
                   MOVE "INVOICED"          TO WS-Status-Text
               WHEN WS-TO-CANCELLED
                   MOVE "CANCELLED"         TO WS-Status-Text
               WHEN OTHER
                   MOVE WS-TO-Order-Status  TO WS-Status-Text
           END-EVALUATE.
           IF WS-Hit-Found-Flag (WS-Hit-Index) = "A"
               THEN MOVE SPACES TO WS-Work-Field
                    STRING WS-Status-Text DELIMITED BY SPACE
                            " (ARCHIVED)" DELIMITED BY SIZE
                            INTO WS-Work-Field
                    MOVE WS-Work-Field TO WS-Status-Text
           END-IF.

           MOVE SPACES TO WS-Customer-Name.
           IF WS-CUSTOMERS-OPEN AND WS-TO-Customer-Number NOT = SPACES
               THEN MOVE WS-TO-Customer-Number TO CU-Customer-Number
                    READ Customer-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE CU-Customer-Name TO WS-Customer-Name
                    END-READ
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "  Order " DELIMITED BY SIZE
                   WS-TO-Order-Number DELIMITED BY SIZE
                   " line " DELIMITED BY SIZE
                   WS-Hit-Line (WS-Hit-Index) DELIMITED BY SIZE
                   "  dated " DELIMITED BY SIZE
                   WS-TO-Order-Date DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Status-Text DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "    Customer " DELIMITED BY SIZE
                   WS-TO-Customer-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Customer-Name DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Hit-Qty (WS-Hit-Index)      TO WS-Formatted-Qty.
           MOVE WS-Hit-Returned (WS-Hit-Index) TO WS-Formatted-Returned.
           MOVE WS-Line-Out                    TO WS-Formatted-Out.
           MOVE SPACES TO RP-Report-Line.
           STRING "    Item " DELIMITED BY SIZE
                   WS-Hit-Item (WS-Hit-Index) DELIMITED BY SIZE
                   " wh " DELIMITED BY SIZE
                   WS-Hit-Warehouse (WS-Hit-Index) DELIMITED BY SIZE
                   "  drawn " DELIMITED BY SIZE
                   WS-Formatted-Qty DELIMITED BY SIZE
                   "  returned " DELIMITED BY SIZE
                   WS-Formatted-Returned DELIMITED BY SIZE
                   "  still out " DELIMITED BY SIZE
                   WS-Formatted-Out DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Hit-Found-Flag (WS-Hit-Index) NOT = SPACE
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "    Ship to: " DELIMITED BY SIZE
                            WS-TO-Ship-To-Name DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
                    MOVE SPACES TO RP-Report-Line
                    STRING "             " DELIMITED BY SIZE
                            WS-TO-Ship-To-Line1 DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
                    IF WS-TO-Ship-To-Line2 NOT = SPACES
                        THEN MOVE SPACES TO RP-Report-Line
                             STRING "             " DELIMITED BY SIZE
                                     WS-TO-Ship-To-Line2
                                     DELIMITED BY SIZE
                                     INTO RP-Report-Line
                             WRITE RP-Report-Line
                    END-IF
                    MOVE SPACES TO RP-Report-Line
                    STRING "             " DELIMITED BY SIZE
                            WS-TO-Ship-To-City DELIMITED BY "  "
                            ", " DELIMITED BY SIZE
                            WS-TO-Ship-To-State DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            WS-TO-Ship-To-Zip DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       END PROGRAM "LotRecallTrace".
