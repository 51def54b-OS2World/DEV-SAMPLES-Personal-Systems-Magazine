                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SX-Key
                                       FILE STATUS IS WS-SX-Status.
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
           SELECT Confirmation-File   ASSIGN TO "ORDCONF"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-CF-Status.
           SELECT Shipping-Label-File ASSIGN TO "ORDSHIP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-SL-Status.
           SELECT Quote-Document-File ASSIGN TO "QUOTEDOC"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-QT-Status.

      ****************************************************************
      *    Define the UserInterface Object.                          *
      *    at invoice time - a blank code (customers added before
      *    terms existed) bills at the house default of net 30.
           05  CU-Terms-Code           PIC X(3).
      *    Freight policy applied at invoice time - P(repaid and
      *    add) bills the carrier rate on the invoice, F(ree) and
      *    C(ollect) bill none.  A blank policy (customers added
      *    before freight was billed) reads as free freight, so
      *    their invoices are unchanged until a policy is keyed.
           05  CU-Freight-Policy       PIC X.
               88  CU-FREIGHT-PREPAID-ADD          VALUE "P".
               88  CU-FREIGHT-FREE                 VALUE "F" " ".
               88  CU-FREIGHT-COLLECT              VALUE "C".
      *    Sales rep who owns the account (REPMAST) - stamped on
      *    every order saved for the customer.  Blank for a house
      *    account, which earns no commission.
           05  CU-Rep-Code             PIC X(3).

      *    Operator-Master-File is the operator sign-on file
      *    readOperatorId/lookupOperator validate against at the top
               10  SX-Priority         PIC 9(2).
           05  SX-Substitute-Item      PIC X(10).

      *    Kit-Master-File is the bill of materials KitMaint keeps.
      *    A kit holds no stock of its own - it is available only as
      *    far as every one of its components is, so readNumber and
      *    lookupItem report a kit's on-hand from its components.
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
      *    ContractMaint.  lookupContract reports the contract in
      *    effect on a given date, which order entry then charges
      *    in place of the item master's price and break tiers.
       FD  Contract-Price-File.
       01  CP-Contract-Record.
           05  CP-Key.
               10  CP-Customer-Number  PIC X(10).
               10  CP-Item-Number      PIC X(10).
           05  CP-Contract-Price       PIC 999V99.
           05  CP-Effective-Date       PIC X(8).
           05  CP-Expiry-Date          PIC X(8).

      *    Confirmation-File holds one printable confirmation/
      *    packing-slip report per order, written by
      *    writeConfirmation, instead of scrolling the same detail
       FD  Shipping-Label-File.
       01  SL-Report-Line              PIC X(80).

      *    Quote-Document-File holds one printable sales quotation
      *    per quote, written by writeQuote, for the customer to
      *    accept or let lapse.
       FD  Quote-Document-File.
       01  QT-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IM-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
           88  WS-OPERATOR-FILE-OPEN               VALUE "1".
       01  WS-CF-Status                PIC X(2).
       01  WS-SL-Status                PIC X(2).
       01  WS-QT-Status                PIC X(2).
      *    Whether the substitution cross-reference opened - a shop
      *    with no SUBXREF on file simply has no substitutes to
      *    offer, which is not an error.
       01  WS-SX-Status                PIC X(2).
       01  WS-SX-Open-Flag             PIC X.
           88  WS-SUBST-FILE-OPEN                  VALUE "1".
      *    Whether the kit master opened - a shop with no KITMAST on
      *    file sells no kits, which is not an error either.
       01  WS-KT-Status                PIC X(2).
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
      *    Whether the contract price file opened - with no CONTRACT
      *    on file every customer simply pays list price.
       01  WS-CP-Status                PIC X(2).
       01  WS-CP-Open-Flag             PIC X.
           88  WS-CONTRACT-FILE-OPEN               VALUE "1".
       01  WS-User-Action              PIC X(10).
           88  UA-ADD                              VALUE "Add".
           88  UA-DELETE                           VALUE "Delete".
               THEN MOVE "1" TO WS-SX-Open-Flag
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

           EXIT METHOD.
       END METHOD "somDefaultInit".

           IF WS-SUBST-FILE-OPEN
               THEN CLOSE Substitution-File
           END-IF.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           IF WS-CONTRACT-FILE-OPEN
               THEN CLOSE Contract-Price-File
           END-IF.

           INVOKE SUPER "somFree".

       LOCAL-STORAGE SECTION.
       01  LSS-Edit-Flag               PIC X.
       01  LSS-Number                  PIC X(80).
       01  LSS-Kit-On-Hand.
           05  LSS-Kit-On-Hand-Qty     PIC 9(7).
           05  LSS-Kit-On-Hand-Qty-W2  PIC 9(7).
           05  LSS-Kit-Flag            PIC X.
               88  LSS-ITEM-IS-KIT                 VALUE "0".

      ****************************************************************
      *    Define the linkage attributes.                            *
                       MOVE HIGH-VALUE           TO LSS-Edit-Flag
               END-READ
           END-PERFORM.

      *    a kit is on hand only as far as its components are
           INVOKE SELF "resolveKitOnHand"
                               USING     LS-Number
                               RETURNING LSS-Kit-On-Hand.
           IF LSS-ITEM-IS-KIT
               THEN MOVE LSS-Kit-On-Hand-Qty    TO LS-On-Hand-Qty
                    MOVE LSS-Kit-On-Hand-Qty-W2 TO LS-On-Hand-Qty-W2
           END-IF.
           EXIT METHOD.
       END METHOD "readNumber".

       METHOD-ID. "lookupItem".

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LSS-Kit-On-Hand.
           05  LSS-Kit-On-Hand-Qty     PIC 9(7).
           05  LSS-Kit-On-Hand-Qty-W2  PIC 9(7).
           05  LSS-Kit-Flag            PIC X.
               88  LSS-ITEM-IS-KIT                 VALUE "0".

      ****************************************************************
      *    Define the linkage attributes.                            *
                   MOVE IM-Breaks            TO LS-Breaks
                   MOVE "0"                  TO LS-Found-Flag
           END-READ.

      *    a kit is on hand only as far as its components are
           IF LS-ITEM-FOUND
               THEN INVOKE SELF "resolveKitOnHand"
                                   USING     LS-Number
                                   RETURNING LSS-Kit-On-Hand
                    IF LSS-ITEM-IS-KIT
                        THEN MOVE LSS-Kit-On-Hand-Qty
                                               TO LS-On-Hand-Qty
                             MOVE LSS-Kit-On-Hand-Qty-W2
                                               TO LS-On-Hand-Qty-W2
                    END-IF
           END-IF.
           EXIT METHOD.
       END METHOD "lookupItem".



      ****************************************************************
      ****************************************************************
      *    Method resolveKitOnHand reports how many whole kits each  *
      *    building could make from its components' on-hand - the    *
      *    least, over the kit's components, of the component's      *
      *    on-hand divided by the quantity one kit takes.  A         *
      *    component since retired off the item master makes the     *
      *    kit unavailable.  An item that is not a kit, or a shop    *
      *    with no kit master, comes back flagged "1" and the        *
      *    caller keeps the item's own on-hand.                      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "resolveKitOnHand".

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LSS-Kit-Index               PIC S9(4)   COMP.
       01  LSS-Kits-Makeable           PIC 9(7).

       LINKAGE SECTION.
       01  LS-Item-Number              PIC X(10).
       01  LS-Kit-On-Hand.
           05  LS-Kit-On-Hand-Qty      PIC 9(7).
           05  LS-Kit-On-Hand-Qty-W2   PIC 9(7).
           05  LS-Kit-Flag             PIC X.
               88  LS-ITEM-IS-KIT                  VALUE "0".
               88  LS-ITEM-NOT-KIT                 VALUE "1".

       PROCEDURE DIVISION              USING       LS-Item-Number
                                       RETURNING   LS-Kit-On-Hand.

           MOVE "1"  TO LS-Kit-Flag.
           MOVE ZERO TO LS-Kit-On-Hand-Qty.
           MOVE ZERO TO LS-Kit-On-Hand-Qty-W2.
           IF NOT WS-KIT-FILE-OPEN
               THEN EXIT METHOD
           END-IF.

           MOVE LS-Item-Number TO KT-Kit-Number.
           READ Kit-Master-File
               INVALID KEY
                   EXIT METHOD
           END-READ.

           MOVE "0"     TO LS-Kit-Flag.
           MOVE 9999999 TO LS-Kit-On-Hand-Qty.
           MOVE 9999999 TO LS-Kit-On-Hand-Qty-W2.
           PERFORM VARYING LSS-Kit-Index FROM 1 BY 1
                   UNTIL   LSS-Kit-Index > KT-Component-Count
                        OR LSS-Kit-Index > 8
               PERFORM LIMIT-BY-COMPONENT
           END-PERFORM.
           IF KT-Component-Count = 0
               THEN MOVE ZERO TO LS-Kit-On-Hand-Qty
                    MOVE ZERO TO LS-Kit-On-Hand-Qty-W2
           END-IF.

           EXIT METHOD.

      ****************************************************************
      *    Cut each building's kit count down to what this one       *
      *    component allows.                                         *
      ****************************************************************
       LIMIT-BY-COMPONENT.
           MOVE KT-Comp-Item (LSS-Kit-Index) TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   MOVE ZERO TO LS-Kit-On-Hand-Qty
                   MOVE ZERO TO LS-Kit-On-Hand-Qty-W2
               NOT INVALID KEY
                   IF KT-Comp-Qty (LSS-Kit-Index) = 0
                       THEN CONTINUE
                   ELSE
                       DIVIDE IM-On-Hand-Qty
                           BY KT-Comp-Qty (LSS-Kit-Index)
                           GIVING LSS-Kits-Makeable
                       IF LSS-Kits-Makeable < LS-Kit-On-Hand-Qty
                           THEN MOVE LSS-Kits-Makeable
                                     TO LS-Kit-On-Hand-Qty
                       END-IF
                       DIVIDE IM-On-Hand-Qty-W2
                           BY KT-Comp-Qty (LSS-Kit-Index)
                           GIVING LSS-Kits-Makeable
                       IF LSS-Kits-Makeable < LS-Kit-On-Hand-Qty-W2
                           THEN MOVE LSS-Kits-Makeable
                                     TO LS-Kit-On-Hand-Qty-W2
                       END-IF
                   END-IF
           END-READ.

       END METHOD "resolveKitOnHand".



      ****************************************************************
      ****************************************************************
      *    Method lookupContract reports whether the customer has a  *
      *    contract price for the item in effect on the given date - *
      *    effective date through expiry date, both inclusive - and  *
      *    if so, the price.  Flag "0" means a contract applies;     *
      *    "1" means list price, including a shop with no CONTRACT   *
      *    file at all.                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "lookupContract".

       DATA DIVISION.
       LINKAGE SECTION.
       01  LS-Customer-Number          PIC X(10).
       01  LS-Item-Number              PIC X(10).
       01  LS-Price-Date               PIC X(8).
       01  LS-Contract-Info.
           05  LS-Contract-Price       PIC 999V99.
           05  LS-Contract-Expiry      PIC X(8).
           05  LS-Contract-Flag        PIC X.
               88  LS-CONTRACT-IN-EFFECT           VALUE "0".
               88  LS-NO-CONTRACT                  VALUE "1".

       PROCEDURE DIVISION              USING       LS-Customer-Number
                                                   LS-Item-Number
                                                   LS-Price-Date
                                       RETURNING   LS-Contract-Info.

           MOVE "1"    TO LS-Contract-Flag.
           MOVE ZERO   TO LS-Contract-Price.
           MOVE SPACES TO LS-Contract-Expiry.
           IF NOT WS-CONTRACT-FILE-OPEN
               THEN EXIT METHOD
           END-IF.

           MOVE LS-Customer-Number TO CP-Customer-Number.
           MOVE LS-Item-Number     TO CP-Item-Number.
           READ Contract-Price-File
               INVALID KEY
                   EXIT METHOD
           END-READ.

           IF LS-Price-Date >= CP-Effective-Date AND
              LS-Price-Date <= CP-Expiry-Date
               THEN MOVE CP-Contract-Price TO LS-Contract-Price
                    MOVE CP-Expiry-Date    TO LS-Contract-Expiry
                    MOVE "0"               TO LS-Contract-Flag
           END-IF.

           EXIT METHOD.
       END METHOD "lookupContract".



      ****************************************************************
      ****************************************************************
      *    Method readCost gets the cost of the item to be processed.*



      ****************************************************************
      ****************************************************************
      *    Method readQuoteNumber gets the number of the quote the   *
      *    customer has accepted, to be converted to an order; a     *
      *    blank entry means there is no quote to convert.           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "readQuoteNumber".

       DATA DIVISION.

       LINKAGE SECTION.
       01  LS-Quote-Number             PIC X(5).


       PROCEDURE DIVISION              RETURNING   LS-Quote-Number.

           DISPLAY "Enter the accepted quote number to convert, "
                   "or press Enter for none: ".
           ACCEPT LS-Quote-Number                  FROM SYSIN.

           EXIT METHOD.
       END METHOD "readQuoteNumber".



      ****************************************************************
      ****************************************************************
      *    Method readQuoteDays gets how many days a quote holds its *
      *    prices.  A blank entry takes the usual 30 days; anything  *
      *    that is not a number from 1 to 365 is re-prompted.        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "readQuoteDays".

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LSS-Edit-Flag               PIC X.
       01  LSS-Response                PIC X(3).

       LINKAGE SECTION.
       01  LS-Quote-Days               PIC 9(3).


       PROCEDURE DIVISION              RETURNING   LS-Quote-Days.

           MOVE LOW-VALUE TO LSS-Edit-Flag.
           PERFORM UNTIL LSS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the days this quote is good for, "
                       "or press Enter for 30: "
               ACCEPT LSS-Response                    FROM SYSIN
               IF LSS-Response = SPACES
                   THEN MOVE 30 TO LS-Quote-Days
                        MOVE HIGH-VALUE TO LSS-Edit-Flag
               ELSE
                   COMPUTE LS-Quote-Days =
                           FUNCTION NUMVAL (LSS-Response)
                   IF LS-Quote-Days > 0 AND LS-Quote-Days <= 365
                       THEN MOVE HIGH-VALUE TO LSS-Edit-Flag
                   ELSE
                       DISPLAY "Days must be a number from 1 to 365 - "
                               "try again "
                   END-IF
               END-IF
           END-PERFORM.
           EXIT METHOD.
       END METHOD "readQuoteDays".



      ****************************************************************
      ****************************************************************
      *    Method readShipTo gets the shipping address for the       *
      *    headers, order number/date, one line per item with        *
      *    number/cost/extended amount, and a grand total - so it    *
      *    can be printed and handed off instead of just DISPLAYed.  *
      *    An order that arrived under the customer's own purchase-  *
      *    order number quotes it under the order number.  A line    *
      *    charged at the customer's contract price is marked "C".   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "writeConfirmation".
       01  LSS-Formatted-Quantity       PIC ZZZZ9.
       01  LSS-Formatted-Extended       PIC Z,ZZZ,ZZ9.99.
       01  LSS-Extended-Cost            PIC 9(9)V99.
       01  LSS-Contract-Info.
           05  LSS-Contract-Price       PIC 999V99.
           05  LSS-Contract-Expiry      PIC X(8).
           05  LSS-Contract-Flag        PIC X.
               88  LSS-CONTRACT-IN-EFFECT          VALUE "0".
       01  LSS-Price-Mark               PIC X.
       01  LSS-Contract-Lines           PIC 9(4).

      ****************************************************************
      *    Define the linkage attributes.                            *
               10  LS-Number           PIC X(10).
               10  LS-Cost             PIC 999V99.
               10  LS-Quantity         PIC 9(5).
       01  LS-Customer-PO              PIC X(20).
       01  LS-Customer-Number          PIC X(10).


       PROCEDURE DIVISION              USING       LS-Total-Cost
                                                   LS-Order-Number
                                                   LS-Order-Date
                                                   LS-Currency-Code
                                                   LS-Items
                                                   LS-Customer-PO
                                                   LS-Customer-Number.

      *    Confirmation-File accumulates one report per order across
      *    the whole run (req013's multi-order loop calls this method
                   INTO CF-Report-Line.
           WRITE CF-Report-Line.

           IF LS-Customer-PO NOT = SPACES
               THEN MOVE SPACES TO CF-Report-Line
                    STRING "Your PO Number: " DELIMITED BY SIZE
                            LS-Customer-PO    DELIMITED BY SIZE
                            INTO CF-Report-Line
                    WRITE CF-Report-Line
           END-IF.

           MOVE SPACES TO CF-Report-Line.
           WRITE CF-Report-Line.

                   DELIMITED BY SIZE INTO CF-Report-Line.
           WRITE CF-Report-Line.

           MOVE ZERO TO LSS-Contract-Lines.
           PERFORM VARYING LS-Index FROM 1 BY 1
                   UNTIL   LS-Index > LS-Item-Count
               MOVE    LS-Cost     (LS-Index) TO LSS-Formatted-Cost
               COMPUTE LSS-Extended-Cost =
                       LS-Cost (LS-Index) * LS-Quantity (LS-Index)
               MOVE    LSS-Extended-Cost TO LSS-Formatted-Extended
      *        the line is contract-priced when it carries the price
      *        of the contract in effect on the order date
               MOVE SPACE TO LSS-Price-Mark
               INVOKE SELF "lookupContract"
                                   USING     LS-Customer-Number
                                             LS-Number (LS-Index)
                                             LS-Order-Date
                                   RETURNING LSS-Contract-Info
               IF LSS-CONTRACT-IN-EFFECT AND
                  LSS-Contract-Price = LS-Cost (LS-Index)
                   THEN MOVE "C" TO LSS-Price-Mark
                        ADD 1 TO LSS-Contract-Lines
               END-IF
               MOVE SPACES TO CF-Report-Line
               STRING LS-Number (LS-Index)   DELIMITED BY SIZE
                       "  "                  DELIMITED BY SIZE
                       LSS-Formatted-Quantity DELIMITED BY SIZE
                       "  "                  DELIMITED BY SIZE
                       LSS-Formatted-Extended DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       LSS-Price-Mark        DELIMITED BY SIZE
                       INTO CF-Report-Line
               WRITE CF-Report-Line
           END-PERFORM.

           IF LSS-Contract-Lines > 0
               THEN MOVE SPACES TO CF-Report-Line
                    STRING "C = your contract price" DELIMITED BY SIZE
                            INTO CF-Report-Line
                    WRITE CF-Report-Line
           END-IF.

           MOVE SPACES TO CF-Report-Line.
           WRITE CF-Report-Line.




      ****************************************************************
      ****************************************************************
      *    Method writeQuote writes a printable sales quotation to   *
      *    Quote-Document-File - quote number, date and expiry, the  *
      *    customer and ship-to, one line per item with price and    *
      *    extended amount, and the quoted total with tax.  A line   *
      *    at the customer's contract price is marked "C", the same  *
      *    as on the order confirmation.                             *
      ****************************************************************
       IDENTIFICATION DIVISION.
       METHOD-ID. "writeQuote".

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LSS-Formatted-Total          PIC Z,ZZZ,ZZ9.99.
       01  LSS-Formatted-Cost           PIC ZZ9.99.
       01  LSS-Formatted-Quantity       PIC ZZZZ9.
       01  LSS-Formatted-Extended       PIC Z,ZZZ,ZZ9.99.
       01  LSS-Extended-Cost            PIC 9(9)V99.
       01  LSS-Contract-Info.
           05  LSS-Contract-Price       PIC 999V99.
           05  LSS-Contract-Expiry      PIC X(8).
           05  LSS-Contract-Flag        PIC X.
               88  LSS-CONTRACT-IN-EFFECT          VALUE "0".
       01  LSS-Price-Mark               PIC X.
       01  LSS-Contract-Lines           PIC 9(4).
       01  LSS-Customer-Info.
           05  LSS-Cust-Number          PIC X(10).
           05  LSS-Cust-Name            PIC X(30).
           05  LSS-Cust-Status-Flag     PIC X.
           05  LSS-Cust-Found-Flag      PIC X.

      ****************************************************************
      *    Define the linkage attributes.                            *
      ****************************************************************
       LINKAGE SECTION.
       01  LS-Total-Cost               PIC 9(7)V99.
       01  LS-Quote-Number             PIC 9(5).
       01  LS-Quote-Date               PIC X(8).
       01  LS-Expiry-Date              PIC X(8).
       01  LS-Currency-Code            PIC X(3).
       01  LS-Items.
           05  LS-Item-Count           PIC S9(4).
           05  LS-Item             OCCURS 1 TO 64 TIMES
                                   DEPENDING ON LS-Item-Count
                                   INDEXED BY   LS-Index.
               10  LS-Number           PIC X(10).
               10  LS-Cost             PIC 999V99.
               10  LS-Quantity         PIC 9(5).
       01  LS-Customer-Number          PIC X(10).
       01  LS-ShipTo.
           05  LS-ST-Name              PIC X(30).
           05  LS-ST-Line1             PIC X(30).
           05  LS-ST-Line2             PIC X(30).
           05  LS-ST-City              PIC X(20).
           05  LS-ST-State             PIC X(2).
           05  LS-ST-Zip               PIC X(10).


       PROCEDURE DIVISION              USING       LS-Total-Cost
                                                   LS-Quote-Number
                                                   LS-Quote-Date
                                                   LS-Expiry-Date
                                                   LS-Currency-Code
                                                   LS-Items
                                                   LS-Customer-Number
                                                   LS-ShipTo.

      *    Quote-Document-File accumulates one quotation per quote
      *    across the run, the same as Confirmation-File.
           OPEN EXTEND Quote-Document-File.
           IF WS-QT-Status = "35"
               THEN OPEN OUTPUT Quote-Document-File
           END-IF.

           INVOKE SELF "lookupCustomer"
                               USING     LS-Customer-Number
                               RETURNING LSS-Customer-Info.

           MOVE SPACES TO QT-Report-Line.
           STRING "SALES QUOTATION" DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "Quote Number: " DELIMITED BY SIZE
                   LS-Quote-Number DELIMITED BY SIZE
                   "   Quote Date: " DELIMITED BY SIZE
                   LS-Quote-Date   DELIMITED BY SIZE
                   "   Valid Through: " DELIMITED BY SIZE
                   LS-Expiry-Date  DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "Customer: " DELIMITED BY SIZE
                   LS-Customer-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   LSS-Cust-Name DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "Ship To:  " DELIMITED BY SIZE
                   LS-ST-Name DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "          " DELIMITED BY SIZE
                   LS-ST-Line1 DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           IF LS-ST-Line2 NOT = SPACES
               THEN MOVE SPACES TO QT-Report-Line
                    STRING "          " DELIMITED BY SIZE
                            LS-ST-Line2 DELIMITED BY SIZE
                            INTO QT-Report-Line
                    WRITE QT-Report-Line
           END-IF.

           MOVE SPACES TO QT-Report-Line.
           STRING "          " DELIMITED BY SIZE
                   LS-ST-City  DELIMITED BY SIZE
                   ", "        DELIMITED BY SIZE
                   LS-ST-State DELIMITED BY SIZE
                   "  "        DELIMITED BY SIZE
                   LS-ST-Zip   DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "Amounts in " DELIMITED BY SIZE
                   LS-Currency-Code DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "Item         Price     Qty     Extended"
                   DELIMITED BY SIZE INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE ZERO TO LSS-Contract-Lines.
           PERFORM VARYING LS-Index FROM 1 BY 1
                   UNTIL   LS-Index > LS-Item-Count
               MOVE    LS-Cost     (LS-Index) TO LSS-Formatted-Cost
               MOVE    LS-Quantity (LS-Index) TO LSS-Formatted-Quantity
               COMPUTE LSS-Extended-Cost =
                       LS-Cost (LS-Index) * LS-Quantity (LS-Index)
               MOVE    LSS-Extended-Cost TO LSS-Formatted-Extended
               MOVE SPACE TO LSS-Price-Mark
               INVOKE SELF "lookupContract"
                                   USING     LS-Customer-Number
                                             LS-Number (LS-Index)
                                             LS-Quote-Date
                                   RETURNING LSS-Contract-Info
               IF LSS-CONTRACT-IN-EFFECT AND
                  LSS-Contract-Price = LS-Cost (LS-Index)
                   THEN MOVE "C" TO LSS-Price-Mark
                        ADD 1 TO LSS-Contract-Lines
               END-IF
               MOVE SPACES TO QT-Report-Line
               STRING LS-Number (LS-Index)   DELIMITED BY SIZE
                       "  "                  DELIMITED BY SIZE
                       LSS-Formatted-Cost    DELIMITED BY SIZE
                       "  "                  DELIMITED BY SIZE
                       LSS-Formatted-Quantity DELIMITED BY SIZE
                       "  "                  DELIMITED BY SIZE
                       LSS-Formatted-Extended DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       LSS-Price-Mark        DELIMITED BY SIZE
                       INTO QT-Report-Line
               WRITE QT-Report-Line
           END-PERFORM.

           IF LSS-Contract-Lines > 0
               THEN MOVE SPACES TO QT-Report-Line
                    STRING "C = your contract price" DELIMITED BY SIZE
                            INTO QT-Report-Line
                    WRITE QT-Report-Line
           END-IF.

           MOVE SPACES TO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE LS-Total-Cost TO LSS-Formatted-Total.
           MOVE SPACES TO QT-Report-Line.
           STRING "Quoted Total (tax included): " DELIMITED BY SIZE
                   LS-Currency-Code DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LSS-Formatted-Total DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           STRING "These prices are held through " DELIMITED BY SIZE
                   LS-Expiry-Date DELIMITED BY SIZE
                   ".  To accept, please quote number "
                   DELIMITED BY SIZE
                   LS-Quote-Number DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO QT-Report-Line.
           WRITE QT-Report-Line.

           MOVE SPACES TO QT-Report-Line.
           WRITE QT-Report-Line.

           CLOSE Quote-Document-File.

           EXIT METHOD.
       END METHOD "writeQuote".



      ****************************************************************
      *    End object definition and class UserInterface.            *
      ****************************************************************
