      *    Purchase-receipt posting.  The only ways on-hand ever     *
      *    went up before this program were ItemMaint edits, which   *
      *    have no quantity discipline and make a receipt look like  *
      *    maintenance.  Here the receiver signs on, names the       *
      *    purchase order the delivery came in against, then posts   *
      *    one receipt per pass - item, quantity, warehouse (blank   *
      *    defaults to the PO's), received date (blank defaults to   *
      *    today) - and each receipt:                                *
      *    - adds the quantity to the item's ITEMMAST on-hand,      *
      *    - takes the unit cost actually paid (blank defaults to    *
      *      the PO line's cost) and re-averages IM-Item-Cost over   *
      *      the on-hand of both buildings, weighted by quantity,    *
      *    - appends a before/after-image RCV record to ITMAUDIT,   *
      *      the same trail ItemMaint writes - its images carry      *
      *      the cost change along with the quantity,                *
      *    - for stock carrying a manufacturer lot number, adds the  *
      *      quantity to that lot's balance on LOTBAL for the item   *
      *      and warehouse, with the lot's expiry date, so orders    *
      *      can be filled oldest lot first and a recall traced,     *
      *    - adds the quantity to the received total on the PO       *
      *      line, closing the line once it is received in full,     *
      *      and                                                     *
      *    - prints a line on the RECVRPT receiving register under   *
      *      the receiver's operator id.                             *
      *    The register flags an over-receipt (more than the line's  *
      *    open balance), a short receipt (the line stays open for   *
      *    the balance), and an unordered item (not on the PO at     *
      *    all - posted only when the receiver confirms it).  Once   *
      *    every line of a PO is received the PO itself is closed.   *
      *    A blank PO number ends the run, a blank item ends the     *
      *    current PO.  Received stock is what the backorder release *
      *    run then allocates to open shortages.                     *
      *                                                              *
      ****************************************************************

                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT PO-Header-File      ASSIGN TO "POHDR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS PH-PO-Number
                                       FILE STATUS IS WS-PH-Status.
           SELECT PO-Detail-File      ASSIGN TO "PODTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS PD-Key
                                       FILE STATUS IS WS-PD-Status.
           SELECT Item-Audit-File     ASSIGN TO "ITMAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IA-Status.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.
           SELECT Receiving-Register  ASSIGN TO "RECVRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.
               88  OP-SUPERVISOR               VALUE "S".
               88  OP-MANAGER                  VALUE "M".

      *    PO-Header-File holds one record per purchase order - the
      *    vendor, when it was raised and when the stock is due,
      *    the building it is to be received into, and where it
      *    stands: DRAFT until a buyer approves it, OPEN while
      *    stock is still due, CLOSED once every line is received,
      *    or CANCELLED.
       FD  PO-Header-File.
       01  PH-PO-Header-Record.
           05  PH-PO-Number            PIC X(5).
           05  PH-Vendor-Number        PIC X(6).
           05  PH-Order-Date           PIC X(8).
           05  PH-Expected-Date        PIC X(8).
           05  PH-Warehouse-Code       PIC X(2).
           05  PH-Line-Count           PIC 9(4).
           05  PH-Total-Cost           PIC 9(7)V99.
           05  PH-PO-Status            PIC X.
               88  PH-PO-DRAFT                     VALUE "D".
               88  PH-PO-OPEN                      VALUE "O".
               88  PH-PO-CLOSED                    VALUE "C".
               88  PH-PO-CANCELLED                 VALUE "X".
      *    The approving buyer and the date approved - blank while
      *    the PO is still a draft.
           05  PH-Buyer-Id             PIC X(3).
           05  PH-Approved-Date        PIC X(8).

      *    PO-Detail-File holds one record per PO line - the item,
      *    the unit cost we agreed to pay, how many were ordered,
      *    and how many have come in so far.  A line stays OPEN
      *    until its full quantity is received.
       FD  PO-Detail-File.
       01  PD-PO-Detail-Record.
           05  PD-Key.
               10  PD-PO-Number        PIC X(5).
               10  PD-Line-Number      PIC 9(4).
           05  PD-Item-Number          PIC X(10).
           05  PD-Unit-Cost            PIC 999V99.
           05  PD-Qty-Ordered          PIC 9(7).
           05  PD-Qty-Received         PIC 9(7).
           05  PD-Line-Status          PIC X.
               88  PD-LINE-OPEN                    VALUE "O".
               88  PD-LINE-CLOSED                  VALUE "C".

      *    Same before/after-image trail ItemMaint writes - a
      *    receipt is an attributable stock change like any other.
       FD  Item-Audit-File.
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-After-Image          PIC X(113).

      *    Lot-Balance-File holds the stock of each manufacturer lot
      *    received, keyed item + warehouse + lot.  The expiry date
      *    is blank for a lot with no shelf life; the received date
      *    is the lot's first receipt.  Order allocation draws the
      *    on-hand down and cancellations put it back.
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

       FD  Receiving-Register.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IM-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-PH-Status                PIC X(2).
       01  WS-PD-Status                PIC X(2).
       01  WS-IA-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-LB-Status                PIC X(2).
      *    Whether the lot-balance file opened - with it closed the
      *    lot prompts are skipped and receipts post untracked.
       01  WS-Lot-Open-Flag            PIC X.
           88  WS-LOT-FILE-OPEN                    VALUE "1".
      *    Manufacturer lot on the receipt (blank when the stock
      *    carries none) and its expiry date (blank for no shelf
      *    life).
       01  WS-Lot-Number               PIC X(15).
       01  WS-Lot-Expiry               PIC X(8).
       01  WS-Lot-Expiry-Numeric REDEFINES WS-Lot-Expiry
                                       PIC 9(8).
       01  WS-Lot-Count                PIC 9(5)        VALUE ZERO.
       01  WS-IA-Timestamp-Work        PIC X(21).
       01  WS-Edit-Flag                PIC X.
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-PO-Done-Flag             PIC X.
           88  WS-PO-DONE                          VALUE "1".
       01  WS-Work-Field               PIC X(30).
       01  WS-Operator-Id              PIC X(3).
      *    The PO being received against, held here because the
      *    header record area is reused when the PO is re-read to
      *    close it.
       01  WS-PO-Key                   PIC X(5).
       01  WS-PO-Warehouse             PIC X(2).
       01  WS-Item-Key                 PIC X(10).
      *    The PO line matched to the item keyed - zero when the
      *    item is not on the PO at all.
       01  WS-PO-Line-Key              PIC 9(4).
       01  WS-Line-Found-Flag          PIC X.
           88  WS-LINE-FOUND                       VALUE "Y".
       01  WS-Open-Line-Count          PIC 9(4).
       01  WS-Line-Balance             PIC 9(7).
       01  WS-Receipt-Flag             PIC X(22).
       01  WS-Over-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Short-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Unordered-Count          PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Balance        PIC Z,ZZZ,ZZ9.
       01  WS-Receipt-Qty              PIC 9(7).
      *    Moving-average costing - the unit cost paid on this
      *    receipt, the PO line's agreed cost it defaults to, and
      *    the stock the old average was carried on.
       01  WS-Receipt-Cost             PIC 999V99.
       01  WS-PO-Line-Cost             PIC 999V99.
       01  WS-Prior-On-Hand            PIC 9(8).
       01  WS-New-Cost                 PIC 999V99.
       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-New-Cost       PIC ZZ9.99.
       01  WS-Received-Date            PIC X(8).
      *    Building the receipt goes into - each warehouse keeps
      *    its own on-hand bucket on the item record.
                    GOBACK
           END-IF.

      ****************************************************************
      *    Every receipt is taken against an approved purchase       *
      *    order, so with no PO files there is nothing to receive.   *
      ****************************************************************
           OPEN I-O PO-Header-File.
           OPEN I-O PO-Detail-File.
           IF WS-PH-Status NOT = "00" OR WS-PD-Status NOT = "00"
               THEN DISPLAY "Purchase-order files could not be opened "
                            "(status " WS-PH-Status "/" WS-PD-Status
                            ") - no purchase orders to receive "
                            "against.  Ending"
                    CLOSE Item-Master-File
                    GOBACK
           END-IF.

           OPEN EXTEND Item-Audit-File.
           IF WS-IA-Status = "35"
               THEN OPEN OUTPUT Item-Audit-File
           END-IF.

      ****************************************************************
      *    Lot balances are created the first time a lot is          *
      *    received, the way the AR ledger is.  A lot file that      *
      *    won't open leaves this run's receipts untracked by lot,   *
      *    with a warning, rather than refusing the delivery.        *
      ****************************************************************
           MOVE "0" TO WS-Lot-Open-Flag.
           OPEN I-O Lot-Balance-File.
           IF WS-LB-Status = "35"
               THEN OPEN OUTPUT Lot-Balance-File
                    CLOSE Lot-Balance-File
                    OPEN I-O Lot-Balance-File
           END-IF.
           IF WS-LB-Status = "00"
               THEN MOVE "1" TO WS-Lot-Open-Flag
               ELSE DISPLAY "** Warning: lot balance file could not "
                            "be opened (status " WS-LB-Status
                            ") - lot numbers will NOT be recorded **"
           END-IF.

      ****************************************************************
      *    The register accumulates across the day's receiving       *
      *    sessions, the same OPEN EXTEND style as CREDMEMO.         *
           END-IF.

      ****************************************************************
      *    Main loop - one purchase order per pass, ended by a       *
      *    blank PO number.                                          *
      ****************************************************************
           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the purchase order received against, "
                       "or press Enter to end: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN MOVE "1" TO WS-Done-Flag
                   ELSE MOVE WS-Work-Field (1:5) TO WS-PO-Key
                        INSPECT WS-PO-Key REPLACING LEADING SPACES
                                BY ZERO
                        PERFORM RECEIVE-AGAINST-PO
               END-IF
           END-PERFORM.

           CLOSE Item-Master-File.
           CLOSE PO-Header-File.
           CLOSE PO-Detail-File.
           CLOSE Item-Audit-File.
           CLOSE Receiving-Register.
           IF WS-LOT-FILE-OPEN
               THEN CLOSE Lot-Balance-File
           END-IF.

           MOVE WS-Receipt-Count TO WS-Formatted-Count.
           MOVE WS-Receipt-Units TO WS-Formatted-Units.
           DISPLAY WS-Formatted-Count " receipt(s) posted, "
                   WS-Formatted-Units " unit(s) - register written "
                   "to RECVRPT".
           IF WS-Over-Count > 0 OR WS-Short-Count > 0 OR
              WS-Unordered-Count > 0
               THEN DISPLAY "Flagged on the register: "
                            WS-Over-Count " over-receipt(s), "
                            WS-Short-Count " short receipt(s), "
                            WS-Unordered-Count " unordered item(s)"
           END-IF.
           IF WS-Lot-Count > 0
               THEN DISPLAY WS-Lot-Count " receipt(s) recorded "
                            "against a manufacturer lot"
           END-IF.

           GOBACK.

           END-PERFORM.

      ****************************************************************
      *    Paragraph RECEIVE-AGAINST-PO checks the PO is approved    *
      *    and still open, shows its open lines, then takes one      *
      *    receipt per pass until a blank item.  A PO whose every    *
      *    line has now been received is closed on the way out.      *
      ****************************************************************
       RECEIVE-AGAINST-PO.
           MOVE WS-PO-Key TO PH-PO-Number.
           READ PO-Header-File
               INVALID KEY
                   DISPLAY "Purchase order " WS-PO-Key " not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PH-PO-OPEN
                           PERFORM RECEIVE-OPEN-PO
                       WHEN PH-PO-DRAFT
                           DISPLAY "Purchase order " WS-PO-Key
                                   " has not been approved - nothing "
                                   "can be received against it"
                       WHEN OTHER
                           DISPLAY "Purchase order " WS-PO-Key
                                   " is already closed or cancelled"
                   END-EVALUATE
           END-READ.

       RECEIVE-OPEN-PO.
           MOVE PH-Warehouse-Code TO WS-PO-Warehouse.
           IF WS-PO-Warehouse = SPACES
               THEN MOVE "01" TO WS-PO-Warehouse
           END-IF.
           DISPLAY "PO " WS-PO-Key " vendor " PH-Vendor-Number
                   " due " PH-Expected-Date " - open lines:".
           PERFORM SHOW-OPEN-PO-LINES.
           MOVE "0" TO WS-PO-Done-Flag.
           PERFORM UNTIL WS-PO-DONE
               DISPLAY "Enter the item received on PO " WS-PO-Key
                       ", or press Enter when done with it: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN MOVE "1" TO WS-PO-Done-Flag
                   ELSE MOVE WS-Work-Field (1:10) TO WS-Item-Key
                        PERFORM POST-ONE-RECEIPT
               END-IF
           END-PERFORM.
           PERFORM CLOSE-COMPLETED-PO.

       SHOW-OPEN-PO-LINES.
           MOVE WS-PO-Key  TO PD-PO-Number.
           MOVE ZERO       TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN IF PD-LINE-OPEN
                                THEN COMPUTE WS-Line-Balance =
                                        PD-Qty-Ordered
                                      - PD-Qty-Received
                                     MOVE WS-Line-Balance
                                          TO WS-Formatted-Balance
                                     DISPLAY "  line " PD-Line-Number
                                             " " PD-Item-Number
                                             " balance due "
                                             WS-Formatted-Balance
                            END-IF
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

      ****************************************************************
      *    Paragraph POST-ONE-RECEIPT validates the item, matches it *
      *    to its PO line, collects quantity and received date, and  *
      *    posts the receipt.  An item the PO never ordered is only  *
      *    taken in when the receiver confirms it.                   *
      ****************************************************************
       POST-ONE-RECEIPT.
           MOVE WS-Item-Key TO IM-Item-Number.
                           " not found in item master - receipt "
                           "not posted"
               NOT INVALID KEY
                   PERFORM FIND-PO-LINE
                   IF WS-LINE-FOUND
                       THEN PERFORM POST-FOUND-RECEIPT
                       ELSE PERFORM CONFIRM-UNORDERED-ITEM
                   END-IF
           END-READ.

       CONFIRM-UNORDERED-ITEM.
           DISPLAY "Item " WS-Item-Key " is not on purchase order "
                   WS-PO-Key " - receive it anyway (Y/N)? ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           IF WS-Work-Field (1:1) = "Y"
               THEN PERFORM POST-FOUND-RECEIPT
               ELSE DISPLAY "Item " WS-Item-Key " not received"
           END-IF.

      ****************************************************************
      *    Paragraph FIND-PO-LINE walks the PO's lines for the item  *
      *    keyed - an open line first; failing that, a line already  *
      *    received in full, so a second delivery of the same item   *
      *    reads as an over-receipt rather than an unordered item.   *
      ****************************************************************
       FIND-PO-LINE.
           MOVE "N"        TO WS-Line-Found-Flag.
           MOVE ZERO       TO WS-PO-Line-Key.
           MOVE WS-PO-Key  TO PD-PO-Number.
           MOVE ZERO       TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN IF PD-Item-Number = WS-Item-Key AND
                               PD-Qty-Ordered > 0
                                THEN PERFORM REMEMBER-PO-LINE
                            END-IF
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

       REMEMBER-PO-LINE.
           IF NOT WS-LINE-FOUND
               THEN MOVE PD-Line-Number TO WS-PO-Line-Key
                    MOVE PD-Unit-Cost   TO WS-PO-Line-Cost
                    MOVE "Y" TO WS-Line-Found-Flag
               ELSE IF PD-LINE-OPEN
                        THEN MOVE PD-Line-Number TO WS-PO-Line-Key
                             MOVE PD-Unit-Cost   TO WS-PO-Line-Cost
                    END-IF
           END-IF.
           IF PD-LINE-OPEN
               THEN MOVE "10" TO WS-PD-Status
           END-IF.

       POST-FOUND-RECEIPT.
           MOVE IM-Item-Record TO WS-Before-Image.
           PERFORM READ-RECEIPT-QUANTITY.
           PERFORM READ-RECEIPT-COST.
           PERFORM READ-RECEIPT-WAREHOUSE.
           PERFORM READ-RECEIVED-DATE.
           MOVE SPACES TO WS-Lot-Number.
           MOVE SPACES TO WS-Lot-Expiry.
           IF WS-LOT-FILE-OPEN
               THEN PERFORM READ-RECEIPT-LOT
           END-IF.

           PERFORM AVERAGE-ITEM-COST.
           IF WS-Warehouse-Code = "02"
               THEN ADD WS-Receipt-Qty TO IM-On-Hand-Qty-W2
                    MOVE IM-On-Hand-Qty-W2 TO WS-Formatted-On-Hand
               ADD 1 TO WS-Receipt-Count
               ADD WS-Receipt-Qty TO WS-Receipt-Units
               PERFORM WRITE-RECEIPT-AUDIT
               IF WS-Lot-Number NOT = SPACES
                   THEN PERFORM POST-LOT-BALANCE
               END-IF
               PERFORM POST-PO-LINE-RECEIPT
               PERFORM WRITE-REGISTER-LINE
               DISPLAY "Item " WS-Item-Key " received - warehouse "
                       WS-Warehouse-Code " on hand is now "
                       WS-Formatted-On-Hand
               MOVE IM-Item-Cost TO WS-Formatted-New-Cost
               DISPLAY "Average unit cost is now "
                       WS-Formatted-New-Cost
               IF WS-Receipt-Flag NOT = SPACES
                   THEN DISPLAY "** " WS-Receipt-Flag " **"
               END-IF
           END-IF.

      ****************************************************************
      *    Paragraph POST-PO-LINE-RECEIPT adds the receipt to the    *
      *    matched PO line and judges it against the open balance:   *
      *    - exactly the balance closes the line;                    *
      *    - more than the balance closes the line and is flagged    *
      *      as an over-receipt;                                     *
      *    - less than the balance is flagged short and the line     *
      *      stays open for the rest;                                *
      *    - no line at all is flagged as an unordered item.         *
      ****************************************************************
       POST-PO-LINE-RECEIPT.
           MOVE SPACES TO WS-Receipt-Flag.
           IF NOT WS-LINE-FOUND
               THEN ADD 1 TO WS-Unordered-Count
                    MOVE "UNORDERED ITEM" TO WS-Receipt-Flag
           ELSE
               MOVE WS-PO-Key      TO PD-PO-Number
               MOVE WS-PO-Line-Key TO PD-Line-Number
               READ PO-Detail-File
                   INVALID KEY
                       DISPLAY "** Warning: PO " WS-PO-Key " line "
                               WS-PO-Line-Key " could not be re-read "
                               "- receipt not recorded on the PO **"
                   NOT INVALID KEY
                       PERFORM JUDGE-PO-LINE-RECEIPT
               END-READ
           END-IF.

       JUDGE-PO-LINE-RECEIPT.
           IF PD-Qty-Ordered > PD-Qty-Received
               THEN COMPUTE WS-Line-Balance =
                            PD-Qty-Ordered - PD-Qty-Received
               ELSE MOVE ZERO TO WS-Line-Balance
           END-IF.
           ADD WS-Receipt-Qty TO PD-Qty-Received.
           EVALUATE TRUE
               WHEN WS-Receipt-Qty > WS-Line-Balance
                   ADD 1 TO WS-Over-Count
                   COMPUTE WS-Line-Balance =
                           WS-Receipt-Qty - WS-Line-Balance
                   MOVE WS-Line-Balance TO WS-Formatted-Balance
                   STRING "OVER-RECEIPT " DELIMITED BY SIZE
                           WS-Formatted-Balance DELIMITED BY SIZE
                           INTO WS-Receipt-Flag
                   MOVE "C" TO PD-Line-Status
               WHEN WS-Receipt-Qty < WS-Line-Balance
                   ADD 1 TO WS-Short-Count
                   SUBTRACT WS-Receipt-Qty FROM WS-Line-Balance
                   MOVE WS-Line-Balance TO WS-Formatted-Balance
                   STRING "SHORT - OPEN " DELIMITED BY SIZE
                           WS-Formatted-Balance DELIMITED BY SIZE
                           INTO WS-Receipt-Flag
                   MOVE "O" TO PD-Line-Status
               WHEN OTHER
                   MOVE "C" TO PD-Line-Status
           END-EVALUATE.
           REWRITE PD-PO-Detail-Record
           END-REWRITE.
           IF WS-PD-Status NOT = "00"
               THEN DISPLAY "** Warning: PO " WS-PO-Key " line "
                            WS-PO-Line-Key " could not be rewritten "
                            "(status " WS-PD-Status ") **"
                    MOVE "00" TO WS-PD-Status
           END-IF.

      ****************************************************************
      *    Paragraph CLOSE-COMPLETED-PO closes the PO once none of   *
      *    its lines is still open.                                  *
      ****************************************************************
       CLOSE-COMPLETED-PO.
           MOVE ZERO       TO WS-Open-Line-Count.
           MOVE WS-PO-Key  TO PD-PO-Number.
           MOVE ZERO       TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN IF PD-LINE-OPEN
                                THEN ADD 1 TO WS-Open-Line-Count
                            END-IF
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.
           IF WS-Open-Line-Count = 0
               THEN MOVE WS-PO-Key TO PH-PO-Number
                    READ PO-Header-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "C" TO PH-PO-Status
                            REWRITE PH-PO-Header-Record
                            END-REWRITE
                            DISPLAY "Purchase order " WS-PO-Key
                                    " fully received - closed"
                    END-READ
               ELSE DISPLAY "Purchase order " WS-PO-Key " still has "
                            WS-Open-Line-Count " open line(s)"
           END-IF.

      ****************************************************************
      *    Paragraph READ-RECEIPT-WAREHOUSE asks which building the  *
      *    stock arrived at - 01 or 02, blank defaulting to the      *
      *    building the purchase order delivers to.                  *
      ****************************************************************
       READ-RECEIPT-WAREHOUSE.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the receiving warehouse (01 or 02), "
                       "or press Enter for " WS-PO-Warehouse ": "
               ACCEPT WS-Work-Field                FROM SYSIN
               EVALUATE WS-Work-Field (1:2)
                   WHEN SPACES
                       MOVE WS-PO-Warehouse TO WS-Warehouse-Code
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN "01"
                       MOVE "01" TO WS-Warehouse-Code
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-RECEIPT-COST asks for the unit cost paid - *
      *    blank defaults to the cost agreed on the PO line, or to   *
      *    the item's current cost for an item the PO never          *
      *    ordered.                                                  *
      ****************************************************************
       READ-RECEIPT-COST.
           IF WS-LINE-FOUND
               THEN MOVE WS-PO-Line-Cost TO WS-Receipt-Cost
               ELSE MOVE IM-Item-Cost    TO WS-Receipt-Cost
           END-IF.
           MOVE WS-Receipt-Cost TO WS-Formatted-Cost.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the unit cost paid, or press Enter "
                       "for " WS-Formatted-Cost ": "
               ACCEPT WS-Work-Field                FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE COMPUTE WS-Receipt-Cost =
                                FUNCTION NUMVAL (WS-Work-Field)
                        IF WS-Receipt-Cost > 0
                            THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                            ELSE DISPLAY "Unit cost must be a "
                                         "positive number - try again "
                        END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph AVERAGE-ITEM-COST re-averages the item's unit   *
      *    cost before the receipt is added to on-hand: the old cost *
      *    carried on both buildings' stock, plus this receipt at    *
      *    the cost paid, over the new total.  With nothing on hand  *
      *    the receipt's cost simply becomes the item's cost.  A     *
      *    result too big for the cost field leaves the old cost in  *
      *    place, with a warning.                                    *
      ****************************************************************
       AVERAGE-ITEM-COST.
           COMPUTE WS-Prior-On-Hand =
                   IM-On-Hand-Qty + IM-On-Hand-Qty-W2.
           IF WS-Prior-On-Hand = 0
               THEN MOVE WS-Receipt-Cost TO IM-Item-Cost
               ELSE COMPUTE WS-New-Cost ROUNDED =
                            ((IM-Item-Cost * WS-Prior-On-Hand)
                           + (WS-Receipt-Cost * WS-Receipt-Qty))
                          / (WS-Prior-On-Hand + WS-Receipt-Qty)
                        ON SIZE ERROR
                            DISPLAY "** Warning: average cost for "
                                    WS-Item-Key " is out of range - "
                                    "cost left unchanged **"
                        NOT ON SIZE ERROR
                            MOVE WS-New-Cost TO IM-Item-Cost
                    END-COMPUTE
           END-IF.

       READ-RECEIVED-DATE.
           DISPLAY "Enter the received date (YYYYMMDD), or press "
                   "Enter for today: ".
               ELSE MOVE WS-Work-Field (1:8) TO WS-Received-Date
           END-IF.

      ****************************************************************
      *    Paragraph READ-RECEIPT-LOT asks for the manufacturer lot  *
      *    number printed on the delivery - blank for stock that     *
      *    carries none.  A lot already on file for the item in this *
      *    building keeps the expiry date it was first received      *
      *    with; a new lot asks for its expiry date, blank when the  *
      *    product has no shelf life.                                *
      ****************************************************************
       READ-RECEIPT-LOT.
           DISPLAY "Enter the manufacturer lot number, or press "
                   "Enter if the stock carries none: ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           MOVE WS-Work-Field (1:15) TO WS-Lot-Number.
           IF WS-Lot-Number NOT = SPACES
               THEN MOVE WS-Item-Key       TO LB-Item-Number
                    MOVE WS-Warehouse-Code TO LB-Warehouse-Code
                    MOVE WS-Lot-Number     TO LB-Lot-Number
                    READ Lot-Balance-File
                        INVALID KEY
                            PERFORM READ-LOT-EXPIRY
                        NOT INVALID KEY
                            MOVE LB-Expiry-Date TO WS-Lot-Expiry
                            DISPLAY "Lot " WS-Lot-Number
                                    " is already on file - expiry "
                                    "date " LB-Expiry-Date " kept"
                    END-READ
           END-IF.

       READ-LOT-EXPIRY.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the lot's expiry date (YYYYMMDD), or "
                       "press Enter if it has no shelf life: "
               ACCEPT WS-Work-Field                FROM SYSIN
               MOVE WS-Work-Field (1:8) TO WS-Lot-Expiry
               EVALUATE TRUE
                   WHEN WS-Lot-Expiry = SPACES
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN WS-Lot-Expiry-Numeric IS NOT NUMERIC
                       DISPLAY "Expiry date must be YYYYMMDD - try "
                               "again "
                   WHEN WS-Lot-Expiry NOT > WS-Received-Date
                       DISPLAY "Lot would be expired on arrival - "
                               "check the date and try again "
                   WHEN OTHER
                       MOVE HIGH-VALUE TO WS-Edit-Flag
               END-EVALUATE
           END-PERFORM.

      ****************************************************************
      *    Paragraph POST-LOT-BALANCE adds the receipt to its lot's  *
      *    balance, starting the balance on the lot's first receipt. *
      ****************************************************************
       POST-LOT-BALANCE.
           MOVE WS-Item-Key       TO LB-Item-Number.
           MOVE WS-Warehouse-Code TO LB-Warehouse-Code.
           MOVE WS-Lot-Number     TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   MOVE WS-Lot-Expiry    TO LB-Expiry-Date
                   MOVE WS-Received-Date TO LB-Received-Date
                   MOVE WS-Receipt-Qty   TO LB-Qty-Received
                   MOVE WS-Receipt-Qty   TO LB-On-Hand-Qty
                   WRITE LB-Lot-Record
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-Receipt-Qty TO LB-Qty-Received
                   ADD WS-Receipt-Qty TO LB-On-Hand-Qty
                   REWRITE LB-Lot-Record
                   END-REWRITE
           END-READ.
           IF WS-LB-Status NOT = "00" AND WS-LB-Status NOT = "02"
               THEN DISPLAY "** Warning: lot " WS-Lot-Number
                            " balance for item " WS-Item-Key
                            " could not be posted (status "
                            WS-LB-Status ") **"
               ELSE ADD 1 TO WS-Lot-Count
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-RECEIPT-AUDIT appends the before/after    *
      *    images under an RCV action, so a receipt reads in the     *
                   WS-Formatted-Qty   DELIMITED BY SIZE
                   "  wh "            DELIMITED BY SIZE
                   WS-Warehouse-Code  DELIMITED BY SIZE
                   "  PO "            DELIMITED BY SIZE
                   WS-PO-Key          DELIMITED BY SIZE
                   " by "             DELIMITED BY SIZE
                   WS-Operator-Id     DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WS-Receipt-Flag    DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
      *    a lot receipt carries the lot and its expiry on a second
      *    line under the receipt
           IF WS-Lot-Number NOT = SPACES
               THEN IF WS-Lot-Expiry = SPACES
                        THEN MOVE "no expiry" TO WS-Work-Field
                        ELSE MOVE SPACES TO WS-Work-Field
                             STRING "expires " DELIMITED BY SIZE
                                     WS-Lot-Expiry DELIMITED BY SIZE
                                     INTO WS-Work-Field
                    END-IF
                    MOVE SPACES TO RP-Report-Line
                    STRING "          lot " DELIMITED BY SIZE
                            WS-Lot-Number   DELIMITED BY SIZE
                            "  "            DELIMITED BY SIZE
                            WS-Work-Field   DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       END PROGRAM "StockReceiving".
