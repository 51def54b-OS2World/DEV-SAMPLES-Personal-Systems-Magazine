 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "StockTransfer".

      ****************************************************************
      *                                                              *
      *    Inter-warehouse stock transfers.  Moving stock between    *
      *    the two buildings used to take two ItemMaint quantity     *
      *    edits, which made it vanish from one building and appear  *
      *    in the other with no trail.  Here the operator signs on   *
      *    and works a SHIP/RECEIVE/END loop at SYSIN:               *
      *    - SHIP takes the sending building, then one item and      *
      *      quantity per pass until a blank item.  Each line comes  *
      *      off the sender's on-hand at once and is held on the     *
      *      XFERTRAN in-transit file under one transfer number      *
      *      drawn from the POCTR counter file; the transfer         *
      *      document for the truck is then printed to XFERDOC.      *
      *      A lot-tracked item is taken from the sender's LOTBAL    *
      *      lots soonest-expiring first, one transfer line per lot  *
      *      drawn, so each line carries its lot and expiry date.    *
      *    - RECEIVE takes the transfer number and, line by line,    *
      *      the quantity that arrived (Enter for all of it); that   *
      *      goes on hand at the receiving building.  Anything not   *
      *      yet arrived stays in transit on the line, so the aging  *
      *      report keeps chasing it.  A line carrying a lot also    *
      *      credits that lot at the receiving building, creating    *
      *      its LOTBAL record there on first arrival.               *
      *    Both legs append XFS/XFR before/after-image records to    *
      *    ITMAUDIT, the same trail ItemMaint writes, so every unit  *
      *    that leaves one building can be followed to the other.    *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT In-Transit-File     ASSIGN TO "XFERTRAN"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS XT-Key
                                       FILE STATUS IS WS-XT-Status.
           SELECT PO-Counter-File     ASSIGN TO "POCTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS PC-Key
                                       FILE STATUS IS WS-PC-Status.
           SELECT Item-Audit-File     ASSIGN TO "ITMAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IA-Status.
           SELECT Transfer-Document-File ASSIGN TO "XFERDOC"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-TD-Status.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
       01  IM-Item-Record.
           05  IM-Item-Number          PIC X(10).
           05  IM-Item-Description     PIC X(20).
      *    IM-Item-Cost is the unit cost we pay the supplier;
      *    IM-Item-Price is the selling price order entry charges.
           05  IM-Item-Cost            PIC 999V99.
           05  IM-Item-Price           PIC 999V99.
      *    On-hand is tracked per building: IM-On-Hand-Qty is
      *    warehouse 01's stock (the name is kept so existing
      *    consumers read unchanged) and IM-On-Hand-Qty-W2 is
      *    warehouse 02's.
           05  IM-On-Hand-Qty          PIC 9(7).
           05  IM-On-Hand-Qty-W2       PIC 9(7).
           05  IM-Breaks.
               10  IM-Break            OCCURS 3 TIMES.
                   15  IM-Break-Qty    PIC 9(5).
                   15  IM-Break-Cost   PIC 999V99.
                   15  IM-Break-Price  PIC 999V99.
           05  IM-Reorder-Point        PIC 9(7).
           05  IM-Reorder-Qty          PIC 9(7).

       FD  Operator-Master-File.
       01  OP-Operator-Record.
           05  OP-Operator-Id          PIC X(3).
           05  OP-Operator-Name        PIC X(30).
           05  OP-Status-Flag          PIC X.
               88  OP-ACTIVE                       VALUE "A".
               88  OP-DEACTIVATED                  VALUE "D".
      *    Authority tier checked before the sensitive
      *    actions: E(ntry-only), S(upervisor), M(anager).
      *    A blank level - an operator added before tiers
      *    existed - reads as entry-only, so old records get
      *    the least authority, never the most.
           05  OP-Authority-Level      PIC X.
               88  OP-ENTRY-ONLY               VALUE "E" " ".
               88  OP-SUPERVISOR               VALUE "S".
               88  OP-MANAGER                  VALUE "M".

      *    In-Transit-File holds one record per transfer line - the
      *    item, the building it left and the one it is bound for,
      *    how many went on the truck and how many have arrived so
      *    far, and who shipped and received it when.  A line stays
      *    IN TRANSIT until everything shipped on it has arrived.
      *    A lot-tracked item ships one line per lot drawn, the lot
      *    number and expiry date carried on the line; any other
      *    line leaves them blank.
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

      *    The purchase-order counter file keeps one record per
      *    numbering series; transfers draw from their own XFER
      *    series beside the PURCH one.
       FD  PO-Counter-File.
       01  PC-Counter-Record.
           05  PC-Key                  PIC X(5).
           05  PC-Last-Number          PIC 9(5).

      *    Same before/after-image trail ItemMaint writes - each leg
      *    of a transfer is an attributable stock change.
       FD  Item-Audit-File.
       01  IA-Audit-Record.
           05  IA-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-Action               PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-Before-Image         PIC X(113).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-After-Image          PIC X(113).

       FD  Transfer-Document-File.
       01  TD-Report-Line              PIC X(80).

      *    Lot-Balance-File holds the stock of each manufacturer lot,
      *    by item and building - the lots a shipment draws from and
      *    a receipt credits.
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

       WORKING-STORAGE SECTION.
       01  WS-IM-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-XT-Status                PIC X(2).
       01  WS-PC-Status                PIC X(2).
       01  WS-IA-Status                PIC X(2).
       01  WS-TD-Status                PIC X(2).
       01  WS-LB-Status                PIC X(2).
      *    Whether the lot file opened - with no LOTBAL on file no
      *    item is lot-tracked and a transfer moves no lots.
       01  WS-Lot-Open-Flag            PIC X.
           88  WS-LOT-FILE-OPEN                    VALUE "1".
       01  WS-Lot-Tracked-Flag         PIC X.
       01  WS-Lot-Found-Flag           PIC X.
       01  WS-Lot-Need                 PIC 9(7).
       01  WS-Lot-Take                 PIC 9(7).
      *    Soonest expiry, then oldest receipt - no expiry sorts last.
       01  WS-Lot-Sort                 PIC X(16).
       01  WS-Best-Sort                PIC X(16).
       01  WS-Best-Lot                 PIC X(15).
       01  WS-Line-Lot-Number          PIC X(15).
       01  WS-Line-Lot-Expiry          PIC X(8).
       01  WS-Line-Qty                 PIC 9(7).
       01  WS-IA-Timestamp-Work        PIC X(21).
       01  WS-Today                    PIC X(8).
       01  WS-Edit-Flag                PIC X.
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Lines-Done-Flag          PIC X.
           88  WS-LINES-DONE                       VALUE "1".
       01  WS-User-Action              PIC X(10).
       01  WS-Work-Field               PIC X(30).
       01  WS-Operator-Id              PIC X(3).
       01  WS-Item-Key                 PIC X(10).
       01  WS-Before-Image             PIC X(113).

      *    The transfer being shipped or received.  A transfer
      *    number is only drawn once its first line is posted, so
      *    a SHIP abandoned before any line wastes no number.
       01  WS-Transfer-Key             PIC X(5).
       01  WS-Transfer-Number          PIC 9(5).
       01  WS-Next-Line-Number         PIC 9(4).
       01  WS-Line-Key                 PIC X(9).
       01  WS-From-Warehouse           PIC X(2).
       01  WS-To-Warehouse             PIC X(2).
       01  WS-Sender-On-Hand           PIC 9(7).
       01  WS-Transfer-Qty             PIC 9(7).
       01  WS-Outstanding-Qty          PIC 9(7).
       01  WS-Received-Date            PIC X(8).
       01  WS-Lines-Found              PIC 9(4).
       01  WS-Transfer-Units           PIC 9(9).

       01  WS-Ship-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Receive-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Outstanding    PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-On-Hand        PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Units          PIC ZZZ,ZZZ,ZZ9.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Transfers change the live item master, so the operator    *
      *    signs on first, the same way receiving does.              *
      ****************************************************************
           OPEN INPUT Operator-Master-File.
           IF WS-OP-Status NOT = "00"
               THEN DISPLAY "Operator file could not be opened "
                            "(status " WS-OP-Status ") - ending"
                    GOBACK
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           CLOSE Operator-Master-File.

           MOVE FUNCTION CURRENT-DATE TO WS-IA-Timestamp-Work.
           MOVE WS-IA-Timestamp-Work (1:8) TO WS-Today.

           OPEN I-O Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    GOBACK
           END-IF.

      ****************************************************************
      *    XFERTRAN is pre-allocated empty the same way ORDMAST is,  *
      *    so OPEN I-O falls back to OPEN OUTPUT the very first      *
      *    time.                                                     *
      ****************************************************************
           OPEN I-O In-Transit-File.
           IF WS-XT-Status = "35"
               THEN OPEN OUTPUT In-Transit-File
                    CLOSE In-Transit-File
                    OPEN I-O In-Transit-File
           END-IF.
           IF WS-XT-Status NOT = "00"
               THEN DISPLAY "In-transit file could not be opened "
                            "(status " WS-XT-Status ") - ending"
                    CLOSE Item-Master-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    LOTBAL is only read and credited here, never created - a  *
      *    line only carries a lot when the sender's lots were on    *
      *    file to draw it from.                                     *
      ****************************************************************
           MOVE "0" TO WS-Lot-Open-Flag.
           OPEN I-O Lot-Balance-File.
           IF WS-LB-Status = "00"
               THEN MOVE "1" TO WS-Lot-Open-Flag
           END-IF.

           OPEN EXTEND Item-Audit-File.
           IF WS-IA-Status = "35"
               THEN OPEN OUTPUT Item-Audit-File
           END-IF.

      ****************************************************************
      *    Transfer documents accumulate across the day's sessions,  *
      *    the same OPEN EXTEND style as PODOC.                      *
      ****************************************************************
           OPEN EXTEND Transfer-Document-File.
           IF WS-TD-Status = "35"
               THEN OPEN OUTPUT Transfer-Document-File
           END-IF.

           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the action desired:  ship, receive, "
                       "end: "
               ACCEPT WS-User-Action                  FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-User-Action)
                                      TO WS-User-Action
               EVALUATE WS-User-Action (1:3)
                   WHEN "SHI"
                       PERFORM SHIP-TRANSFER
                   WHEN "REC"
                       PERFORM RECEIVE-TRANSFER
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Item-Master-File.
           CLOSE In-Transit-File.
           CLOSE Item-Audit-File.
           CLOSE Transfer-Document-File.
           IF WS-LOT-FILE-OPEN
               THEN CLOSE Lot-Balance-File
           END-IF.

           MOVE WS-Ship-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " transfer line(s) shipped - "
                   "documents written to XFERDOC".
           MOVE WS-Receive-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " transfer line(s) received".

           GOBACK.

      ****************************************************************
      *    Paragraph SIGN-ON-OPERATOR validates the operator id the  *
      *    same way order entry's sign-on does.                      *
      ****************************************************************
       SIGN-ON-OPERATOR.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter your operator id: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Operator id is required - try again "
               ELSE
                   MOVE WS-Work-Field (1:3) TO WS-Operator-Id
                   MOVE WS-Operator-Id      TO OP-Operator-Id
                   READ Operator-Master-File
                       INVALID KEY
                           DISPLAY "Operator " WS-Operator-Id
                                   " is not on the operator file - "
                                   "try again"
                       NOT INVALID KEY
                           IF OP-ACTIVE
                               THEN DISPLAY "Signed on: "
                                            OP-Operator-Name
                                    MOVE HIGH-VALUE TO WS-Edit-Flag
                               ELSE DISPLAY "Operator "
                                            WS-Operator-Id
                                            " is deactivated - "
                                            "try again"
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph SHIP-TRANSFER takes the sending building - the  *
      *    other one receives - then one line per pass until a blank *
      *    item, and prints the transfer document once the truck is  *
      *    loaded.                                                   *
      ****************************************************************
       SHIP-TRANSFER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the sending warehouse (01 or 02): "
               ACCEPT WS-Work-Field                FROM SYSIN
               EVALUATE WS-Work-Field (1:2)
                   WHEN "01"
                       MOVE "01" TO WS-From-Warehouse
                       MOVE "02" TO WS-To-Warehouse
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN "02"
                       MOVE "02" TO WS-From-Warehouse
                       MOVE "01" TO WS-To-Warehouse
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN OTHER
                       DISPLAY "Please answer 01 or 02 - try again "
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO WS-Transfer-Key.
           MOVE ZERO   TO WS-Next-Line-Number.
           MOVE "0" TO WS-Lines-Done-Flag.
           PERFORM UNTIL WS-LINES-DONE
               DISPLAY "Enter the item to ship from warehouse "
                       WS-From-Warehouse " to " WS-To-Warehouse
                       ", or press Enter when the truck is loaded: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN MOVE "1" TO WS-Lines-Done-Flag
                   ELSE MOVE WS-Work-Field (1:10) TO WS-Item-Key
                        PERFORM SHIP-ONE-LINE
               END-IF
           END-PERFORM.

           IF WS-Transfer-Key = SPACES
               THEN DISPLAY "Nothing was shipped - no transfer raised"
               ELSE PERFORM PRINT-TRANSFER-DOCUMENT
                    DISPLAY "Transfer " WS-Transfer-Key " shipped - "
                            "document written to XFERDOC"
           END-IF.

      ****************************************************************
      *    Paragraph SHIP-ONE-LINE takes the item off the sender's   *
      *    on-hand and records it in transit.  More than the sender  *
      *    holds cannot be shipped.                                  *
      ****************************************************************
       SHIP-ONE-LINE.
           MOVE WS-Item-Key TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Item " WS-Item-Key
                           " not found in item master - not shipped"
               NOT INVALID KEY
                   PERFORM SHIP-FOUND-ITEM
           END-READ.

       SHIP-FOUND-ITEM.
           IF WS-From-Warehouse = "02"
               THEN MOVE IM-On-Hand-Qty-W2 TO WS-Sender-On-Hand
               ELSE MOVE IM-On-Hand-Qty    TO WS-Sender-On-Hand
           END-IF.
           MOVE WS-Sender-On-Hand TO WS-Formatted-On-Hand.
           IF WS-Sender-On-Hand = 0
               THEN DISPLAY "Item " WS-Item-Key " has none on hand "
                            "at warehouse " WS-From-Warehouse
                            " - not shipped"
           ELSE
               MOVE LOW-VALUE TO WS-Edit-Flag
               PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
                   DISPLAY "Enter the quantity to ship ("
                           WS-Formatted-On-Hand " on hand): "
                   ACCEPT WS-Work-Field                FROM SYSIN
                   COMPUTE WS-Transfer-Qty =
                           FUNCTION NUMVAL (WS-Work-Field)
                   IF WS-Transfer-Qty > 0 AND
                      WS-Transfer-Qty NOT > WS-Sender-On-Hand
                       THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                       ELSE DISPLAY "Quantity must be a positive "
                                    "number no more than the "
                                    "sender holds - try again "
                   END-IF
               END-PERFORM
               PERFORM POST-SHIPPED-LINE
           END-IF.

       POST-SHIPPED-LINE.
           MOVE IM-Item-Record TO WS-Before-Image.
           IF WS-From-Warehouse = "02"
               THEN SUBTRACT WS-Transfer-Qty FROM IM-On-Hand-Qty-W2
               ELSE SUBTRACT WS-Transfer-Qty FROM IM-On-Hand-Qty
           END-IF.
           REWRITE IM-Item-Record
           END-REWRITE.
           IF WS-IM-Status NOT = "00" AND WS-IM-Status NOT = "02"
               THEN DISPLAY "** Item " WS-Item-Key
                            " was NOT shipped (status "
                            WS-IM-Status ") **"
           ELSE
               IF WS-Transfer-Key = SPACES
                   THEN PERFORM ASSIGN-TRANSFER-NUMBER
               END-IF
               MOVE "XFS" TO IA-Action
               PERFORM WRITE-TRANSFER-AUDIT
               MOVE WS-Transfer-Qty TO WS-Lot-Need
               IF WS-LOT-FILE-OPEN
                   THEN PERFORM SHIP-FROM-LOTS
               END-IF
               IF WS-Lot-Need > 0
                   THEN MOVE SPACES      TO WS-Line-Lot-Number
                        MOVE SPACES      TO WS-Line-Lot-Expiry
                        MOVE WS-Lot-Need TO WS-Line-Qty
                        PERFORM WRITE-TRANSFER-LINE
               END-IF
           END-IF.

      ****************************************************************
      *    Paragraph SHIP-FROM-LOTS takes the quantity shipped from  *
      *    the item's lots at the sending building, soonest-expiring *
      *    first, skipping lots already expired today - the same     *
      *    ordering the order save uses - and writes a transfer line *
      *    for each lot drawn.  An item with no lots on file is not  *
      *    lot-tracked and ships on a single line with no lot; a     *
      *    tracked item whose unexpired lots run out first ships the *
      *    rest that way too, flagged.                               *
      ****************************************************************
       SHIP-FROM-LOTS.
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
               THEN DISPLAY "** Item " WS-Item-Key " - " WS-Lot-Need
                            " unit(s) shipped with no unexpired "
                            "lot on file in warehouse "
                            WS-From-Warehouse " **"
           END-IF.

       FIND-OLDEST-LOT.
           MOVE LOW-VALUE         TO WS-Lot-Found-Flag.
           MOVE HIGH-VALUES       TO WS-Best-Sort.
           MOVE WS-Item-Key       TO LB-Item-Number.
           MOVE WS-From-Warehouse TO LB-Warehouse-Code.
           MOVE LOW-VALUES        TO LB-Lot-Number.
           START Lot-Balance-File KEY IS >= LB-Key
               INVALID KEY MOVE "10" TO WS-LB-Status
           END-START.
           PERFORM UNTIL WS-LB-Status NOT = "00"
               READ Lot-Balance-File NEXT RECORD
                   AT END MOVE "10" TO WS-LB-Status
               END-READ
               IF WS-LB-Status = "00"
                   THEN IF LB-Item-Number    = WS-Item-Key AND
                           LB-Warehouse-Code = WS-From-Warehouse
                       THEN PERFORM WEIGH-LOT
                       ELSE MOVE "10" TO WS-LB-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-LB-Status.

       WEIGH-LOT.
           MOVE HIGH-VALUE TO WS-Lot-Tracked-Flag.
           IF LB-On-Hand-Qty > 0 AND
              (LB-Expiry-Date = SPACES OR LB-Expiry-Date >= WS-Today)
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
           MOVE WS-Item-Key       TO LB-Item-Number.
           MOVE WS-From-Warehouse TO LB-Warehouse-Code.
           MOVE WS-Best-Lot       TO LB-Lot-Number.
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
                   MOVE LB-Lot-Number  TO WS-Line-Lot-Number
                   MOVE LB-Expiry-Date TO WS-Line-Lot-Expiry
                   MOVE WS-Lot-Take    TO WS-Line-Qty
                   PERFORM WRITE-TRANSFER-LINE
           END-READ.

      ****************************************************************
      *    Paragraph WRITE-TRANSFER-LINE puts the next line of the   *
      *    transfer in transit - the quantity and any lot the caller *
      *    set.                                                      *
      ****************************************************************
       WRITE-TRANSFER-LINE.
           ADD 1 TO WS-Next-Line-Number.
           MOVE WS-Transfer-Key     TO XT-Transfer-Number.
           MOVE WS-Next-Line-Number TO XT-Line-Number.
           MOVE WS-Item-Key         TO XT-Item-Number.
           MOVE WS-From-Warehouse   TO XT-From-Warehouse.
           MOVE WS-To-Warehouse     TO XT-To-Warehouse.
           MOVE WS-Line-Qty         TO XT-Qty-Shipped.
           MOVE ZERO                TO XT-Qty-Received.
           MOVE WS-Today            TO XT-Ship-Date.
           MOVE WS-Operator-Id      TO XT-Ship-Operator.
           MOVE SPACES              TO XT-Receive-Date.
           MOVE SPACES              TO XT-Receive-Operator.
           MOVE "T"                 TO XT-Line-Status.
           MOVE WS-Line-Lot-Number  TO XT-Lot-Number.
           MOVE WS-Line-Lot-Expiry  TO XT-Lot-Expiry.
           WRITE XT-Transfer-Record
           END-WRITE.
           IF WS-XT-Status NOT = "00"
               THEN DISPLAY "** Warning: in-transit record for "
                            WS-Item-Key " could not be written "
                            "(status " WS-XT-Status ") - the "
                            "ITMAUDIT XFS record is the only "
                            "trace of this line **"
               ELSE ADD 1 TO WS-Ship-Count
                    DISPLAY "Item " WS-Item-Key " shipped on "
                            "transfer " WS-Transfer-Key " line "
                            WS-Next-Line-Number " lot "
                            WS-Line-Lot-Number
           END-IF.

      ****************************************************************
      *    Paragraph ASSIGN-TRANSFER-NUMBER draws the next number in *
      *    the XFER series of the counter file, creating the series  *
      *    on first use the same way the purchase-order draft does.  *
      ****************************************************************
       ASSIGN-TRANSFER-NUMBER.
           OPEN I-O PO-Counter-File.
           IF WS-PC-Status = "35"
               THEN OPEN OUTPUT PO-Counter-File
                    CLOSE PO-Counter-File
                    OPEN I-O PO-Counter-File
           END-IF.
           MOVE "XFER " TO PC-Key.
           READ PO-Counter-File
               INVALID KEY MOVE ZERO TO PC-Last-Number
           END-READ.
           ADD 1 TO PC-Last-Number.
           MOVE PC-Last-Number     TO WS-Transfer-Number.
           MOVE WS-Transfer-Number TO WS-Transfer-Key.
           MOVE "XFER " TO PC-Key.
           REWRITE PC-Counter-Record
               INVALID KEY WRITE PC-Counter-Record
           END-REWRITE.
           CLOSE PO-Counter-File.

      ****************************************************************
      *    Paragraph RECEIVE-TRANSFER takes the transfer number and  *
      *    works through its lines still in transit.                 *
      ****************************************************************
       RECEIVE-TRANSFER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the transfer number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Transfer number is required - "
                                "try again "
                   ELSE MOVE WS-Work-Field (1:5) TO WS-Transfer-Key
                        INSPECT WS-Transfer-Key REPLACING LEADING
                                SPACES BY ZERO
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.

           DISPLAY "Enter the received date (YYYYMMDD), or press "
                   "Enter for today: ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Today           TO WS-Received-Date
               ELSE MOVE WS-Work-Field (1:8) TO WS-Received-Date
           END-IF.

           MOVE ZERO TO WS-Lines-Found.
           MOVE WS-Transfer-Key TO XT-Transfer-Number.
           MOVE ZERO            TO XT-Line-Number.
           START In-Transit-File KEY IS >= XT-Key
               INVALID KEY MOVE "10" TO WS-XT-Status
           END-START.
           PERFORM UNTIL WS-XT-Status NOT = "00"
               READ In-Transit-File NEXT RECORD
                   AT END MOVE "10" TO WS-XT-Status
               END-READ
               IF WS-XT-Status = "00"
                   THEN IF XT-Transfer-Number = WS-Transfer-Key
                       THEN IF XT-IN-TRANSIT
                                THEN ADD 1 TO WS-Lines-Found
                                     PERFORM RECEIVE-ONE-LINE
                            END-IF
                       ELSE MOVE "10" TO WS-XT-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-XT-Status.

           IF WS-Lines-Found = 0
               THEN DISPLAY "Transfer " WS-Transfer-Key " has no "
                            "lines in transit - nothing to receive"
           END-IF.

      ****************************************************************
      *    Paragraph RECEIVE-ONE-LINE takes the quantity that        *
      *    arrived on the line the record area holds and puts it on  *
      *    hand at the receiving building.  The line is re-read by   *
      *    key before it is rewritten, since the item master update  *
      *    comes between.                                            *
      ****************************************************************
       RECEIVE-ONE-LINE.
           COMPUTE WS-Outstanding-Qty =
                   XT-Qty-Shipped - XT-Qty-Received.
           MOVE WS-Outstanding-Qty TO WS-Formatted-Outstanding.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Line " XT-Line-Number " item " XT-Item-Number
                       " lot " XT-Lot-Number
                       " - enter the quantity received, or press "
                       "Enter for all" WS-Formatted-Outstanding ": "
               ACCEPT WS-Work-Field                FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN MOVE WS-Outstanding-Qty TO WS-Transfer-Qty
                   ELSE COMPUTE WS-Transfer-Qty =
                                FUNCTION NUMVAL (WS-Work-Field)
               END-IF
               IF WS-Transfer-Qty NOT > WS-Outstanding-Qty
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "No more than " WS-Formatted-Outstanding
                                " is still in transit on this line "
                                "- try again "
               END-IF
           END-PERFORM.

           IF WS-Transfer-Qty = 0
               THEN DISPLAY "Nothing received on line "
                            XT-Line-Number " - it stays in transit"
           ELSE
               MOVE XT-Item-Number  TO WS-Item-Key
               MOVE XT-To-Warehouse TO WS-To-Warehouse
               MOVE XT-Key          TO WS-Line-Key
               MOVE WS-Item-Key TO IM-Item-Number
               READ Item-Master-File
                   INVALID KEY
                       DISPLAY "** Item " WS-Item-Key " is no longer "
                               "on the item master - line not "
                               "received **"
                   NOT INVALID KEY
                       PERFORM POST-RECEIVED-LINE
               END-READ
           END-IF.

       POST-RECEIVED-LINE.
           MOVE IM-Item-Record TO WS-Before-Image.
           IF WS-To-Warehouse = "02"
               THEN ADD WS-Transfer-Qty TO IM-On-Hand-Qty-W2
                    MOVE IM-On-Hand-Qty-W2 TO WS-Formatted-On-Hand
               ELSE ADD WS-Transfer-Qty TO IM-On-Hand-Qty
                    MOVE IM-On-Hand-Qty    TO WS-Formatted-On-Hand
           END-IF.
           REWRITE IM-Item-Record
           END-REWRITE.
           IF WS-IM-Status NOT = "00" AND WS-IM-Status NOT = "02"
               THEN DISPLAY "** Item " WS-Item-Key
                            " was NOT received (status "
                            WS-IM-Status ") **"
           ELSE
               MOVE "XFR" TO IA-Action
               PERFORM WRITE-TRANSFER-AUDIT
               MOVE WS-Line-Key TO XT-Key
               READ In-Transit-File
                   INVALID KEY
                       DISPLAY "** Warning: transfer line "
                               WS-Line-Key " could not be "
                               "re-read - receipt not recorded on "
                               "it **"
                   NOT INVALID KEY
                       PERFORM RECORD-LINE-RECEIPT
                       IF XT-Lot-Number NOT = SPACES
                           THEN PERFORM CREDIT-RECEIVED-LOT
                       END-IF
               END-READ
               ADD 1 TO WS-Receive-Count
               DISPLAY "Item " WS-Item-Key " received - warehouse "
                       WS-To-Warehouse " on hand is now "
                       WS-Formatted-On-Hand
           END-IF.

       RECORD-LINE-RECEIPT.
           ADD WS-Transfer-Qty   TO XT-Qty-Received.
           MOVE WS-Received-Date TO XT-Receive-Date.
           MOVE WS-Operator-Id   TO XT-Receive-Operator.
           IF XT-Qty-Received NOT < XT-Qty-Shipped
               THEN MOVE "R" TO XT-Line-Status
               ELSE COMPUTE WS-Outstanding-Qty =
                            XT-Qty-Shipped - XT-Qty-Received
                    MOVE WS-Outstanding-Qty
                                  TO WS-Formatted-Outstanding
                    DISPLAY "** " WS-Formatted-Outstanding
                            " still in transit on line "
                            XT-Line-Number " **"
           END-IF.
           REWRITE XT-Transfer-Record
           END-REWRITE.
           IF WS-XT-Status NOT = "00"
               THEN DISPLAY "** Warning: transfer line " XT-Key
                            " could not be rewritten (status "
                            WS-XT-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph CREDIT-RECEIVED-LOT puts the units just         *
      *    received on the line's lot at the receiving building,     *
      *    the same way receiving credits a supplier lot - a lot     *
      *    new to the building is written with the expiry date it    *
      *    travelled with and the date it arrived.                   *
      ****************************************************************
       CREDIT-RECEIVED-LOT.
           IF NOT WS-LOT-FILE-OPEN
               THEN DISPLAY "** Warning: lot " XT-Lot-Number
                            " of item " WS-Item-Key " could not be "
                            "credited - lot file not open **"
           ELSE
               MOVE WS-Item-Key     TO LB-Item-Number
               MOVE WS-To-Warehouse TO LB-Warehouse-Code
               MOVE XT-Lot-Number   TO LB-Lot-Number
               READ Lot-Balance-File
                   INVALID KEY
                       MOVE XT-Lot-Expiry    TO LB-Expiry-Date
                       MOVE WS-Received-Date TO LB-Received-Date
                       MOVE WS-Transfer-Qty  TO LB-Qty-Received
                       MOVE WS-Transfer-Qty  TO LB-On-Hand-Qty
                       WRITE LB-Lot-Record
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-Transfer-Qty TO LB-Qty-Received
                       ADD WS-Transfer-Qty TO LB-On-Hand-Qty
                       REWRITE LB-Lot-Record
                       END-REWRITE
               END-READ
               IF WS-LB-Status NOT = "00" AND WS-LB-Status NOT = "02"
                   THEN DISPLAY "** Warning: lot " XT-Lot-Number
                                " of item " WS-Item-Key " could not "
                                "be credited (status " WS-LB-Status
                                ") **"
               END-IF
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-TRANSFER-AUDIT appends the before/after   *
      *    images under the action the caller set - XFS for the ship *
      *    leg, XFR for the receive leg.                             *
      ****************************************************************
       WRITE-TRANSFER-AUDIT.
           MOVE FUNCTION CURRENT-DATE       TO WS-IA-Timestamp-Work.
           MOVE WS-IA-Timestamp-Work (1:14) TO IA-Timestamp.
           MOVE WS-Before-Image             TO IA-Before-Image.
           MOVE IM-Item-Record              TO IA-After-Image.
           WRITE IA-Audit-Record.
           IF WS-IA-Status NOT = "00" AND WS-IA-Status NOT = "02"
               THEN DISPLAY "** Warning: transfer audit record for "
                            WS-Item-Key
                            " could not be written (status "
                            WS-IA-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph PRINT-TRANSFER-DOCUMENT writes the document     *
      *    that rides on the truck - the two buildings, the ship     *
      *    date and shipper, and one line per item and lot with a    *
      *    blank for the receiving building to count against.        *
      ****************************************************************
       PRINT-TRANSFER-DOCUMENT.
           MOVE SPACES TO TD-Report-Line.
           STRING "STOCK TRANSFER " DELIMITED BY SIZE
                   WS-Transfer-Key DELIMITED BY SIZE
                   INTO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE SPACES TO TD-Report-Line.
           STRING "Ship Date: " DELIMITED BY SIZE
                   WS-Today DELIMITED BY SIZE
                   "   Shipped By: " DELIMITED BY SIZE
                   WS-Operator-Id DELIMITED BY SIZE
                   INTO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE SPACES TO TD-Report-Line.
           STRING "From: warehouse " DELIMITED BY SIZE
                   WS-From-Warehouse DELIMITED BY SIZE
                   "   To: warehouse " DELIMITED BY SIZE
                   WS-To-Warehouse DELIMITED BY SIZE
                   INTO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE SPACES TO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE SPACES TO TD-Report-Line.
           STRING "Line  Item        Description             Shipped"
                  "   Received  Lot"
                   DELIMITED BY SIZE INTO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE ZERO TO WS-Transfer-Units.
           MOVE WS-Transfer-Key TO XT-Transfer-Number.
           MOVE ZERO            TO XT-Line-Number.
           START In-Transit-File KEY IS >= XT-Key
               INVALID KEY MOVE "10" TO WS-XT-Status
           END-START.
           PERFORM UNTIL WS-XT-Status NOT = "00"
               READ In-Transit-File NEXT RECORD
                   AT END MOVE "10" TO WS-XT-Status
               END-READ
               IF WS-XT-Status = "00"
                   THEN IF XT-Transfer-Number = WS-Transfer-Key
                       THEN PERFORM PRINT-ONE-TRANSFER-LINE
                       ELSE MOVE "10" TO WS-XT-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-XT-Status.

           MOVE SPACES TO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE WS-Transfer-Units TO WS-Formatted-Units.
           MOVE SPACES TO TD-Report-Line.
           STRING "Total Units Shipped: " DELIMITED BY SIZE
                   WS-Formatted-Units DELIMITED BY SIZE
                   INTO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE SPACES TO TD-Report-Line.
           STRING "Received By: ________   Date: ________"
                   DELIMITED BY SIZE INTO TD-Report-Line.
           WRITE TD-Report-Line.

           MOVE SPACES TO TD-Report-Line.
           WRITE TD-Report-Line.

       PRINT-ONE-TRANSFER-LINE.
           MOVE XT-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY MOVE SPACES TO IM-Item-Description
           END-READ.
           ADD XT-Qty-Shipped TO WS-Transfer-Units.
           MOVE XT-Qty-Shipped TO WS-Formatted-Qty.
           MOVE SPACES TO TD-Report-Line.
           STRING XT-Line-Number        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   XT-Item-Number       DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   IM-Item-Description  DELIMITED BY SIZE
                   WS-Formatted-Qty     DELIMITED BY SIZE
                   "   ________"        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   XT-Lot-Number        DELIMITED BY SIZE
                   INTO TD-Report-Line.
           WRITE TD-Report-Line.

       END PROGRAM "StockTransfer".
