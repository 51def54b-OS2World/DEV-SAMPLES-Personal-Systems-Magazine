      ****************************************************************
      *                                                              *
      *    Warehouse pick-list batch job.  Reads the saved orders    *
      *    still at ENTERED status through the given date - through  *
      *    the ORDINDX order-status index, or by sweeping ORDMAST    *
      *    when the index has not been built - and writes one        *
      *    wave-pick document per building.  Orders assigned to      *
      *    warehouse 01 (including orders saved before the second    *
      *    building, whose warehouse is blank) go to PICKRPT,        *
      *    warehouse 02's to PICKRPT2 - each with:                   *
      *    - a consolidated section totaling the units to pick per   *
      *      item across that building's orders, sequenced by item   *
      *      number so a picker walks each aisle once, and           *
      *    date that a previous wave missed is swept in too.  Every  *
      *    order on either document is advanced to PICKED, so the    *
      *    next wave cannot double-pick it.                          *
      *    A kit line is picked as its components: the consolidated  *
      *    section totals the component items (KITMAST) with every   *
      *    other pick of the same item, and the packing section      *
      *    prints the kit line with its components beneath it so     *
      *    the packer boxes them as the one kit the customer bought. *
      *    An order HELD for supervisor review is never picked; the  *
      *    held orders left off the wave are counted on the console. *
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
                                       RECORD KEY IS OD-Key
                                       FILE STATUS IS WS-OD-Status.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Pick-Report-File    ASSIGN TO "PICKRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.
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

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    the components a kit line is actually picked as.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

       FD  Pick-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
      *    Which status the index walk is reading, which pass it is
      *    feeding, and the status key of the entry being handled -
      *    the walk resumes past it once the entry has moved on.
       01  WS-Index-Status             PIC X.
       01  WS-Index-Pass               PIC X.
           88  WS-CONSOLIDATE-PASS                 VALUE "C".
           88  WS-PACKING-PASS                     VALUE "P".
       01  WS-Index-Resume-Key         PIC X(14).
       01  WS-OD-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-R2-Status                PIC X(2).
       01  WS-KT-Status                PIC X(2).
      *    Whether the kit master opened - a shop with no KITMAST on
      *    file sells no kits and picks every line as keyed.
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
       01  WS-Line-Kit-Flag            PIC X.
           88  WS-LINE-IS-KIT                      VALUE "1".
       01  WS-Kit-Index                PIC S9(4)       COMP.
      *    The item and units the current pick adds to the table -
      *    the detail line's own, or one kit component's.
       01  WS-Pick-Item                PIC X(10).
       01  WS-Pick-Units               PIC 9(9).
       01  WS-Target-Date              PIC X(8).
       01  WS-Date-Work                PIC X(21).
       01  WS-Work-Field               PIC X(30).
       01  WS-Order-Count              PIC 9(5)        VALUE ZERO.
      *    HELD orders in the wave's date range left off it - they
      *    wait on the hold queue for a supervisor's release.
       01  WS-Held-Count               PIC 9(5)        VALUE ZERO.

      *    The building whose wave is being built, and the one
      *    print line every report paragraph fills - WRITE-PICK-
                    GOBACK
           END-IF.

      *    Orders are found through the order-date and status index;
      *    until OrderIndexRebuild has built it the whole master is
      *    swept as before.
           MOVE "0" TO WS-Index-Open-Flag.
           OPEN I-O Order-Index-File.
           IF WS-OI-Status = "00"
               THEN MOVE "1" TO WS-Index-Open-Flag
               ELSE DISPLAY "Order index not on hand (status "
                            WS-OI-Status ") - sweeping the whole "
                            "order master"
           END-IF.

           MOVE "0" TO WS-KT-Open-Flag.
           OPEN INPUT Kit-Master-File.
           IF WS-KT-Status = "00"
               THEN MOVE "1" TO WS-KT-Open-Flag
           END-IF.

           OPEN OUTPUT Pick-Report-File.
           OPEN OUTPUT Pick-Report-File-2.

           MOVE "02" TO WS-Current-Warehouse.
           PERFORM BUILD-ONE-WAREHOUSE-WAVE.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           CLOSE Pick-Report-File.
           CLOSE Pick-Report-File-2.

           DISPLAY "Pick lists for " WS-Target-Date " covering "
                   WS-Formatted-Count " order(s) written to PICKRPT "
                   "and PICKRPT2".
           IF WS-Held-Count > 0
               THEN MOVE WS-Held-Count TO WS-Formatted-Count
                    DISPLAY WS-Formatted-Count " order(s) on hold "
                            "were left off - release them through "
                            "the hold queue to pick them"
           END-IF.

           GOBACK.


      ****************************************************************
      *    Paragraph CONSOLIDATE-PICKS sweeps the building's orders  *
      *    and totals the units to pick per item, counting the HELD  *
      *    orders it has to pass over.                               *
      ****************************************************************
       CONSOLIDATE-PICKS.
           MOVE "C" TO WS-Index-Pass.
           IF WS-INDEX-OPEN
               THEN MOVE "E" TO WS-Index-Status
                    PERFORM WALK-STATUS-INDEX
                    MOVE "H" TO WS-Index-Status
                    PERFORM WALK-STATUS-INDEX
           ELSE
               MOVE LOW-VALUES TO OM-Order-Number
               START Order-Master-File KEY IS >= OM-Order-Number
                   INVALID KEY MOVE "10" TO WS-OM-Status
               END-START
               PERFORM UNTIL WS-OM-Status NOT = "00"
                   READ Order-Master-File NEXT RECORD
                       AT END MOVE "10" TO WS-OM-Status
                   END-READ
                   IF WS-OM-Status = "00"
                       THEN PERFORM CONSOLIDATE-ONE-ORDER
                   END-IF
               END-PERFORM
           END-IF.

       CONSOLIDATE-ONE-ORDER.
           IF OM-ORDER-ENTERED AND
              OM-Order-Date <= WS-Target-Date
               THEN PERFORM JUDGE-ORDER-WAREHOUSE
                    IF WS-WH-MATCHES
                        THEN ADD 1 TO WS-Order-Count
                             PERFORM TALLY-ORDER-PICKS
                    END-IF
           END-IF.
           IF OM-ORDER-HELD AND
              OM-Order-Date <= WS-Target-Date
               THEN PERFORM JUDGE-ORDER-WAREHOUSE
                    IF WS-WH-MATCHES
                        THEN ADD 1 TO WS-Held-Count
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph WALK-STATUS-INDEX reads the order-status index  *
      *    entries at WS-Index-Status dated through the target date  *
      *    and hands each order the master still holds to the        *
      *    current pass.  The packing pass moves each entry it       *
      *    prints to PICKED, so the read is re-positioned past the   *
      *    entry's old key after every order.                        *
      ****************************************************************
       WALK-STATUS-INDEX.
           MOVE WS-Index-Status TO OI-Order-Status.
           MOVE LOW-VALUES      TO OI-Status-Date.
           MOVE LOW-VALUES      TO OI-Status-Order.
           START Order-Index-File KEY IS >= OI-Status-Key
               INVALID KEY MOVE "10" TO WS-OI-Status
           END-START.
           PERFORM UNTIL WS-OI-Status NOT = "00"
               READ Order-Index-File NEXT RECORD
                   AT END MOVE "10" TO WS-OI-Status
               END-READ
               IF WS-OI-Status = "00"
                   THEN IF OI-Order-Status = WS-Index-Status AND
                           OI-Status-Date <= WS-Target-Date
                       THEN MOVE OI-Status-Key TO WS-Index-Resume-Key
                            PERFORM READ-INDEXED-ORDER
                            MOVE WS-Index-Resume-Key TO OI-Status-Key
                            START Order-Index-File
                                KEY IS > OI-Status-Key
                                INVALID KEY MOVE "10" TO WS-OI-Status
                            END-START
                       ELSE MOVE "10" TO WS-OI-Status
                       END-IF
               END-IF
           END-PERFORM.

       READ-INDEXED-ORDER.
           MOVE OI-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY
                   DISPLAY "** Order " OI-Order-Number " is on the "
                           "order index but not on ORDMAST - run the "
                           "order index check **"
               NOT INVALID KEY
                   IF WS-CONSOLIDATE-PASS
                       THEN PERFORM CONSOLIDATE-ONE-ORDER
                       ELSE PERFORM PACK-ONE-ORDER
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph TALLY-ORDER-PICKS walks one order's detail      *
      *    lines and folds each into its item's pick total.          *
               END-READ
               IF WS-OD-Status = "00"
                   THEN IF OD-Order-Number = OM-Order-Number
                       THEN PERFORM TALLY-LINE-PICKS
                       ELSE MOVE "10" TO WS-OD-Status
                       END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph TALLY-LINE-PICKS folds the current detail line  *
      *    into the pick table - a kit line as each of its           *
      *    components at the line quantity times the per-kit         *
      *    quantity, anything else as itself.                        *
      ****************************************************************
       TALLY-LINE-PICKS.
           PERFORM FIND-LINE-KIT.
           IF WS-LINE-IS-KIT
               THEN PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                            UNTIL WS-Kit-Index > KT-Component-Count
                               OR WS-Kit-Index > 8
                        MOVE KT-Comp-Item (WS-Kit-Index)
                                              TO WS-Pick-Item
                        COMPUTE WS-Pick-Units = OD-Item-Quantity
                                * KT-Comp-Qty (WS-Kit-Index)
                        PERFORM TALLY-ITEM-PICK
                    END-PERFORM
               ELSE MOVE OD-Item-Number   TO WS-Pick-Item
                    MOVE OD-Item-Quantity TO WS-Pick-Units
                    PERFORM TALLY-ITEM-PICK
           END-IF.

      ****************************************************************
      *    Paragraph FIND-LINE-KIT looks the current detail line's   *
      *    item up on the kit master, leaving a kit's components in  *
      *    the record area.                                          *
      ****************************************************************
       FIND-LINE-KIT.
           MOVE "0" TO WS-Line-Kit-Flag.
           IF WS-KIT-FILE-OPEN
               THEN MOVE OD-Item-Number TO KT-Kit-Number
                    READ Kit-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "1" TO WS-Line-Kit-Flag
                    END-READ
           END-IF.

      ****************************************************************
      *    Paragraph TALLY-ITEM-PICK adds the current pick's units   *
      *    to its item's slot, opening a new slot for an item not    *
      *    seen yet in the wave.                                     *
      ****************************************************************
       TALLY-ITEM-PICK.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Item-Entry-Count
                        OR WS-Found-Flag = HIGH-VALUE
               IF WS-IT-Number (WS-Search-Index) = WS-Pick-Item
                   THEN ADD WS-Pick-Units
                            TO WS-IT-Units (WS-Search-Index)
                        MOVE HIGH-VALUE TO WS-Found-Flag
               END-IF
           IF WS-Found-Flag NOT = HIGH-VALUE
               THEN IF WS-Item-Entry-Count < 500
                   THEN ADD 1 TO WS-Item-Entry-Count
                        MOVE WS-Pick-Item
                             TO WS-IT-Number (WS-Item-Entry-Count)
                        MOVE WS-Pick-Units
                             TO WS-IT-Units (WS-Item-Entry-Count)
                   ELSE ADD 1 TO WS-Items-Dropped
                   END-IF
                   INTO WS-Print-Line.
           PERFORM WRITE-PICK-LINE.

           MOVE "P" TO WS-Index-Pass.
           IF WS-INDEX-OPEN
               THEN MOVE "E" TO WS-Index-Status
                    PERFORM WALK-STATUS-INDEX
           ELSE
               MOVE LOW-VALUES TO OM-Order-Number
               START Order-Master-File KEY IS >= OM-Order-Number
                   INVALID KEY MOVE "10" TO WS-OM-Status
               END-START
               PERFORM UNTIL WS-OM-Status NOT = "00"
                   READ Order-Master-File NEXT RECORD
                       AT END MOVE "10" TO WS-OM-Status
                   END-READ
                   IF WS-OM-Status = "00"
                       THEN PERFORM PACK-ONE-ORDER
                   END-IF
               END-PERFORM
           END-IF.

       PACK-ONE-ORDER.
           IF OM-ORDER-ENTERED AND
              OM-Order-Date <= WS-Target-Date
               THEN PERFORM JUDGE-ORDER-WAREHOUSE
                    IF WS-WH-MATCHES
                        THEN PERFORM WRITE-ONE-ORDER-BLOCK
                             PERFORM ADVANCE-ORDER-TO-PICKED
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph ADVANCE-ORDER-TO-PICKED marks the order just    *
                            " could not be advanced to PICKED "
                            "(status " WS-OM-Status ") **"
                    MOVE "00" TO WS-OM-Status
               ELSE PERFORM POST-ORDER-INDEX
           END-IF.

       WRITE-ONE-ORDER-BLOCK.
                                        DELIMITED BY SIZE
                                    INTO WS-Print-Line
                            PERFORM WRITE-PICK-LINE
                            PERFORM WRITE-KIT-COMPONENT-LINES
                       ELSE MOVE "10" TO WS-OD-Status
                       END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph WRITE-KIT-COMPONENT-LINES prints, beneath a kit *
      *    line in the packing block, the component units that make  *
      *    up the kit, so the packer boxes them together.            *
      ****************************************************************
       WRITE-KIT-COMPONENT-LINES.
           PERFORM FIND-LINE-KIT.
           IF WS-LINE-IS-KIT
               THEN PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                            UNTIL WS-Kit-Index > KT-Component-Count
                               OR WS-Kit-Index > 8
                        COMPUTE WS-Pick-Units = OD-Item-Quantity
                                * KT-Comp-Qty (WS-Kit-Index)
                        MOVE WS-Pick-Units TO WS-Formatted-Units
                        MOVE SPACES TO WS-Print-Line
                        STRING "      kit part " DELIMITED BY SIZE
                                KT-Comp-Item (WS-Kit-Index)
                                    DELIMITED BY SIZE
                                "  " DELIMITED BY SIZE
                                WS-Formatted-Units DELIMITED BY SIZE
                                INTO WS-Print-Line
                        PERFORM WRITE-PICK-LINE
                    END-PERFORM
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

       END PROGRAM "PickList".
