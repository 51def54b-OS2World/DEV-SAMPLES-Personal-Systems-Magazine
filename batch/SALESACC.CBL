      *                                                              *
      *    Sales-history accumulation.  Folds the day's saved        *
      *    orders into the SALESHST period buckets - one record per  *
      *    item per YYYYMM period, one per customer per period and   *
      *    one per sales rep per period, each carrying units, gross  *
      *    value as priced, and the USD value - so the question "how *
      *    did this item sell over the last six months" survives the *
      *    month-end archive purge that removes the orders           *
      *    themselves.  Runs at day-end BEFORE MonthEndArchive ever  *
      *    does (the day-end driver sequences it so), and records    *
      *    each accumulated order in the SALESMRK marker file keyed  *
      *    by order number, so a rerun cannot count an order twice.  *
      *    Cancelled orders are left out.  Orders are read through   *
      *    the ORDINDX order-date index from the first of last month *
      *    on; the whole of ORDMAST is swept when the index has not  *
      *    been built.                                               *
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

      *    Sales-History-File holds one period bucket per item and
      *    per customer - the record that outlives the archived
      *    order.  Type "I" buckets by item, "C" by customer, "R"
      *    by the sales rep stamped on the order (blank entity for
      *    house orders).
       FD  Sales-History-File.
       01  SH-History-Record.
           05  SH-Key.
               10  SH-Record-Type      PIC X.
                   88  SH-BY-ITEM                  VALUE "I".
                   88  SH-BY-CUSTOMER              VALUE "C".
                   88  SH-BY-REP                   VALUE "R".
               10  SH-Entity           PIC X(10).
               10  SH-Period           PIC X(6).
           05  SH-Units                PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-SH-Status                PIC X(2).
       01  WS-SM-Status                PIC X(2).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
      *    First day of last month - where the index read starts.
       01  WS-Window-Date.
           05  WS-Window-Year          PIC 9(4).
           05  WS-Window-Month         PIC 9(2).
           05  WS-Window-Day           PIC 9(2).
       01  WS-Order-Period             PIC X(6).
       01  WS-Order-Units              PIC 9(9).
       01  WS-Line-Extended            PIC 9(9)V99.
                    GOBACK
           END-IF.

      *    Orders are found through the order-date and status index;
      *    until OrderIndexRebuild has built it the whole master is
      *    swept as before.
           MOVE "0" TO WS-Index-Open-Flag.
           OPEN INPUT Order-Index-File.
           IF WS-OI-Status = "00"
               THEN MOVE "1" TO WS-Index-Open-Flag
               ELSE DISPLAY "Order index not on hand (status "
                            WS-OI-Status ") - sweeping the whole "
                            "order master"
           END-IF.

           IF WS-INDEX-OPEN
               THEN PERFORM SWEEP-DATE-INDEX
               ELSE PERFORM SWEEP-ORDER-MASTER
           END-IF.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           CLOSE Sales-History-File.
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph SWEEP-DATE-INDEX reads the order-date index     *
      *    from the first of last month forward and accumulates      *
      *    every order not cancelled and not yet counted - a night   *
      *    or two the day-end missed is still caught up, without     *
      *    reading the months of counted orders before it.           *
      ****************************************************************
       SWEEP-DATE-INDEX.
           MOVE WS-Run-Date TO WS-Window-Date.
           IF WS-Window-Month = 1
               THEN MOVE 12 TO WS-Window-Month
                    SUBTRACT 1 FROM WS-Window-Year
               ELSE SUBTRACT 1 FROM WS-Window-Month
           END-IF.
           MOVE 1 TO WS-Window-Day.
           MOVE WS-Window-Date TO OI-Order-Date.
           MOVE LOW-VALUES     TO OI-Date-Order.
           START Order-Index-File KEY IS >= OI-Date-Key
               INVALID KEY MOVE "10" TO WS-OI-Status
           END-START.
           PERFORM UNTIL WS-OI-Status NOT = "00"
               READ Order-Index-File NEXT RECORD
                   AT END MOVE "10" TO WS-OI-Status
               END-READ
               IF WS-OI-Status = "00"
                   THEN PERFORM READ-INDEXED-ORDER
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
                   IF NOT OM-ORDER-CANCELLED
                       THEN PERFORM ACCUMULATE-IF-UNCOUNTED
                   END-IF
           END-READ.

       ACCUMULATE-IF-UNCOUNTED.
           MOVE OM-Order-Number TO SM-Order-Number.
           READ Sales-Marker-File
      ****************************************************************
      *    Paragraph ACCUMULATE-ONE-ORDER folds the order into its   *
      *    period's buckets - per item off the detail lines, per     *
      *    customer and per rep off the header - and then marks it   *
      *    counted.                                                  *
      *    Marking comes last, so a run that dies mid-order counts   *
      *    the order again next time rather than losing it; the      *
      *    bucket adds are re-applied then, which is why the sweep   *
           ADD OM-USD-Total   TO SH-USD-Value.
           PERFORM STORE-BUCKET.

           MOVE "R"                TO SH-Record-Type.
           MOVE OM-Rep-Code        TO SH-Entity.
           MOVE WS-Order-Period    TO SH-Period.
           PERFORM FETCH-OR-START-BUCKET.
           ADD WS-Order-Units TO SH-Units.
           ADD OM-Total-Cost  TO SH-Gross-Value.
           ADD OM-USD-Total   TO SH-USD-Value.
           PERFORM STORE-BUCKET.

           PERFORM MARK-ORDER-COUNTED.

       ACCUMULATE-ORDER-LINES.
