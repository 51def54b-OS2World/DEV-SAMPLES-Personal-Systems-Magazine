
      ****************************************************************
      *                                                              *
      *    Day-end warehouse interchange extract.  Reads every       *
      *    order at a pickable status - ENTERED, or PICKED but not   *
      *    yet shipped - through the ORDINDX order-status index      *
      *    (sweeping ORDMAST when the index has not been built),     *
      *    and for each one not already transmitted appends a        *
      *    fixed-format interchange block to WHSEXTR for the         *
      *    warehouse system to ingest:                               *
      *    - one "H" header record per order from the ORDMAST       *
      *      header,                                                 *
      *    - one "D" detail record per ORDDTL line, and             *
      *    Each extracted order is recorded in WHSSENT, keyed by     *
      *    order number the same way the shipment file is, so a      *
      *    rerun cannot send it twice.                               *
      *    An order HELD for supervisor review is not pickable and   *
      *    is never sent; the held orders passed over are counted on *
      *    the console.                                              *
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

      *    Sent-Marker-File remembers every order already handed to
      *    the warehouse system, so a rerun of the extract skips it

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-Index-Status             PIC X.
       01  WS-OD-Status                PIC X(2).
       01  WS-WH-Status                PIC X(2).
       01  WS-IX-Status                PIC X(2).

       01  WS-Header-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Detail-Count             PIC 9(7)        VALUE ZERO.
      *    HELD orders passed over - they are not pickable until a
      *    supervisor releases them from the hold queue.
       01  WS-Held-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Units-Hash               PIC 9(11)       VALUE ZERO.
       01  WS-Order-Hash               PIC 9(11)       VALUE ZERO.
       01  WS-Order-Number-Num         PIC 9(5).
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

      ****************************************************************
      *    The interchange file is written fresh each run - the      *
      *    transmission job consumes it whole, and the trailer       *
      ****************************************************************
           OPEN OUTPUT Interchange-File.

           IF WS-INDEX-OPEN
               THEN MOVE "E" TO WS-Index-Status
                    PERFORM SWEEP-STATUS-INDEX
                    MOVE "P" TO WS-Index-Status
                    PERFORM SWEEP-STATUS-INDEX
                    MOVE "H" TO WS-Index-Status
                    PERFORM SWEEP-STATUS-INDEX
               ELSE PERFORM SWEEP-ORDER-MASTER
           END-IF.
           PERFORM WRITE-TRAILER-RECORD.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           CLOSE Sent-Marker-File.
           MOVE WS-Header-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " order(s) extracted to "
                   "WHSEXTR for the warehouse system".
           IF WS-Held-Count > 0
               THEN MOVE WS-Held-Count TO WS-Formatted-Count
                    DISPLAY WS-Formatted-Count " order(s) on hold "
                            "were not extracted"
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph SWEEP-ORDER-MASTER reads every header in key    *
      *    order and extracts the pickable ones not already sent,    *
      *    counting the HELD orders it passes over.                  *
      ****************************************************************
       SWEEP-ORDER-MASTER.
           MOVE LOW-VALUES TO OM-Order-Number.
                  (OM-ORDER-ENTERED OR OM-ORDER-PICKED)
                   THEN PERFORM EXTRACT-IF-UNSENT
               END-IF
               IF WS-OM-Status = "00" AND OM-ORDER-HELD
                   THEN ADD 1 TO WS-Held-Count
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph SWEEP-STATUS-INDEX reads only the entries at    *
      *    WS-Index-Status on the order-status index and extracts    *
      *    (or, for HELD, counts) each order the master still shows  *
      *    at that status.                                           *
      ****************************************************************
       SWEEP-STATUS-INDEX.
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
                   THEN IF OI-Order-Status = WS-Index-Status
                       THEN PERFORM READ-INDEXED-ORDER
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
                   IF OM-Order-Status = WS-Index-Status
                       THEN IF OM-ORDER-HELD
                                THEN ADD 1 TO WS-Held-Count
                                ELSE PERFORM EXTRACT-IF-UNSENT
                            END-IF
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph EXTRACT-IF-UNSENT consults the sent-marker      *
      *    file - an order already recorded there was transmitted    *
