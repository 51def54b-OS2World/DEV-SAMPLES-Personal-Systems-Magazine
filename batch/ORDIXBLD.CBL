 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "OrderIndexRebuild".

      ****************************************************************
      *                                                              *
      *    Order index rebuild.  Regenerates ORDINDX - the order-    *
      *    date and order-status access path the day-end jobs read   *
      *    ORDMAST through - from ORDMAST itself: the index is       *
      *    written fresh, one entry per order on the master, with    *
      *    the order's date and current status.  Run it after        *
      *    ORDMAST is restored from backup, after the first install  *
      *    of the index, or whenever OrderIndexCheck reports drift.  *
      *    Until the index exists, the programs that keep it current *
      *    have nothing to post to and the day-end jobs sweep the    *
      *    whole master as before.                                   *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
       01  WS-Entry-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Failed-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           OPEN INPUT Order-Master-File.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "Order master could not be opened "
                            "(status " WS-OM-Status ") - index not "
                            "rebuilt"
                    GOBACK
           END-IF.

      ****************************************************************
      *    OPEN OUTPUT empties any index already on hand - every     *
      *    entry is regenerated from the master, so nothing stale    *
      *    survives the rebuild.                                     *
      ****************************************************************
           OPEN OUTPUT Order-Index-File.
           IF WS-OI-Status NOT = "00"
               THEN DISPLAY "Order index could not be created "
                            "(status " WS-OI-Status ") - ending"
                    CLOSE Order-Master-File
                    GOBACK
           END-IF.

           MOVE LOW-VALUES TO OM-Order-Number.
           START Order-Master-File KEY IS >= OM-Order-Number
               INVALID KEY MOVE "10" TO WS-OM-Status
           END-START.
           PERFORM UNTIL WS-OM-Status NOT = "00"
               READ Order-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-OM-Status
               END-READ
               IF WS-OM-Status = "00"
                   THEN PERFORM WRITE-INDEX-ENTRY
               END-IF
           END-PERFORM.

           CLOSE Order-Master-File.
           CLOSE Order-Index-File.

           MOVE WS-Entry-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " order index entries written "
                   "to ORDINDX".
           IF WS-Failed-Count > 0
               THEN MOVE WS-Failed-Count TO WS-Formatted-Count
                    DISPLAY "** " WS-Formatted-Count " order(s) could "
                            "not be indexed - see the messages above "
                            "**"
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph WRITE-INDEX-ENTRY writes the entry for the      *
      *    order just read, carrying its date and status into both   *
      *    alternate keys.                                           *
      ****************************************************************
       WRITE-INDEX-ENTRY.
           MOVE OM-Order-Number TO OI-Order-Number.
           MOVE OM-Order-Number TO OI-Date-Order.
           MOVE OM-Order-Number TO OI-Status-Order.
           MOVE OM-Order-Date   TO OI-Order-Date.
           MOVE OM-Order-Date   TO OI-Status-Date.
           MOVE OM-Order-Status TO OI-Order-Status.
           WRITE OI-Index-Record
           END-WRITE.
           IF WS-OI-Status = "00"
               THEN ADD 1 TO WS-Entry-Count
               ELSE ADD 1 TO WS-Failed-Count
                    DISPLAY "** Order " OM-Order-Number " could not "
                            "be indexed (status " WS-OI-Status ") **"
           END-IF.

       END PROGRAM "OrderIndexRebuild".
