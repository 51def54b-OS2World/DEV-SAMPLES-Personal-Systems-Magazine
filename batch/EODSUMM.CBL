
      ****************************************************************
      *                                                              *
      *    End-of-day sales summary.  Reads every order placed on    *
      *    one date - through the ORDINDX order-date index, or by    *
      *    sweeping ORDMAST when the index has not been built - and  *
      *    writes a printable roll-up to EODRPT alongside the        *
      *    ORDCONF/ORDSHIP reports:                                  *
      *    - orders taken and total extended value for the day,      *
      *    - the top items by units shipped,                         *
      *    - extended-value totals per customer.                     *
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

       FD  Summary-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Target-Date              PIC X(8).
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

               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph SWEEP-DATE-INDEX reads only the target date's   *
      *    entries on the order-date index and accumulates each      *
      *    order the master still shows placed that day.             *
      ****************************************************************
       SWEEP-DATE-INDEX.
           MOVE WS-Target-Date TO OI-Order-Date.
           MOVE LOW-VALUES     TO OI-Date-Order.
           START Order-Index-File KEY IS >= OI-Date-Key
               INVALID KEY MOVE "10" TO WS-OI-Status
           END-START.
           PERFORM UNTIL WS-OI-Status NOT = "00"
               READ Order-Index-File NEXT RECORD
                   AT END MOVE "10" TO WS-OI-Status
               END-READ
               IF WS-OI-Status = "00"
                   THEN IF OI-Order-Date = WS-Target-Date
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
                   IF OM-Order-Date = WS-Target-Date AND
                      NOT OM-ORDER-CANCELLED
                       THEN PERFORM ACCUMULATE-ONE-ORDER
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph ACCUMULATE-ONE-ORDER folds the header just read *
      *    into the day's totals, then walks the order's ORDDTL      *
