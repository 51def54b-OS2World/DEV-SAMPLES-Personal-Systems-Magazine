
      ****************************************************************
      *                                                              *
      *    Sales-tax remittance report by jurisdiction.  Reads the   *
      *    orders in the date range keyed at SYSIN (blank from-date  *
      *    defaults to the first of this month, blank to-date to     *
      *    today) through the ORDINDX order-date index - the whole   *
      *    of ORDMAST is swept when the index has not been built -   *
      *    and, for every saved order that was not cancelled,        *
      *    accumulates taxable sales (order total less the saved     *
      *    tax) and tax collected under the order's saved            *
      *    taxing state - the OM-Ship-To-State/OM-Tax-Amount pair    *
      *    order entry freezes on the header.  One line per TX-State *
      *    goes to TAXRMT, with a review section listing every       *
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
           SELECT Tax-Rate-File       ASSIGN TO "TAXRATES"
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

       FD  Tax-Rate-File.
       01  TX-Tax-Record.

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-TX-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Date-Work                PIC X(21).
               THEN DISPLAY "No orders are on file yet - ending"
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
           OPEN INPUT Tax-Rate-File.
           IF WS-TX-Status NOT = "00"
               THEN DISPLAY "** Warning: tax table could not be "
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-INDEX-OPEN
               THEN PERFORM SWEEP-DATE-INDEX
               ELSE PERFORM SWEEP-ORDER-MASTER
           END-IF.
           PERFORM WRITE-STATE-SECTION.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           IF WS-TX-Status = "00"
               THEN CLOSE Tax-Rate-File
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph SWEEP-DATE-INDEX reads only the period's        *
      *    entries on the order-date index, in date order, and       *
      *    accumulates each order the master still shows in the      *
      *    period and not cancelled.                                 *
      ****************************************************************
       SWEEP-DATE-INDEX.
           MOVE WS-From-Date TO OI-Order-Date.
           MOVE LOW-VALUES   TO OI-Date-Order.
           START Order-Index-File KEY IS >= OI-Date-Key
               INVALID KEY MOVE "10" TO WS-OI-Status
           END-START.
           PERFORM UNTIL WS-OI-Status NOT = "00"
               READ Order-Index-File NEXT RECORD
                   AT END MOVE "10" TO WS-OI-Status
               END-READ
               IF WS-OI-Status = "00"
                   THEN IF OI-Order-Date <= WS-To-Date
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
                   IF NOT OM-ORDER-CANCELLED AND
                      OM-Order-Date >= WS-From-Date AND
                      OM-Order-Date <= WS-To-Date
                       THEN ADD 1 TO WS-Order-Count
                            PERFORM ACCUMULATE-ONE-ORDER
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph ACCUMULATE-ONE-ORDER folds the order into its   *
      *    state's bucket and flags it for review when the saved     *
