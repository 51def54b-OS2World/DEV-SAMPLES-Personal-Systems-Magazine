 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "OrderIndexCheck".

      ****************************************************************
      *                                                              *
      *    Order index drift check.  Compares ORDINDX - the order-   *
      *    date and order-status access path the day-end jobs read   *
      *    ORDMAST through - against ORDMAST itself and writes the   *
      *    findings to IDXCHKRP:                                     *
      *    - NOT INDEXED: an order on the master with no index       *
      *      entry, which every index-driven day-end job would miss, *
      *    - STALE: an entry whose date or status no longer matches  *
      *      the master (a header changed by a program or a restore  *
      *      that did not post the index), and                       *
      *    - ORPHAN: an entry for an order no longer on the master.  *
      *    Counts of each and a verdict close the report; any drift  *
      *    at all is put right by running OrderIndexRebuild.  The    *
      *    check only reads - it never changes either file.          *
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
           SELECT Check-Report-File   ASSIGN TO "IDXCHKRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

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

       FD  Check-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Master-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Index-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Missing-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Stale-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Orphan-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Drift-Lines              PIC 9(5)        VALUE ZERO.
       01  WS-Max-Drift-Lines          PIC 9(5)        VALUE 100.
       01  WS-Drift-Text               PIC X(80).
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           OPEN INPUT Order-Master-File.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "Order master could not be opened "
                            "(status " WS-OM-Status ") - nothing to "
                            "check"
                    GOBACK
           END-IF.
           OPEN INPUT Order-Index-File.
           IF WS-OI-Status NOT = "00"
               THEN DISPLAY "Order index could not be opened (status "
                            WS-OI-Status ") - run OrderIndexRebuild "
                            "to build it"
                    CLOSE Order-Master-File
                    GOBACK
           END-IF.

           OPEN OUTPUT Check-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "ORDER INDEX DRIFT CHECK" DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Pass one: every order on the master must have an entry,   *
      *    and the entry must carry the master's date and status.    *
      ****************************************************************
           MOVE LOW-VALUES TO OM-Order-Number.
           START Order-Master-File KEY IS >= OM-Order-Number
               INVALID KEY MOVE "10" TO WS-OM-Status
           END-START.
           PERFORM UNTIL WS-OM-Status NOT = "00"
               READ Order-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-OM-Status
               END-READ
               IF WS-OM-Status = "00"
                   THEN PERFORM CHECK-ONE-ORDER
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Pass two: every entry on the index must still have its    *
      *    order on the master.                                      *
      ****************************************************************
           MOVE LOW-VALUES TO OI-Order-Number.
           START Order-Index-File KEY IS >= OI-Order-Number
               INVALID KEY MOVE "10" TO WS-OI-Status
           END-START.
           PERFORM UNTIL WS-OI-Status NOT = "00"
               READ Order-Index-File NEXT RECORD
                   AT END MOVE "10" TO WS-OI-Status
               END-READ
               IF WS-OI-Status = "00"
                   THEN PERFORM CHECK-ONE-ENTRY
               END-IF
           END-PERFORM.

           CLOSE Order-Master-File.
           CLOSE Order-Index-File.

           PERFORM WRITE-CHECK-TOTALS.

           CLOSE Check-Report-File.

           COMPUTE WS-Formatted-Count = WS-Missing-Count +
                   WS-Stale-Count + WS-Orphan-Count.
           DISPLAY WS-Formatted-Count " index drift condition(s) - "
                   "check written to IDXCHKRP".

           GOBACK.

      ****************************************************************
      *    Paragraph CHECK-ONE-ORDER looks the master order just     *
      *    read up on the index by order number.                     *
      ****************************************************************
       CHECK-ONE-ORDER.
           ADD 1 TO WS-Master-Count.
           MOVE OM-Order-Number TO OI-Order-Number.
           READ Order-Index-File
               INVALID KEY
                   ADD 1 TO WS-Missing-Count
                   MOVE SPACES TO WS-Drift-Text
                   STRING "NOT INDEXED: order " DELIMITED BY SIZE
                          OM-Order-Number       DELIMITED BY SIZE
                          " dated "             DELIMITED BY SIZE
                          OM-Order-Date         DELIMITED BY SIZE
                          " status "            DELIMITED BY SIZE
                          OM-Order-Status       DELIMITED BY SIZE
                          INTO WS-Drift-Text
                   PERFORM REPORT-ONE-DRIFT
               NOT INVALID KEY
                   IF OI-Order-Date   NOT = OM-Order-Date   OR
                      OI-Status-Date  NOT = OM-Order-Date   OR
                      OI-Order-Status NOT = OM-Order-Status OR
                      OI-Date-Order   NOT = OM-Order-Number OR
                      OI-Status-Order NOT = OM-Order-Number
                       THEN PERFORM REPORT-STALE-ENTRY
                   END-IF
           END-READ.

       REPORT-STALE-ENTRY.
           ADD 1 TO WS-Stale-Count.
           MOVE SPACES TO WS-Drift-Text.
           STRING "STALE:       order " DELIMITED BY SIZE
                  OM-Order-Number       DELIMITED BY SIZE
                  " master "            DELIMITED BY SIZE
                  OM-Order-Date         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OM-Order-Status       DELIMITED BY SIZE
                  "  index "            DELIMITED BY SIZE
                  OI-Order-Date         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  OI-Order-Status       DELIMITED BY SIZE
                  INTO WS-Drift-Text.
           PERFORM REPORT-ONE-DRIFT.

      ****************************************************************
      *    Paragraph CHECK-ONE-ENTRY looks the index entry just read *
      *    up on the master.                                         *
      ****************************************************************
       CHECK-ONE-ENTRY.
           ADD 1 TO WS-Index-Count.
           MOVE OI-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY
                   ADD 1 TO WS-Orphan-Count
                   MOVE SPACES TO WS-Drift-Text
                   STRING "ORPHAN:      order " DELIMITED BY SIZE
                          OI-Order-Number       DELIMITED BY SIZE
                          " indexed "           DELIMITED BY SIZE
                          OI-Order-Date         DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          OI-Order-Status       DELIMITED BY SIZE
                          " - not on ORDMAST"   DELIMITED BY SIZE
                          INTO WS-Drift-Text
                   PERFORM REPORT-ONE-DRIFT
           END-READ.

      ****************************************************************
      *    Paragraph REPORT-ONE-DRIFT prints one finding.  The       *
      *    listing stops at a sane number of lines; the totals still *
      *    count everything.                                         *
      ****************************************************************
       REPORT-ONE-DRIFT.
           ADD 1 TO WS-Drift-Lines.
           IF WS-Drift-Lines <= WS-Max-Drift-Lines
               THEN MOVE WS-Drift-Text TO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           IF WS-Drift-Lines = WS-Max-Drift-Lines
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "** FURTHER DRIFT COUNTED BUT NOT LISTED **"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-CHECK-TOTALS prints the counts and the    *
      *    verdict.                                                  *
      ****************************************************************
       WRITE-CHECK-TOTALS.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Master-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Orders on master:        " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Index-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Entries on index:        " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Missing-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Orders not indexed:      " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Stale-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Stale entries:           " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Orphan-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Orphan entries:          " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           IF WS-Missing-Count = ZERO AND
              WS-Stale-Count   = ZERO AND
              WS-Orphan-Count  = ZERO
               THEN STRING "VERDICT: ORDER INDEX AGREES WITH ORDMAST"
                           DELIMITED BY SIZE INTO RP-Report-Line
               ELSE STRING "VERDICT: ORDER INDEX HAS DRIFTED - RUN "
                           "OrderIndexRebuild"
                           DELIMITED BY SIZE INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

       END PROGRAM "OrderIndexCheck".
