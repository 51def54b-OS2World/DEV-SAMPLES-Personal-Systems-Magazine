      *    - its ORDOVFL spill lines go to ARCOVFL,                  *
      *    - its AUDITLOG records go to ARCAUDIT (the log is         *
      *      compacted through the ARCWORK pass-through file),       *
      *    - its ORDXREF row and its ORDINDX date/status index       *
      *      entry are dropped, and                                  *
      *    - ORDCKPT snapshots older than the cutoff go to ARCCKPT   *
      *      whether or not their order was ever saved, which is     *
      *      exactly the stale-abend leftovers.                      *
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

       FD  Order-Overflow-File.
       01  OV-Overflow-Record.
       01  AM-Archive-Record.
           05  AM-Archive-Date         PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AM-Order-Image          PIC X(222).

       FD  Archive-Detail-File.
       01  AD-Archive-Record.
           05  AD-Archive-Date         PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AD-Detail-Image         PIC X(30).

       FD  Archive-Overflow-File.
       01  AO-Archive-Record.

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-OV-Status                PIC X(2).
       01  WS-OX-Status                PIC X(2).
               THEN PERFORM ARCHIVE-DETAIL-LINES
                    PERFORM ARCHIVE-OVERFLOW-LINES
                    PERFORM DROP-XREF-ROWS
                    PERFORM DROP-INDEX-ENTRIES
                    PERFORM ARCHIVE-AUDIT-RECORDS
           END-IF.

               CLOSE Order-Xref-File
           END-IF.

      ****************************************************************
      *    Paragraph DROP-INDEX-ENTRIES removes each archived        *
      *    order's entry from the order-date and status index.  No   *
      *    index on hand means it has not been built yet, and the    *
      *    rebuild works from what is left on ORDMAST.               *
      ****************************************************************
       DROP-INDEX-ENTRIES.
           MOVE "0" TO WS-Index-Open-Flag.
           OPEN I-O Order-Index-File.
           IF WS-OI-Status = "00"
               THEN MOVE "1" TO WS-Index-Open-Flag
           END-IF.
           IF WS-OI-Status NOT = "00" AND WS-OI-Status NOT = "35"
               THEN DISPLAY "** Order index could not be opened "
                            "(status " WS-OI-Status
                            ") - entries not dropped **"
           END-IF.
           IF WS-INDEX-OPEN
               THEN PERFORM VARYING WS-Arch-Index FROM 1 BY 1
                            UNTIL WS-Arch-Index > WS-Arch-Entry-Count
                        MOVE WS-AR-Order (WS-Arch-Index)
                             TO OI-Order-Number
                        DELETE Order-Index-File
                            INVALID KEY CONTINUE
                        END-DELETE
                    END-PERFORM
                    CLOSE Order-Index-File
           END-IF.

      ****************************************************************
      *    Paragraph ARCHIVE-AUDIT-RECORDS compacts AUDITLOG: the    *
      *    archived orders' records go to ARCAUDIT, the keepers go   *
