
      ****************************************************************
      *                                                              *
      *    Invoice generation.  Reads the saved orders sitting at    *
      *    SHIPPED status - through the ORDINDX order-status index,  *
      *    or by sweeping ORDMAST when the index has not been        *
      *    built - and, for each, assigns the next invoice           *
      *    number off the INVCTR counter file (the same pattern      *
      *    ORDCTR uses for order numbers), prints a numbered         *
      *    invoice document to INVPRINT - header, customer, one      *
      *    customer, invoice number, order number, amount, and a     *
      *    net-30 due date.  Each invoiced order is advanced to      *
      *    INVOICED, so a rerun cannot bill it twice.                *
      *    Freight is billed per the customer's freight policy: a    *
      *    prepaid-and-add customer gets a freight line priced off   *
      *    the FRTRATE carrier table for the shipment's carrier,     *
      *    ship-to state, and weight, added to the invoice, the AR   *
      *    extract, and the open ledger item; free-freight and       *
      *    collect customers are billed none.  What was billed is    *
      *    stamped back on the SHIPMENT record for the freight-      *
      *    recovery report.  A line saved at the customer's          *
      *    contract price is marked "C" and footnoted.               *
      *    Every 25 invoices the run takes a checkpoint on the       *
      *    INVRSTRT restart record - the print and extract are       *
      *    closed and reopened so everything written so far is on    *
      *    disk - and marks the run complete at the end.  A run that *
      *    finds its last run still in flight backs out everything   *
      *    after the last checkpoint before it starts: the invoices  *
      *    past the last committed number come off ARLEDGER, AREXTR  *
      *    and INVPRINT, their orders go back to SHIPPED, and INVCTR *
      *    is wound back - so those orders are billed again, once,   *
      *    under the same numbers, and nothing committed is touched. *
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
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LG-Key
                                       FILE STATUS IS WS-LG-Status.
           SELECT Shipment-File       ASSIGN TO "SHIPMENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SH-Order-Number
                                       FILE STATUS IS WS-SH-Status.
           SELECT Freight-Rate-File   ASSIGN TO "FRTRATE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS FR-Rate-Key
                                       FILE STATUS IS WS-FR-Status.
           SELECT Restart-File        ASSIGN TO "INVRSTRT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS RS-Key
                                       FILE STATUS IS WS-RS-Status.
           SELECT Restart-Work-File   ASSIGN TO "INVWORK"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RW-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Invoice-Counter-File.
       01  IC-Counter-Record.
      *    rate and needs manual attention before posting.
           05  AR-USD-Amount           PIC 9(9)V99.
           05  AR-Due-Date             PIC X(8).
      *    Freight billed on the invoice - already included in the
      *    amounts above - in the invoice currency and in USD.
           05  AR-Freight-Amount       PIC 9(5)V99.
           05  AR-Freight-USD          PIC 9(5)V99.

      *    Customer-Master-File supplies each invoice's terms code,
      *    and Terms-Table-File defines what the code means - the
      *    at invoice time - a blank code (customers added before
      *    terms existed) bills at the house default of net 30.
           05  CU-Terms-Code           PIC X(3).
      *    Freight policy applied at invoice time - P(repaid and
      *    add) bills the carrier rate on the invoice, F(ree) and
      *    C(ollect) bill none.  A blank policy (customers added
      *    before freight was billed) reads as free freight, so
      *    their invoices are unchanged until a policy is keyed.
           05  CU-Freight-Policy       PIC X.
               88  CU-FREIGHT-PREPAID-ADD          VALUE "P".
               88  CU-FREIGHT-FREE                 VALUE "F" " ".
               88  CU-FREIGHT-COLLECT              VALUE "C".
      *    Sales rep who owns the account (REPMAST) - stamped on
      *    every order saved for the customer.  Blank for a house
      *    account, which earns no commission.
           05  CU-Rep-Code             PIC X(3).

       FD  Terms-Table-File.
       01  TM-Terms-Record.
           05  LG-Status-Flag          PIC X.
               88  LG-ITEM-OPEN                    VALUE "O".
               88  LG-ITEM-CLOSED                  VALUE "C".
      *    Freight billed on an invoice item, in the item's own
      *    currency and already included in the original amount -
      *    carried separately so the statement can show it.  Zero
      *    on credit memos and payments.
           05  LG-Freight-Amount       PIC 9(5)V99.
      *    Sales rep and tax billed on an invoice item, both frozen
      *    at invoice time so the commission run pays the rep who
      *    owned the sale, on the merchandise alone, even after the
      *    order is archived.  The credit memo carries the order's
      *    rep too.  Blank/zero on payments.
           05  LG-Rep-Code             PIC X(3).
           05  LG-Tax-Amount           PIC 9(7)V99.
      *    Date the cash-application run took the open amount to
      *    zero - blank while the item is still open.
           05  LG-Closed-Date          PIC X(8).

      *    Shipment-File supplies the carrier and weight freight is
      *    billed by, and takes back the USD freight actually billed.
       FD  Shipment-File.
       01  SH-Shipment-Record.
           05  SH-Order-Number         PIC X(5).
           05  SH-Carrier-Code         PIC X(4).
           05  SH-Tracking-Number      PIC X(20).
           05  SH-Ship-Date            PIC X(8).
           05  SH-Freight-Cost         PIC 9(5)V99.
           05  SH-Operator-Id          PIC X(3).
      *    Shipped weight in whole pounds - with the carrier and the
      *    ship-to state it picks the FRTRATE bracket the customer is
      *    billed from - and the freight actually billed, in USD,
      *    stamped by the invoice run for the freight-recovery report.
           05  SH-Ship-Weight          PIC 9(5).
           05  SH-Freight-Billed       PIC 9(5)V99.

      *    Freight-Rate-File is the carrier rate table FreightRate-
      *    Maint keeps - one flat USD charge per weight bracket per
      *    carrier and ship-to state, a blank state the catch-all.
       FD  Freight-Rate-File.
       01  FR-Rate-Record.
           05  FR-Rate-Key.
               10  FR-Carrier-Code     PIC X(4).
               10  FR-Ship-To-State    PIC X(2).
               10  FR-Weight-Limit     PIC 9(5).
           05  FR-Freight-Charge       PIC 9(5)V99.

      *    Restart-File holds the one restart record of the invoice
      *    run - whether the last run finished, and the last invoice
      *    it had committed at its latest checkpoint.  Everything
      *    numbered past that invoice is backed out by the next run.
       FD  Restart-File.
       01  RS-Restart-Record.
           05  RS-Key                  PIC X(5).
           05  RS-Run-State            PIC X.
               88  RS-RUN-IN-FLIGHT                VALUE "R".
               88  RS-RUN-COMPLETE                 VALUE "C".
           05  RS-Run-Date             PIC X(8).
           05  RS-Checkpoint-Time      PIC X(14).
           05  RS-Last-Invoice         PIC 9(5).
           05  RS-Last-Order           PIC X(5).
           05  RS-Invoice-Count        PIC 9(5).

      *    Restart-Work-File is the scratch copy the back-out filters
      *    the invoice print and the AR extract through.
       FD  Restart-Work-File.
       01  RW-Work-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
      *    Status key of the index entry being invoiced - the read
      *    resumes past it once the entry has moved to INVOICED.
       01  WS-Index-Resume-Key         PIC X(14).
       01  WS-OD-Status                PIC X(2).
       01  WS-IC-Status                PIC X(2).
       01  WS-IP-Status                PIC X(2).
       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-Quantity       PIC ZZZZ9.
       01  WS-Formatted-Extended       PIC Z,ZZZ,ZZ9.99.
      *    Lines on the document charged at a contract price - any
      *    at all earn the "C" footnote under the lines.
       01  WS-Contract-Lines           PIC 9(4).
       01  WS-Extended-Cost            PIC 9(9)V99.
       01  WS-Formatted-Total          PIC Z,ZZZ,ZZ9.99.
       01  WS-Formatted-USD            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-SH-Status                PIC X(2).
       01  WS-FR-Status                PIC X(2).
       01  WS-Shipment-Open-Flag       PIC X.
           88  WS-SHIPMENT-OPEN                    VALUE "1".
       01  WS-Rates-Open-Flag          PIC X.
           88  WS-RATES-OPEN                       VALUE "1".
       01  WS-Shipment-Found-Flag      PIC X.
           88  WS-SHIPMENT-FOUND                   VALUE "1".
       01  WS-Rate-Found-Flag          PIC X.
           88  WS-RATE-FOUND                       VALUE "1".
      *    Freight for the invoice being generated - the policy off
      *    the customer master, the charge in USD and converted to
      *    the invoice currency, and the invoice totals with it.
       01  WS-Freight-Policy           PIC X.
           88  WS-FREIGHT-PREPAID-ADD              VALUE "P".
           88  WS-FREIGHT-COLLECT                  VALUE "C".
       01  WS-Freight-USD              PIC 9(5)V99.
       01  WS-Freight-Amount           PIC 9(5)V99.
       01  WS-Invoice-Total            PIC 9(7)V99.
       01  WS-Invoice-USD              PIC 9(9)V99.
       01  WS-Rate-Key.
           05  WS-Rate-Carrier         PIC X(4).
           05  WS-Rate-State           PIC X(2).
           05  WS-Rate-Weight          PIC 9(5).
      *    Checkpoint and restart.  A checkpoint is taken every
      *    WS-Checkpoint-Interval invoices; WS-Committed-Invoice is
      *    the last invoice number a checkpoint has made safe, and
      *    WS-Prior-Count the invoices committed before a restart.
       01  WS-RS-Status                PIC X(2).
       01  WS-RW-Status                PIC X(2).
       01  WS-Checkpoint-Interval      PIC 9(3)        VALUE 25.
       01  WS-Since-Checkpoint         PIC 9(3)        VALUE ZERO.
       01  WS-Committed-Invoice        PIC 9(5)        VALUE ZERO.
       01  WS-Prior-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Backed-Out-Count         PIC 9(5)        VALUE ZERO.
       01  WS-Last-Billed-Order        PIC X(5).
       01  WS-Doc-Invoice              PIC 9(5).
       01  WS-Backout-Order            PIC X(5).
       01  WS-Print-Tail-Flag          PIC X.
           88  WS-IN-PRINT-TAIL                    VALUE "1".

       PROCEDURE DIVISION.

                    GOBACK
           END-IF.

      ****************************************************************
      *    Open the restart file; INVRSTRT is pre-allocated empty    *
      *    the same way ORDMAST is, so OPEN I-O falls back to OPEN   *
      *    OUTPUT the very first time.  Without it an interrupted    *
      *    run could not be backed out, so the run is refused.       *
      ****************************************************************
           OPEN I-O Restart-File.
           IF WS-RS-Status = "35"
               THEN OPEN OUTPUT Restart-File
                    CLOSE Restart-File
                    OPEN I-O Restart-File
           END-IF.
           IF WS-RS-Status NOT = "00"
               THEN DISPLAY "Restart file could not be opened (status "
                            WS-RS-Status ") - an interrupted run "
                            "could not be backed out, so invoicing "
                            "is refused.  Ending"
                    CLOSE Order-Master-File
                    CLOSE Order-Detail-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    The invoice print accumulates one document per invoice    *
      *    across runs, the same OPEN EXTEND style as ORDCONF; the   *
                            ") - every invoice bills at net 30 **"
           END-IF.

      ****************************************************************
      *    The shipment file and rate table drive prepaid-and-add    *
      *    freight; either one missing just means those invoices go  *
      *    out without freight, loudly.                              *
      ****************************************************************
           MOVE "0" TO WS-Shipment-Open-Flag.
           OPEN I-O Shipment-File.
           IF WS-SH-Status = "00"
               THEN MOVE "1" TO WS-Shipment-Open-Flag
               ELSE DISPLAY "** Warning: shipment file could not be "
                            "opened (status " WS-SH-Status
                            ") - no freight will be billed **"
           END-IF.
           MOVE "0" TO WS-Rates-Open-Flag.
           OPEN INPUT Freight-Rate-File.
           IF WS-FR-Status = "00"
               THEN MOVE "1" TO WS-Rates-Open-Flag
               ELSE DISPLAY "** Warning: freight rate table could not "
                            "be opened (status " WS-FR-Status
                            ") - freight bills at the carrier's cost **"
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

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

           PERFORM START-RESTART-CONTROL.

           IF WS-INDEX-OPEN
               THEN PERFORM SWEEP-STATUS-INDEX
               ELSE PERFORM SWEEP-ORDER-MASTER
           END-IF.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           CLOSE Invoice-Print-File.
           IF WS-LEDGER-OPEN
               THEN CLOSE AR-Ledger-File
           END-IF.
           IF WS-SHIPMENT-OPEN
               THEN CLOSE Shipment-File
           END-IF.
           IF WS-RATES-OPEN
               THEN CLOSE Freight-Rate-File
           END-IF.

           PERFORM FINISH-RESTART-CONTROL.
           CLOSE Restart-File.

           MOVE WS-Invoice-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " invoice(s) generated".
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph SWEEP-STATUS-INDEX reads only the SHIPPED       *
      *    entries on the order-status index and invoices each order *
      *    the master still shows SHIPPED.  Invoicing moves the      *
      *    entry just read to INVOICED, so the read is re-positioned *
      *    past its old key after every order.                       *
      ****************************************************************
       SWEEP-STATUS-INDEX.
           MOVE "S"        TO OI-Order-Status.
           MOVE LOW-VALUES TO OI-Status-Date.
           MOVE LOW-VALUES TO OI-Status-Order.
           START Order-Index-File KEY IS >= OI-Status-Key
               INVALID KEY MOVE "10" TO WS-OI-Status
           END-START.
           PERFORM UNTIL WS-OI-Status NOT = "00"
               READ Order-Index-File NEXT RECORD
                   AT END MOVE "10" TO WS-OI-Status
               END-READ
               IF WS-OI-Status = "00"
                   THEN IF OI-Order-Status = "S"
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
                   IF OM-ORDER-SHIPPED
                       THEN PERFORM INVOICE-ONE-ORDER
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph INVOICE-ONE-ORDER numbers, prints, and extracts *
      *    the order whose header was just read, and takes a         *
      *    checkpoint when the interval comes round.                 *
      ****************************************************************
       INVOICE-ONE-ORDER.
           PERFORM GET-NEXT-INVOICE-NUMBER.
           ADD 1 TO WS-Invoice-Count.
           PERFORM COMPUTE-DUE-DATE.
           PERFORM COMPUTE-FREIGHT.
           PERFORM PRINT-INVOICE.
           PERFORM WRITE-AR-EXTRACT.
           PERFORM POST-AR-LEDGER-ITEM.
           PERFORM STAMP-FREIGHT-BILLED.
           PERFORM ADVANCE-ORDER-TO-INVOICED.
           MOVE OM-Order-Number TO WS-Last-Billed-Order.
           ADD 1 TO WS-Since-Checkpoint.
           IF WS-Since-Checkpoint >= WS-Checkpoint-Interval
               THEN PERFORM TAKE-CHECKPOINT
           END-IF.

      ****************************************************************
      *    Paragraph ADVANCE-ORDER-TO-INVOICED marks the order just  *
                            " could not be advanced to INVOICED "
                            "(status " WS-OM-Status ") **"
                    MOVE "00" TO WS-OM-Status
               ELSE PERFORM POST-ORDER-INDEX
           END-IF.

      ****************************************************************
      *    Paragraph START-RESTART-CONTROL reads the restart record  *
      *    before the first order is touched.  A run still marked in *
      *    flight died after its last checkpoint, so what it did     *
      *    since is backed out first; then this run is marked in     *
      *    flight from the last committed invoice.                   *
      ****************************************************************
       START-RESTART-CONTROL.
           MOVE "INVGN" TO RS-Key.
           READ Restart-File
               INVALID KEY
                   PERFORM READ-INVOICE-COUNTER
                   MOVE "INVGN" TO RS-Key
                   MOVE ZERO    TO RS-Invoice-Count
                   MOVE SPACES  TO RS-Last-Order
                   PERFORM MARK-RUN-IN-FLIGHT
                   WRITE RS-Restart-Record
                   END-WRITE
               NOT INVALID KEY
                   IF RS-RUN-IN-FLIGHT
                       THEN PERFORM BACK-OUT-INTERRUPTED-RUN
                       ELSE PERFORM READ-INVOICE-COUNTER
                            MOVE ZERO   TO RS-Invoice-Count
                            MOVE SPACES TO RS-Last-Order
                   END-IF
                   PERFORM MARK-RUN-IN-FLIGHT
                   REWRITE RS-Restart-Record
                   END-REWRITE
           END-READ.
           IF WS-RS-Status NOT = "00"
               THEN DISPLAY "** Warning: the restart record could not "
                            "be written (status " WS-RS-Status
                            ") - an interruption of this run will "
                            "need the invoices checked by hand **"
           END-IF.

       MARK-RUN-IN-FLIGHT.
           MOVE RS-Invoice-Count     TO WS-Prior-Count.
           MOVE RS-Last-Order        TO WS-Last-Billed-Order.
           MOVE "R"                  TO RS-Run-State.
           MOVE WS-Run-Date          TO RS-Run-Date.
           MOVE WS-Committed-Invoice TO RS-Last-Invoice.
           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:14)  TO RS-Checkpoint-Time.

       READ-INVOICE-COUNTER.
           MOVE ZERO TO WS-Committed-Invoice.
           OPEN INPUT Invoice-Counter-File.
           IF WS-IC-Status = "00"
               THEN MOVE "INVCE" TO IC-Key
                    READ Invoice-Counter-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE IC-Last-Number
                                 TO WS-Committed-Invoice
                    END-READ
                    CLOSE Invoice-Counter-File
           END-IF.

      ****************************************************************
      *    Paragraph TAKE-CHECKPOINT commits the invoices generated  *
      *    since the last checkpoint.  The print and the extract are *
      *    closed and reopened so their records are on disk before   *
      *    the restart record says they are.                         *
      ****************************************************************
       TAKE-CHECKPOINT.
           CLOSE Invoice-Print-File.
           OPEN EXTEND Invoice-Print-File.
           CLOSE AR-Extract-File.
           OPEN EXTEND AR-Extract-File.
           MOVE WS-Invoice-Number TO WS-Committed-Invoice.
           PERFORM RECORD-CHECKPOINT.
           MOVE ZERO TO WS-Since-Checkpoint.

       RECORD-CHECKPOINT.
           MOVE WS-Committed-Invoice TO RS-Last-Invoice.
           MOVE WS-Last-Billed-Order TO RS-Last-Order.
           COMPUTE RS-Invoice-Count = WS-Prior-Count + WS-Invoice-Count.
           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:14)  TO RS-Checkpoint-Time.
           REWRITE RS-Restart-Record
           END-REWRITE.
           IF WS-RS-Status NOT = "00"
               THEN DISPLAY "** Warning: checkpoint at invoice "
                            WS-Committed-Invoice " could not be "
                            "recorded (status " WS-RS-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph FINISH-RESTART-CONTROL runs once every file the *
      *    invoices went to has been closed, and marks the run       *
      *    complete at the last invoice it generated.                *
      ****************************************************************
       FINISH-RESTART-CONTROL.
           IF WS-Since-Checkpoint > 0
               THEN MOVE WS-Invoice-Number TO WS-Committed-Invoice
           END-IF.
           MOVE "C" TO RS-Run-State.
           PERFORM RECORD-CHECKPOINT.

      ****************************************************************
      *    Paragraph BACK-OUT-INTERRUPTED-RUN undoes whatever the    *
      *    interrupted run did after its last checkpoint.  Invoice   *
      *    numbers only ever go up, so every invoice numbered past   *
      *    the last committed one belongs to the lost stretch: its   *
      *    ledger item, extract record and printed document are      *
      *    removed, its order goes back to SHIPPED, and the invoice  *
      *    counter is wound back so the orders are billed again      *
      *    under the same numbers.  The freight stamped on the       *
      *    shipment is simply stamped again when the order is.       *
      ****************************************************************
       BACK-OUT-INTERRUPTED-RUN.
           MOVE RS-Last-Invoice TO WS-Committed-Invoice.
           DISPLAY "The invoice run of " RS-Run-Date " was "
                   "interrupted - invoice " RS-Last-Invoice
                   " was the last committed.  Backing out the "
                   "invoices after it".
           IF WS-LEDGER-OPEN
               THEN PERFORM BACK-OUT-LEDGER-INVOICES
           END-IF.
           PERFORM BACK-OUT-AR-EXTRACT.
           PERFORM BACK-OUT-INVOICE-PRINT.
           PERFORM WIND-BACK-INVOICE-COUNTER.
           MOVE WS-Backed-Out-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " invoice(s) backed out - "
                   "their orders will be billed again this run".

       BACK-OUT-LEDGER-INVOICES.
           MOVE LOW-VALUES TO LG-Key.
           START AR-Ledger-File KEY IS >= LG-Key
               INVALID KEY MOVE "10" TO WS-LG-Status
           END-START.
           PERFORM UNTIL WS-LG-Status NOT = "00"
               READ AR-Ledger-File NEXT RECORD
                   AT END MOVE "10" TO WS-LG-Status
               END-READ
               IF WS-LG-Status = "00" AND LG-DOC-INVOICE AND
                  LG-Doc-Number NUMERIC
                   THEN MOVE LG-Doc-Number TO WS-Doc-Invoice
                        IF WS-Doc-Invoice > WS-Committed-Invoice
                            THEN PERFORM BACK-OUT-LEDGER-ITEM
                        END-IF
               END-IF
           END-PERFORM.

       BACK-OUT-LEDGER-ITEM.
           MOVE LG-Order-Number TO WS-Backout-Order.
           PERFORM RETURN-ORDER-TO-SHIPPED.
           DELETE AR-Ledger-File RECORD
               INVALID KEY
                   DISPLAY "** Warning: ledger item for invoice "
                           LG-Doc-Number " of " LG-Customer-Number
                           " could not be removed (status "
                           WS-LG-Status ") **"
           END-DELETE.
           MOVE "00" TO WS-LG-Status.

      ****************************************************************
      *    Paragraph BACK-OUT-AR-EXTRACT copies the extract to the   *
      *    work file without the lost stretch's records and copies   *
      *    it back.  Each dropped record's order is returned to      *
      *    SHIPPED as well, in case its ledger item never made it.   *
      ****************************************************************
       BACK-OUT-AR-EXTRACT.
           CLOSE AR-Extract-File.
           OPEN INPUT AR-Extract-File.
           IF WS-AR-Status = "00"
               THEN OPEN OUTPUT Restart-Work-File
                    PERFORM UNTIL WS-AR-Status NOT = "00"
                        READ AR-Extract-File
                            AT END MOVE "10" TO WS-AR-Status
                        END-READ
                        IF WS-AR-Status = "00"
                            THEN PERFORM KEEP-OR-DROP-EXTRACT
                        END-IF
                    END-PERFORM
                    CLOSE AR-Extract-File
                    CLOSE Restart-Work-File
                    OPEN OUTPUT AR-Extract-File
                    OPEN INPUT Restart-Work-File
                    PERFORM UNTIL WS-RW-Status NOT = "00"
                        READ Restart-Work-File
                            AT END MOVE "10" TO WS-RW-Status
                        END-READ
                        IF WS-RW-Status = "00"
                            THEN MOVE RW-Work-Line TO AR-Extract-Record
                                 WRITE AR-Extract-Record
                        END-IF
                    END-PERFORM
                    CLOSE Restart-Work-File
                    CLOSE AR-Extract-File
           END-IF.
           OPEN EXTEND AR-Extract-File.
           IF WS-AR-Status = "35"
               THEN OPEN OUTPUT AR-Extract-File
           END-IF.

       KEEP-OR-DROP-EXTRACT.
           IF AR-Invoice-Number > WS-Committed-Invoice
               THEN MOVE AR-Order-Number TO WS-Backout-Order
                    PERFORM RETURN-ORDER-TO-SHIPPED
               ELSE MOVE AR-Extract-Record TO RW-Work-Line
                    WRITE RW-Work-Line
           END-IF.

      ****************************************************************
      *    Paragraph BACK-OUT-INVOICE-PRINT does the same for the    *
      *    invoice print.  The documents are appended in number      *
      *    order, so everything from the first document numbered     *
      *    past the last committed invoice to the end is dropped.    *
      ****************************************************************
       BACK-OUT-INVOICE-PRINT.
           CLOSE Invoice-Print-File.
           MOVE "0" TO WS-Print-Tail-Flag.
           OPEN INPUT Invoice-Print-File.
           IF WS-IP-Status = "00"
               THEN OPEN OUTPUT Restart-Work-File
                    PERFORM UNTIL WS-IP-Status NOT = "00"
                        READ Invoice-Print-File
                            AT END MOVE "10" TO WS-IP-Status
                        END-READ
                        IF WS-IP-Status = "00"
                            THEN PERFORM KEEP-OR-DROP-PRINT-LINE
                        END-IF
                    END-PERFORM
                    CLOSE Invoice-Print-File
                    CLOSE Restart-Work-File
                    OPEN OUTPUT Invoice-Print-File
                    OPEN INPUT Restart-Work-File
                    PERFORM UNTIL WS-RW-Status NOT = "00"
                        READ Restart-Work-File
                            AT END MOVE "10" TO WS-RW-Status
                        END-READ
                        IF WS-RW-Status = "00"
                            THEN MOVE RW-Work-Line TO IP-Report-Line
                                 WRITE IP-Report-Line
                        END-IF
                    END-PERFORM
                    CLOSE Restart-Work-File
                    CLOSE Invoice-Print-File
           END-IF.
           OPEN EXTEND Invoice-Print-File.
           IF WS-IP-Status = "35"
               THEN OPEN OUTPUT Invoice-Print-File
           END-IF.

       KEEP-OR-DROP-PRINT-LINE.
           IF IP-Report-Line (1:8) = "INVOICE " AND
              IP-Report-Line (9:5) NUMERIC
               THEN MOVE IP-Report-Line (9:5) TO WS-Doc-Invoice
                    IF WS-Doc-Invoice > WS-Committed-Invoice
                        THEN MOVE "1" TO WS-Print-Tail-Flag
                    END-IF
           END-IF.
           IF NOT WS-IN-PRINT-TAIL
               THEN MOVE IP-Report-Line TO RW-Work-Line
                    WRITE RW-Work-Line
           END-IF.

      ****************************************************************
      *    Paragraph RETURN-ORDER-TO-SHIPPED puts an order the lost  *
      *    stretch advanced to INVOICED back to SHIPPED, so this run *
      *    bills it again.                                           *
      ****************************************************************
       RETURN-ORDER-TO-SHIPPED.
           MOVE WS-Backout-Order TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OM-ORDER-INVOICED
                       THEN MOVE "S" TO OM-Order-Status
                            REWRITE OM-Order-Record
                            END-REWRITE
                            IF WS-OM-Status = "00"
                                THEN PERFORM POST-ORDER-INDEX
                                ELSE DISPLAY "** Warning: order "
                                             OM-Order-Number " could "
                                             "not be returned to "
                                             "SHIPPED (status "
                                             WS-OM-Status ") **"
                            END-IF
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph WIND-BACK-INVOICE-COUNTER sets INVCTR back to   *
      *    the last committed invoice, counting how many numbers the *
      *    lost stretch had taken.                                   *
      ****************************************************************
       WIND-BACK-INVOICE-COUNTER.
           OPEN I-O Invoice-Counter-File.
           IF WS-IC-Status = "00"
               THEN MOVE "INVCE" TO IC-Key
                    READ Invoice-Counter-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF IC-Last-Number > WS-Committed-Invoice
                                THEN COMPUTE WS-Backed-Out-Count =
                                        IC-Last-Number -
                                        WS-Committed-Invoice
                                     MOVE WS-Committed-Invoice
                                          TO IC-Last-Number
                                     REWRITE IC-Counter-Record
                                     END-REWRITE
                            END-IF
                    END-READ
                    CLOSE Invoice-Counter-File
           END-IF.

      ****************************************************************
                   MOVE TM-Discount-Days    TO WS-Discount-Days
           END-READ.

      ****************************************************************
      *    Paragraph COMPUTE-FREIGHT decides what freight this       *
      *    invoice carries.  Only a prepaid-and-add customer is      *
      *    billed: the charge comes off the rate table for the       *
      *    shipment's carrier, the order's ship-to state, and the    *
      *    shipped weight, falling back to what the carrier actually *
      *    charged us when no bracket covers the shipment.  The      *
      *    table is in USD, so a foreign-currency invoice bills the  *
      *    charge converted at the order's own saved rate - an order *
      *    saved without a rate cannot be converted and is billed no *
      *    freight, flagged for a manual adjustment.                 *
      ****************************************************************
       COMPUTE-FREIGHT.
           MOVE "F"  TO WS-Freight-Policy.
           MOVE "0"  TO WS-Shipment-Found-Flag.
           MOVE ZERO TO WS-Freight-USD.
           MOVE ZERO TO WS-Freight-Amount.
           IF WS-CUSTOMER-OPEN
               THEN MOVE OM-Customer-Number TO CU-Customer-Number
                    READ Customer-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE CU-Freight-Policy
                                 TO WS-Freight-Policy
                    END-READ
           END-IF.
           IF WS-SHIPMENT-OPEN
               THEN MOVE OM-Order-Number TO SH-Order-Number
                    READ Shipment-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "1" TO WS-Shipment-Found-Flag
                    END-READ
           END-IF.
           IF WS-FREIGHT-PREPAID-ADD
               THEN PERFORM PRICE-PREPAID-FREIGHT
           END-IF.
           COMPUTE WS-Invoice-Total = OM-Total-Cost + WS-Freight-Amount.
           COMPUTE WS-Invoice-USD   = OM-USD-Total  + WS-Freight-USD.

       PRICE-PREPAID-FREIGHT.
           IF NOT WS-SHIPMENT-FOUND
               THEN DISPLAY "** Warning: order " OM-Order-Number
                            " has no shipment record - no freight "
                            "billed **"
           ELSE
               PERFORM LOOK-UP-FREIGHT-RATE
               IF NOT WS-RATE-FOUND
                   THEN MOVE SH-Freight-Cost TO WS-Freight-USD
                        DISPLAY "** Warning: no " SH-Carrier-Code
                                " rate covers order " OM-Order-Number
                                " - freight billed at the carrier's "
                                "cost **"
               END-IF
               EVALUATE TRUE
                   WHEN OM-Currency-Code = "USD"
                       MOVE WS-Freight-USD TO WS-Freight-Amount
                   WHEN OM-Exchange-Rate > ZERO
                       COMPUTE WS-Freight-Amount ROUNDED =
                               WS-Freight-USD / OM-Exchange-Rate
                   WHEN OTHER
                       DISPLAY "** Warning: order " OM-Order-Number
                               " has no exchange rate - freight not "
                               "billed, adjust by hand **"
                       MOVE ZERO TO WS-Freight-USD
               END-EVALUATE
           END-IF.

      ****************************************************************
      *    Paragraph LOOK-UP-FREIGHT-RATE finds the lowest bracket   *
      *    whose top weight covers the shipment - first among the    *
      *    carrier's rates for the ship-to state, then among its     *
      *    catch-all rates with a blank state.                       *
      ****************************************************************
       LOOK-UP-FREIGHT-RATE.
           MOVE "0" TO WS-Rate-Found-Flag.
           IF WS-RATES-OPEN
               THEN MOVE SH-Carrier-Code  TO WS-Rate-Carrier
                    MOVE OM-Ship-To-State TO WS-Rate-State
                    MOVE SH-Ship-Weight   TO WS-Rate-Weight
                    PERFORM FIND-RATE-BRACKET
                    IF NOT WS-RATE-FOUND
                        THEN MOVE SPACES TO WS-Rate-State
                             PERFORM FIND-RATE-BRACKET
                    END-IF
           END-IF.

       FIND-RATE-BRACKET.
           MOVE WS-Rate-Key TO FR-Rate-Key.
           START Freight-Rate-File KEY IS >= FR-Rate-Key
               INVALID KEY MOVE "23" TO WS-FR-Status
           END-START.
           IF WS-FR-Status = "00"
               THEN READ Freight-Rate-File NEXT RECORD
                        AT END MOVE "10" TO WS-FR-Status
                    END-READ
           END-IF.
           IF WS-FR-Status = "00"            AND
              FR-Carrier-Code  = WS-Rate-Carrier AND
              FR-Ship-To-State = WS-Rate-State
               THEN MOVE "1" TO WS-Rate-Found-Flag
                    MOVE FR-Freight-Charge TO WS-Freight-USD
           END-IF.

      ****************************************************************
      *    Paragraph STAMP-FREIGHT-BILLED records on the shipment    *
      *    what the customer was billed for it, in USD, so freight   *
      *    recovery can be measured against what the carrier was     *
      *    paid.                                                     *
      ****************************************************************
       STAMP-FREIGHT-BILLED.
           IF WS-SHIPMENT-FOUND
               THEN MOVE WS-Freight-USD TO SH-Freight-Billed
                    REWRITE SH-Shipment-Record
                    END-REWRITE
                    IF WS-SH-Status NOT = "00"
                        THEN DISPLAY "** Warning: billed freight for "
                                     "order " OM-Order-Number
                                     " could not be recorded on the "
                                     "shipment (status " WS-SH-Status
                                     ") **"
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph PRINT-INVOICE writes one invoice document in    *
      *    the same report style as the order confirmation.          *
                   DELIMITED BY SIZE INTO IP-Report-Line.
           WRITE IP-Report-Line.

           MOVE ZERO TO WS-Contract-Lines.
           PERFORM PRINT-INVOICE-LINES.
           PERFORM PRINT-FREIGHT-LINE.
           IF WS-Contract-Lines > 0
               THEN MOVE SPACES TO IP-Report-Line
                    STRING "C = your contract price" DELIMITED BY SIZE
                            INTO IP-Report-Line
                    WRITE IP-Report-Line
           END-IF.

           MOVE SPACES TO IP-Report-Line.
           WRITE IP-Report-Line.

           MOVE WS-Invoice-Total TO WS-Formatted-Total.
           MOVE SPACES TO IP-Report-Line.
           STRING "Invoice Total: " DELIMITED BY SIZE
                   OM-Currency-Code DELIMITED BY SIZE
           WRITE IP-Report-Line.

           IF OM-Currency-Code NOT = "USD"
               THEN MOVE WS-Invoice-USD TO WS-Formatted-USD
                    MOVE SPACES TO IP-Report-Line
                    IF OM-Exchange-Rate = ZERO
                        THEN STRING "USD Equivalent: ** NO RATE ON "
                   WS-Formatted-Quantity DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-Formatted-Extended DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   OD-Contract-Flag     DELIMITED BY SIZE
                   INTO IP-Report-Line.
           WRITE IP-Report-Line.
           IF OD-CONTRACT-PRICED
               THEN ADD 1 TO WS-Contract-Lines
           END-IF.

      ****************************************************************
      *    Paragraph PRINT-FREIGHT-LINE adds the freight charge as   *
      *    the invoice's last line, extended in the item column, or  *
      *    tells a collect customer the carrier bills them direct.   *
      ****************************************************************
       PRINT-FREIGHT-LINE.
           IF WS-Freight-Amount > ZERO
               THEN MOVE WS-Freight-Amount TO WS-Formatted-Extended
                    MOVE SPACES TO IP-Report-Line
                    STRING "Freight    " DELIMITED BY SIZE
                           SH-Carrier-Code DELIMITED BY SIZE
                           "            " DELIMITED BY SIZE
                           WS-Formatted-Extended DELIMITED BY SIZE
                           INTO IP-Report-Line
                    WRITE IP-Report-Line
           END-IF.
           IF WS-FREIGHT-COLLECT
               THEN MOVE SPACES TO IP-Report-Line
                    STRING "Freight collect - billed to you by the "
                           "carrier" DELIMITED BY SIZE
                           INTO IP-Report-Line
                    WRITE IP-Report-Line
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-AR-EXTRACT appends this invoice's open-   *
           MOVE OM-Customer-Number TO AR-Customer-Number.
           MOVE WS-Invoice-Number  TO AR-Invoice-Number.
           MOVE OM-Order-Number    TO AR-Order-Number.
           MOVE WS-Invoice-Total   TO AR-Invoice-Amount.
           MOVE OM-Currency-Code   TO AR-Currency-Code.
           MOVE WS-Invoice-USD     TO AR-USD-Amount.
           MOVE WS-Due-Date        TO AR-Due-Date.
           MOVE WS-Freight-Amount  TO AR-Freight-Amount.
           MOVE WS-Freight-USD     TO AR-Freight-USD.
           WRITE AR-Extract-Record.
           IF WS-AR-Status NOT = "00" AND WS-AR-Status NOT = "02"
               THEN DISPLAY "** Warning: AR extract record for "
           MOVE OM-Order-Number    TO LG-Order-Number.
           MOVE OM-Currency-Code   TO LG-Currency-Code.
           MOVE OM-Exchange-Rate   TO LG-Exchange-Rate.
           MOVE WS-Invoice-Total   TO LG-Original-Amount.
           MOVE WS-Invoice-Total   TO LG-Open-Amount.
           MOVE WS-Freight-Amount  TO LG-Freight-Amount.
           MOVE OM-Rep-Code        TO LG-Rep-Code.
           MOVE OM-Tax-Amount      TO LG-Tax-Amount.
           MOVE SPACES             TO LG-Closed-Date.
           MOVE "O"                TO LG-Status-Flag.
           WRITE LG-Ledger-Record
               INVALID KEY REWRITE LG-Ledger-Record
                            "(status " WS-LG-Status ") **"
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

       END PROGRAM "InvoiceGeneration".
