 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "CommissionRun".

      ****************************************************************
      *                                                              *
      *    Monthly sales commission statements.  For the month keyed *
      *    at SYSIN, pays each sales rep on the invoices the cash-   *
      *    application run closed on ARLEDGER during the month - not *
      *    on orders entered - and takes commission back on the      *
      *    CREDMEMO credits issued that month against invoiced       *
      *    orders.  The rep is the one stamped on the invoice and on *
      *    the order when it was saved, so reassigning a customer    *
      *    never moves commission already earned.  Commission is     *
      *    paid on the merchandise only, in USD: freight and tax are *
      *    taken off the invoice, and tax is backed out of a credit  *
      *    at the order's saved rate.  The rate is the rep's current *
      *    rate on REPMAST.  One statement per rep with activity in  *
      *    the month goes to COMMSTMT, followed by an exceptions     *
      *    section for anything that could not be paid to a rep on   *
      *    file.  House accounts (no rep) earn no commission.        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Rep-File      ASSIGN TO "REPMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SR-Rep-Code
                                       FILE STATUS IS WS-SR-Status.
           SELECT AR-Ledger-File      ASSIGN TO "ARLEDGER"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LG-Key
                                       FILE STATUS IS WS-LG-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Credit-Memo-File    ASSIGN TO "CREDMEMO"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-CM-Status.
           SELECT Commission-Print-File ASSIGN TO "COMMSTMT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Sales-Rep-File is the sales representative master the
      *    SalesRepMaint program keeps.  The commission rate is a
      *    fraction of the collected merchandise sale.
       FD  Sales-Rep-File.
       01  SR-Rep-Record.
           05  SR-Rep-Code             PIC X(3).
           05  SR-Rep-Name             PIC X(30).
           05  SR-Territory            PIC X(10).
           05  SR-Commission-Rate      PIC V9(4).
           05  SR-Status-Flag          PIC X.
               88  SR-ACTIVE                       VALUE "A".
               88  SR-INACTIVE                     VALUE "I".

       FD  AR-Ledger-File.
       01  LG-Ledger-Record.
           05  LG-Key.
               10  LG-Customer-Number  PIC X(10).
               10  LG-Doc-Type         PIC X.
                   88  LG-DOC-INVOICE              VALUE "I".
                   88  LG-DOC-CREDIT               VALUE "C".
                   88  LG-DOC-PAYMENT              VALUE "P".
               10  LG-Doc-Number       PIC X(5).
           05  LG-Doc-Date             PIC X(8).
           05  LG-Due-Date             PIC X(8).
           05  LG-Order-Number         PIC X(5).
           05  LG-Currency-Code        PIC X(3).
           05  LG-Exchange-Rate        PIC 9(3)V9(6).
           05  LG-Original-Amount      PIC 9(9)V99.
           05  LG-Open-Amount          PIC 9(9)V99.
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

      *    Order-Master-File supplies a credit memo's rep, tax rate,
      *    USD rate and status - the printed memo carries none of
      *    them.
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
           05  OM-Exchange-Rate        PIC 9(3)V9(6).
           05  OM-USD-Total            PIC 9(9)V99.
           05  OM-Tax-Amount           PIC 9(7)V99.
           05  OM-Ship-To-State        PIC X(2).
           05  OM-Ship-To-Name         PIC X(30).
           05  OM-Ship-To-Line1        PIC X(30).
           05  OM-Ship-To-Line2        PIC X(30).
           05  OM-Ship-To-City         PIC X(20).
           05  OM-Ship-To-Zip          PIC X(10).
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

      *    Credit-Memo-File is the printed memo file the cancellation
      *    run appends to - each memo is picked apart the same way
      *    the journal run reads it.
       FD  Credit-Memo-File.
       01  CM-Report-Line              PIC X(80).

       FD  Commission-Print-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SR-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-CM-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-OM-Open-Flag             PIC X.
           88  WS-ORDERS-OPEN                      VALUE "1".
       01  WS-EOF-Flag                 PIC X.
           88  WS-EOF                              VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Work-Field               PIC X(30).
       01  WS-Commission-Month         PIC X(6).

      *    The month's commission events - every closed invoice and
      *    every clawed-back credit - collected before printing, so
      *    each rep's statement can be printed from one sweep of the
      *    rep master.  A month with more events than the table
      *    holds gets the excess counted on the exceptions page
      *    instead of silently dropped.
       01  WS-Event-Table.
           05  WS-Event-Count          PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Event-Entry          OCCURS 2000 TIMES.
               10  WS-EV-Rep           PIC X(3).
               10  WS-EV-Type          PIC X.
                   88  WS-EV-INVOICE               VALUE "I".
                   88  WS-EV-CREDIT                VALUE "C".
               10  WS-EV-Document      PIC X(5).
               10  WS-EV-Customer      PIC X(10).
               10  WS-EV-Date          PIC X(8).
               10  WS-EV-Base          PIC 9(9)V99.
               10  WS-EV-Paid-Flag     PIC X.
       01  WS-Events-Dropped           PIC 9(5)        VALUE ZERO.
       01  WS-Event-Added-Flag         PIC X.
       01  WS-Event-Index              PIC S9(4)       COMP.

      *    Work fields for the memo being picked apart and the
      *    amount being converted.
       01  WS-Memo-Date                PIC X(8).
       01  WS-Memo-Order               PIC X(5).
       01  WS-Memo-Currency            PIC X(3).
       01  WS-Document-Amount          PIC 9(9)V99.
       01  WS-Exchange-Rate            PIC 9(3)V9(6).
       01  WS-USD-Amount               PIC 9(9)V99.
       01  WS-Tax-Amount               PIC 9(9)V99.
       01  WS-Base-Amount              PIC 9(9)V99.
       01  WS-Exception-Text           PIC X(40).
       01  WS-Exception-Count          PIC 9(5)        VALUE ZERO.

      *    Ledger and memo problems found while collecting, held so
      *    they print together after the statements.
       01  WS-Problem-Table.
           05  WS-Problem-Count        PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Problem-Text         PIC X(40)
                                       OCCURS 200 TIMES.
       01  WS-Problems-Dropped         PIC 9(5)        VALUE ZERO.
       01  WS-Problem-Index            PIC S9(4)       COMP.

      *    One rep's statement totals.
       01  WS-Rep-Has-Activity         PIC X.
       01  WS-Line-Commission          PIC 9(7)V99.
       01  WS-Rep-Sales                PIC 9(9)V99.
       01  WS-Rep-Earned               PIC 9(7)V99.
       01  WS-Rep-Credits              PIC 9(9)V99.
       01  WS-Rep-Clawback             PIC 9(7)V99.
       01  WS-Rep-Net                  PIC S9(7)V99.
       01  WS-Statement-Count          PIC 9(5)        VALUE ZERO.
       01  WS-Total-Net                PIC S9(9)V99    VALUE ZERO.

       01  WS-Type-Label               PIC X(3).
       01  WS-Formatted-Rate           PIC Z9.99.
       01  WS-Formatted-Base           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Commission     PIC Z,ZZZ,ZZ9.99.
       01  WS-Formatted-Net            PIC Z,ZZZ,ZZ9.99-.
       01  WS-Formatted-Total          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

      ****************************************************************
      *    The commission month is keyed at SYSIN as YYYYMM; a blank *
      *    reply defaults to the month the run is made in, the same  *
      *    as the customer statements.                               *
      ****************************************************************
           DISPLAY "Enter the commission month (YYYYMM), or press "
                   "Enter for the current month: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Run-Date (1:6) TO WS-Commission-Month
               ELSE MOVE WS-Work-Field (1:6) TO WS-Commission-Month
           END-IF.
           IF WS-Commission-Month NOT NUMERIC
               THEN DISPLAY "Commission month " WS-Commission-Month
                            " is not a valid YYYYMM - ending"
                    GOBACK
           END-IF.

           OPEN INPUT Sales-Rep-File.
           IF WS-SR-Status NOT = "00"
               THEN DISPLAY "Sales rep master could not be opened "
                            "(status " WS-SR-Status ") - no reps "
                            "to pay.  Ending"
                    GOBACK
           END-IF.

           MOVE "0" TO WS-OM-Open-Flag.
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status = "00"
               THEN MOVE "1" TO WS-OM-Open-Flag
           END-IF.

           OPEN OUTPUT Commission-Print-File.

      ****************************************************************
      *    Collect the month's events, then print a statement for    *
      *    every rep on the master that has any, then whatever was   *
      *    left over.                                                *
      ****************************************************************
           PERFORM COLLECT-CLOSED-INVOICES.
           PERFORM COLLECT-CREDIT-MEMOS.

           MOVE LOW-VALUES TO SR-Rep-Code.
           START Sales-Rep-File KEY IS >= SR-Rep-Code
               INVALID KEY MOVE "10" TO WS-SR-Status
           END-START.
           PERFORM UNTIL WS-SR-Status NOT = "00"
               READ Sales-Rep-File NEXT RECORD
                   AT END MOVE "10" TO WS-SR-Status
               END-READ
               IF WS-SR-Status = "00"
                   THEN PERFORM PRINT-REP-STATEMENT
               END-IF
           END-PERFORM.

           PERFORM PRINT-EXCEPTIONS.

           CLOSE Sales-Rep-File.
           CLOSE Commission-Print-File.
           IF WS-ORDERS-OPEN
               THEN CLOSE Order-Master-File
           END-IF.

           MOVE WS-Statement-Count TO WS-Formatted-Count.
           MOVE WS-Total-Net       TO WS-Formatted-Total.
           DISPLAY WS-Formatted-Count " commission statement(s) "
                   "written to COMMSTMT - net commission USD "
                   WS-Formatted-Total.

           GOBACK.

      ****************************************************************
      *    Paragraph COLLECT-CLOSED-INVOICES sweeps the ledger for   *
      *    invoices closed in the month.  The commissionable base is *
      *    the invoice less its freight and tax, at the invoice's    *
      *    own USD rate.                                             *
      ****************************************************************
       COLLECT-CLOSED-INVOICES.
           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status NOT = "00"
               THEN DISPLAY "AR ledger could not be opened (status "
                            WS-LG-Status ") - no invoices are paid "
                            "this run"
           ELSE
               MOVE LOW-VALUES TO LG-Key
               START AR-Ledger-File KEY IS >= LG-Key
                   INVALID KEY MOVE "10" TO WS-LG-Status
               END-START
               PERFORM UNTIL WS-LG-Status NOT = "00"
                   READ AR-Ledger-File NEXT RECORD
                       AT END MOVE "10" TO WS-LG-Status
                   END-READ
                   IF WS-LG-Status = "00" AND LG-DOC-INVOICE AND
                      LG-ITEM-CLOSED AND
                      LG-Closed-Date (1:6) = WS-Commission-Month AND
                      LG-Rep-Code NOT = SPACES
                       THEN PERFORM ADD-INVOICE-EVENT
                   END-IF
               END-PERFORM
               CLOSE AR-Ledger-File
           END-IF.

       ADD-INVOICE-EVENT.
           COMPUTE WS-Document-Amount = LG-Original-Amount
                   - LG-Freight-Amount - LG-Tax-Amount.
           MOVE LG-Exchange-Rate TO WS-Exchange-Rate.
           IF LG-Currency-Code = "USD"
               THEN MOVE 1 TO WS-Exchange-Rate
           END-IF.
           IF WS-Exchange-Rate = ZERO
               THEN MOVE SPACES TO WS-Exception-Text
                    STRING "INVOICE " DELIMITED BY SIZE
                           LG-Doc-Number DELIMITED BY SIZE
                           " HAS NO USD RATE - PAY BY HAND"
                           DELIMITED BY SIZE INTO WS-Exception-Text
                    PERFORM NOTE-PROBLEM
           ELSE
               COMPUTE WS-Base-Amount ROUNDED =
                       WS-Document-Amount * WS-Exchange-Rate
               PERFORM ADD-ONE-EVENT
               IF WS-Event-Added-Flag = "1"
                   THEN MOVE LG-Rep-Code     TO WS-EV-Rep
                                                (WS-Event-Count)
                        MOVE "I"             TO WS-EV-Type
                                                (WS-Event-Count)
                        MOVE LG-Doc-Number   TO WS-EV-Document
                                                (WS-Event-Count)
                        MOVE LG-Customer-Number
                                             TO WS-EV-Customer
                                                (WS-Event-Count)
                        MOVE LG-Closed-Date  TO WS-EV-Date
                                                (WS-Event-Count)
               END-IF
           END-IF.

      ****************************************************************
      *    Paragraph ADD-ONE-EVENT opens the next table entry for    *
      *    WS-Base-Amount, or counts the event dropped when the      *
      *    table is full - the caller checks the added flag before   *
      *    filling the rest of the entry in.                         *
      ****************************************************************
       ADD-ONE-EVENT.
           IF WS-Event-Count < 2000
               THEN ADD 1 TO WS-Event-Count
                    MOVE WS-Base-Amount TO WS-EV-Base (WS-Event-Count)
                    MOVE "0" TO WS-EV-Paid-Flag (WS-Event-Count)
                    MOVE "1" TO WS-Event-Added-Flag
               ELSE ADD 1 TO WS-Events-Dropped
                    MOVE "0" TO WS-Event-Added-Flag
           END-IF.

      ****************************************************************
      *    Paragraph COLLECT-CREDIT-MEMOS walks the printed memo     *
      *    file, picking each memo's date, order, currency and total *
      *    off its lines, and takes back commission on the memos     *
      *    issued in the month.                                      *
      ****************************************************************
       COLLECT-CREDIT-MEMOS.
           OPEN INPUT Credit-Memo-File.
           IF WS-CM-Status = "00"
               THEN MOVE SPACES TO WS-Memo-Date
                    MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ Credit-Memo-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END PERFORM READ-ONE-MEMO-LINE
                        END-READ
                    END-PERFORM
                    CLOSE Credit-Memo-File
           END-IF.

       READ-ONE-MEMO-LINE.
           EVALUATE TRUE
               WHEN CM-Report-Line (1:11) = "CREDIT MEMO"
                   MOVE CM-Report-Line (28:8) TO WS-Memo-Date
                   MOVE SPACES                TO WS-Memo-Order
               WHEN CM-Report-Line (1:14) = "Order Number: "
                   MOVE CM-Report-Line (15:5) TO WS-Memo-Order
               WHEN CM-Report-Line (1:14) = "Total Credit: "
                   IF WS-Memo-Date (1:6) = WS-Commission-Month
                       THEN MOVE CM-Report-Line (15:3)
                                 TO WS-Memo-Currency
                            COMPUTE WS-Document-Amount =
                                    FUNCTION NUMVAL-C
                                    (CM-Report-Line (19:12))
                            PERFORM ADD-CREDIT-EVENT
                   END-IF
                   MOVE SPACES TO WS-Memo-Date
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************
      *    Paragraph ADD-CREDIT-EVENT looks the memo's order up for  *
      *    its rep and rates.  Only a credit against an INVOICED     *
      *    order is clawed back - a cancellation or a return before  *
      *    invoicing only ever reduced what was going to be billed,  *
      *    so no commission was paid on it.                          *
      ****************************************************************
       ADD-CREDIT-EVENT.
           IF WS-Document-Amount = ZERO
               THEN CONTINUE
           ELSE IF NOT WS-ORDERS-OPEN
               THEN MOVE SPACES TO WS-Exception-Text
                    STRING "CREDIT FOR ORDER " DELIMITED BY SIZE
                           WS-Memo-Order DELIMITED BY SIZE
                           " - NO ORDER MASTER" DELIMITED BY SIZE
                           INTO WS-Exception-Text
                    PERFORM NOTE-PROBLEM
           ELSE
               MOVE WS-Memo-Order TO OM-Order-Number
               READ Order-Master-File
                   INVALID KEY
                       MOVE SPACES TO WS-Exception-Text
                       STRING "CREDIT FOR ORDER " DELIMITED BY SIZE
                              WS-Memo-Order DELIMITED BY SIZE
                              " - ORDER NOT ON FILE"
                              DELIMITED BY SIZE
                              INTO WS-Exception-Text
                       PERFORM NOTE-PROBLEM
                   NOT INVALID KEY
                       IF OM-ORDER-INVOICED AND
                          OM-Rep-Code NOT = SPACES
                           THEN PERFORM CONVERT-CREDIT-EVENT
                       END-IF
               END-READ
           END-IF
           END-IF.

       CONVERT-CREDIT-EVENT.
           MOVE OM-Exchange-Rate TO WS-Exchange-Rate.
           IF WS-Memo-Currency = "USD"
               THEN MOVE 1 TO WS-Exchange-Rate
           END-IF.
           IF WS-Exchange-Rate = ZERO
               THEN MOVE SPACES TO WS-Exception-Text
                    STRING "CREDIT FOR ORDER " DELIMITED BY SIZE
                           WS-Memo-Order DELIMITED BY SIZE
                           " HAS NO USD RATE" DELIMITED BY SIZE
                           INTO WS-Exception-Text
                    PERFORM NOTE-PROBLEM
           ELSE
               COMPUTE WS-USD-Amount ROUNDED =
                       WS-Document-Amount * WS-Exchange-Rate
               COMPUTE WS-Tax-Amount ROUNDED =
                       WS-USD-Amount * OM-Tax-Rate / (1 + OM-Tax-Rate)
               COMPUTE WS-Base-Amount = WS-USD-Amount - WS-Tax-Amount
               PERFORM ADD-ONE-EVENT
               IF WS-Event-Added-Flag = "1"
                   THEN MOVE OM-Rep-Code     TO WS-EV-Rep
                                                (WS-Event-Count)
                        MOVE "C"             TO WS-EV-Type
                                                (WS-Event-Count)
                        MOVE OM-Order-Number TO WS-EV-Document
                                                (WS-Event-Count)
                        MOVE OM-Customer-Number
                                             TO WS-EV-Customer
                                                (WS-Event-Count)
                        MOVE WS-Memo-Date    TO WS-EV-Date
                                                (WS-Event-Count)
               END-IF
           END-IF.

      ****************************************************************
      *    Paragraph PRINT-REP-STATEMENT prints one rep's statement  *
      *    from the collected events - a line per invoice paid and   *
      *    per credit taken back, then the totals.  A rep with no    *
      *    activity in the month gets no statement.                  *
      ****************************************************************
       PRINT-REP-STATEMENT.
           MOVE "0"  TO WS-Rep-Has-Activity.
           MOVE ZERO TO WS-Rep-Sales.
           MOVE ZERO TO WS-Rep-Earned.
           MOVE ZERO TO WS-Rep-Credits.
           MOVE ZERO TO WS-Rep-Clawback.
           PERFORM VARYING WS-Event-Index FROM 1 BY 1
                   UNTIL WS-Event-Index > WS-Event-Count
               IF WS-EV-Rep (WS-Event-Index) = SR-Rep-Code
                   THEN IF WS-Rep-Has-Activity = "0"
                            THEN PERFORM PRINT-STATEMENT-HEADING
                                 MOVE "1" TO WS-Rep-Has-Activity
                        END-IF
                        PERFORM PRINT-EVENT-LINE
               END-IF
           END-PERFORM.
           IF WS-Rep-Has-Activity = "1"
               THEN PERFORM PRINT-STATEMENT-FOOTING
           END-IF.

       PRINT-STATEMENT-HEADING.
           ADD 1 TO WS-Statement-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "COMMISSION STATEMENT FOR " DELIMITED BY SIZE
                   WS-Commission-Month DELIMITED BY SIZE
                   "   RUN " DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           COMPUTE WS-Formatted-Rate = SR-Commission-Rate * 100.
           MOVE SPACES TO RP-Report-Line.
           STRING "Rep: " DELIMITED BY SIZE
                   SR-Rep-Code DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SR-Rep-Name DELIMITED BY SIZE
                   "  Territory: " DELIMITED BY SIZE
                   SR-Territory DELIMITED BY SIZE
                   "  Rate: " DELIMITED BY SIZE
                   WS-Formatted-Rate DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "Type  Doc    Customer    Date        "
                   " Sales (USD)    Commission"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

       PRINT-EVENT-LINE.
           MOVE "1" TO WS-EV-Paid-Flag (WS-Event-Index).
           COMPUTE WS-Line-Commission ROUNDED =
                   WS-EV-Base (WS-Event-Index) * SR-Commission-Rate.
           IF WS-EV-INVOICE (WS-Event-Index)
               THEN MOVE "INV" TO WS-Type-Label
                    ADD WS-EV-Base (WS-Event-Index) TO WS-Rep-Sales
                    ADD WS-Line-Commission TO WS-Rep-Earned
               ELSE MOVE "CRM" TO WS-Type-Label
                    ADD WS-EV-Base (WS-Event-Index) TO WS-Rep-Credits
                    ADD WS-Line-Commission TO WS-Rep-Clawback
           END-IF.
           MOVE WS-EV-Base (WS-Event-Index) TO WS-Formatted-Base.
           MOVE WS-Line-Commission TO WS-Formatted-Commission.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-Type-Label DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EV-Document (WS-Event-Index) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EV-Customer (WS-Event-Index) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EV-Date (WS-Event-Index) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Formatted-Base DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Formatted-Commission DELIMITED BY SIZE
                   INTO RP-Report-Line.
           IF WS-EV-CREDIT (WS-Event-Index)
               THEN MOVE "-" TO RP-Report-Line (64:1)
           END-IF.
           WRITE RP-Report-Line.

       PRINT-STATEMENT-FOOTING.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Rep-Sales  TO WS-Formatted-Base.
           MOVE WS-Rep-Earned TO WS-Formatted-Commission.
           MOVE SPACES TO RP-Report-Line.
           STRING "Invoices paid on:      " DELIMITED BY SIZE
                   WS-Formatted-Base DELIMITED BY SIZE
                   "   earned    " DELIMITED BY SIZE
                   WS-Formatted-Commission DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Rep-Credits  TO WS-Formatted-Base.
           MOVE WS-Rep-Clawback TO WS-Formatted-Commission.
           MOVE SPACES TO RP-Report-Line.
           STRING "Credits taken back:    " DELIMITED BY SIZE
                   WS-Formatted-Base DELIMITED BY SIZE
                   "   clawback  " DELIMITED BY SIZE
                   WS-Formatted-Commission DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           COMPUTE WS-Rep-Net = WS-Rep-Earned - WS-Rep-Clawback.
           ADD WS-Rep-Net TO WS-Total-Net.
           MOVE WS-Rep-Net TO WS-Formatted-Net.
           MOVE SPACES TO RP-Report-Line.
           STRING "Net commission due:    " DELIMITED BY SIZE
                   "USD " DELIMITED BY SIZE
                   WS-Formatted-Net DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph PRINT-EXCEPTIONS lists the events no rep on the *
      *    master claimed - a rep code deleted from REPMAST, say -   *
      *    after the rate and ledger problems found while            *
      *    collecting, and notes anything the tables could not hold. *
      ****************************************************************
       PRINT-EXCEPTIONS.
           PERFORM VARYING WS-Problem-Index FROM 1 BY 1
                   UNTIL WS-Problem-Index > WS-Problem-Count
               MOVE WS-Problem-Text (WS-Problem-Index)
                                      TO WS-Exception-Text
               PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM.
           PERFORM VARYING WS-Event-Index FROM 1 BY 1
                   UNTIL WS-Event-Index > WS-Event-Count
               IF WS-EV-Paid-Flag (WS-Event-Index) = "0"
                   THEN MOVE SPACES TO WS-Exception-Text
                        STRING "DOC " DELIMITED BY SIZE
                               WS-EV-Document (WS-Event-Index)
                               DELIMITED BY SIZE
                               " REP " DELIMITED BY SIZE
                               WS-EV-Rep (WS-Event-Index)
                               DELIMITED BY SIZE
                               " NOT ON REP MASTER" DELIMITED BY SIZE
                               INTO WS-Exception-Text
                        PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF WS-Events-Dropped > 0
               THEN MOVE WS-Events-Dropped TO WS-Formatted-Count
                    MOVE SPACES TO WS-Exception-Text
                    STRING WS-Formatted-Count DELIMITED BY SIZE
                           " EVENT(S) PAST THE TABLE LIMIT"
                           DELIMITED BY SIZE INTO WS-Exception-Text
                    PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-Problems-Dropped > 0
               THEN MOVE WS-Problems-Dropped TO WS-Formatted-Count
                    MOVE SPACES TO WS-Exception-Text
                    STRING WS-Formatted-Count DELIMITED BY SIZE
                           " MORE PROBLEM(S) NOT LISTED"
                           DELIMITED BY SIZE INTO WS-Exception-Text
                    PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-Exception-Count = 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "COMMISSION EXCEPTIONS FOR "
                           DELIMITED BY SIZE
                           WS-Commission-Month DELIMITED BY SIZE
                           ":  NONE" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

      ****************************************************************
      *    Paragraph NOTE-PROBLEM holds a collection-time problem    *
      *    for the exceptions section.                               *
      ****************************************************************
       NOTE-PROBLEM.
           IF WS-Problem-Count < 200
               THEN ADD 1 TO WS-Problem-Count
                    MOVE WS-Exception-Text
                                TO WS-Problem-Text (WS-Problem-Count)
               ELSE ADD 1 TO WS-Problems-Dropped
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-EXCEPTION-LINE prints one exception,      *
      *    with the section heading in front of the first.           *
      ****************************************************************
       WRITE-EXCEPTION-LINE.
           IF WS-Exception-Count = 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "COMMISSION EXCEPTIONS FOR "
                           DELIMITED BY SIZE
                           WS-Commission-Month DELIMITED BY SIZE
                           " - NOT PAID, SETTLE BY HAND"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           ADD 1 TO WS-Exception-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  " DELIMITED BY SIZE
                   WS-Exception-Text DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "CommissionRun".
