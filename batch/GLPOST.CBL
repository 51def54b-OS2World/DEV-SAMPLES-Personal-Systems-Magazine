 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "GLJournalPost".

      ****************************************************************
      *                                                              *
      *    Nightly general-ledger journal posting.  For one business *
      *    date - keyed at SYSIN, blank defaults to today - this run *
      *    reads the day's financial activity from the same files    *
      *    accounting used to re-key from:                           *
      *    - the AREXTR invoices (dated from their ARLEDGER item):   *
      *      debit AR, credit sales and sales tax payable for the    *
      *      order's ship-to state, and freight revenue for any      *
      *      freight billed;                                         *
      *    - the CREDMEMO credit memos issued that date: debit       *
      *      sales and sales tax, credit AR;                         *
      *    - the PAYMENTS applied by CashApplication: debit cash,    *
      *      credit AR - leaving out the duplicates it rejected and  *
      *      listed on PAYREJ;                                       *
      *    - the FXRPT revaluation run that date: the change in the  *
      *      unrealized gain or loss against AR since the last       *
      *      revaluation posted, kept on GLCTL;                      *
      *    - the CYC stock adjustments CycleCountPost wrote to       *
      *      ITMAUDIT: shrink or overage against inventory at the    *
      *      item's cost.                                            *
      *    Every amount goes to the ledger account the GLACCTS       *
      *    mapping table names for its kind, in USD, and the day     *
      *    nets to one debit or credit entry per account.  The       *
      *    journal is appended to GLJRNL only when it balances and   *
      *    every kind is mapped; otherwise nothing is released and   *
      *    the proof report says why.  A released date is recorded   *
      *    on the GLCTL control file and can never be posted again.  *
      *    The proof report goes to GLRPT either way.                *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-Extract-File     ASSIGN TO "AREXTR"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AR-Status.
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
           SELECT Payment-File        ASSIGN TO "PAYMENTS"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-PY-Status.
           SELECT Payment-Reject-File ASSIGN TO "PAYREJ"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RJ-Status.
           SELECT Reval-Report-File   ASSIGN TO "FXRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-FX-Status.
           SELECT Item-Audit-File     ASSIGN TO "ITMAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IA-Status.
           SELECT GL-Account-Map-File ASSIGN TO "GLACCTS"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS GA-Map-Key
                                       FILE STATUS IS WS-GA-Status.
           SELECT GL-Control-File     ASSIGN TO "GLCTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS GC-Business-Date
                                       FILE STATUS IS WS-GC-Status.
           SELECT GL-Journal-File     ASSIGN TO "GLJRNL"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-GJ-Status.
           SELECT GL-Report-File      ASSIGN TO "GLRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-Extract-File.
       01  AR-Extract-Record.
           05  AR-Customer-Number      PIC X(10).
           05  AR-Invoice-Number       PIC 9(5).
           05  AR-Order-Number         PIC X(5).
           05  AR-Invoice-Amount       PIC 9(7)V99.
           05  AR-Currency-Code        PIC X(3).
           05  AR-USD-Amount           PIC 9(9)V99.
           05  AR-Due-Date             PIC X(8).
           05  AR-Freight-Amount       PIC 9(5)V99.
           05  AR-Freight-USD          PIC 9(5)V99.

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
      *    run appends to.  Each memo opens with a "CREDIT MEMO" line
      *    carrying its issue date, names its order on the "Order
      *    Number:" line, and closes with a "Total Credit:" line.
       FD  Credit-Memo-File.
       01  CM-Report-Line              PIC X(80).

       FD  Payment-File.
       01  PY-Payment-Record.
           05  PY-Payment-Date         PIC X(8).
           05  FILLER                  PIC X.
           05  PY-Customer-Number      PIC X(10).
           05  FILLER                  PIC X.
           05  PY-Invoice-Number       PIC X(5).
           05  FILLER                  PIC X.
           05  PY-Check-Number         PIC X(5).
           05  FILLER                  PIC X.
           05  PY-Amount               PIC 9(9)V99.

      *    Payment-Reject-File lists the payments CashApplication
      *    refused, each with its place in the PAYMENTS batch.
       FD  Payment-Reject-File.
       01  RJ-Reject-Record.
           05  RJ-Run-Date             PIC X(8).
           05  FILLER                  PIC X.
           05  RJ-Record-Number        PIC 9(7).
           05  FILLER                  PIC X.
           05  RJ-Payment-Date         PIC X(8).
           05  FILLER                  PIC X.
           05  RJ-Customer-Number      PIC X(10).
           05  FILLER                  PIC X.
           05  RJ-Invoice-Number       PIC X(5).
           05  FILLER                  PIC X.
           05  RJ-Check-Number         PIC X(5).
           05  FILLER                  PIC X.
           05  RJ-Amount               PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  RJ-Reason               PIC X(30).

      *    Reval-Report-File is the revaluation report - its title
      *    line carries the run date and its summary ends with the
      *    total unrealized gain/loss in USD.
       FD  Reval-Report-File.
       01  FX-Report-Line              PIC X(80).

       FD  Item-Audit-File.
       01  IA-Audit-Record.
           05  IA-Timestamp            PIC X(14).
           05  FILLER                  PIC X.
           05  IA-Action               PIC X(3).
           05  FILLER                  PIC X.
           05  IA-Before-Image         PIC X(113).
           05  FILLER                  PIC X.
           05  IA-After-Image          PIC X(113).

      *    GL-Account-Map-File names the ledger account each kind of
      *    posting goes to - sales tax is qualified by ship-to state,
      *    with a blank state as the catch-all.
       FD  GL-Account-Map-File.
       01  GA-Account-Map-Record.
           05  GA-Map-Key.
               10  GA-Map-Type         PIC X(6).
               10  GA-Map-Qualifier    PIC X(2).
           05  GA-Account-Number       PIC X(10).
           05  GA-Description          PIC X(30).

      *    GL-Control-File holds one record per business date whose
      *    journal has been released - the rerun guard - plus one
      *    record keyed FXREVAL carrying the cumulative unrealized
      *    gain or loss the ledger already holds and the date it was
      *    posted, so each revaluation books only the change.
       FD  GL-Control-File.
       01  GC-Control-Record.
           05  GC-Business-Date        PIC X(8).
           05  GC-Posted-Timestamp     PIC X(14).
           05  GC-Entry-Count          PIC 9(5).
           05  GC-Debit-Total          PIC 9(11)V99.
           05  GC-Credit-Total         PIC 9(11)V99.
       01  GC-Reval-Record.
           05  GC-Reval-Key            PIC X(8).
           05  GC-Reval-Posted-Date    PIC X(8).
           05  GC-Reval-Cumulative     PIC S9(11)V99.
           05  FILLER                  PIC X(24).

      *    GL-Journal-File is the general ledger's nightly import -
      *    one record per account per business date, netted to a
      *    single debit or credit in USD.
       FD  GL-Journal-File.
       01  GJ-Journal-Record.
           05  GJ-Business-Date        PIC X(8).
           05  FILLER                  PIC X.
           05  GJ-Account-Number       PIC X(10).
           05  FILLER                  PIC X.
           05  GJ-Debit-Credit         PIC X.
               88  GJ-DEBIT                        VALUE "D".
               88  GJ-CREDIT                       VALUE "C".
           05  FILLER                  PIC X.
           05  GJ-Amount               PIC 9(11)V99.
           05  FILLER                  PIC X.
           05  GJ-Description          PIC X(30).

       FD  GL-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AR-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-CM-Status                PIC X(2).
       01  WS-PY-Status                PIC X(2).
       01  WS-RJ-Status                PIC X(2).
       01  WS-FX-Status                PIC X(2).
       01  WS-IA-Status                PIC X(2).
       01  WS-GA-Status                PIC X(2).
       01  WS-GC-Status                PIC X(2).
       01  WS-GJ-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-EOF-Flag                 PIC X.
           88  WS-EOF                              VALUE "1".
      *    Whether the ledger and order master actually opened - the
      *    reads and the final CLOSEs are guarded by these switches.
       01  WS-Ledger-Open-Flag         PIC X.
           88  WS-LEDGER-OPEN                      VALUE "1".
       01  WS-Orders-Open-Flag         PIC X.
           88  WS-ORDERS-OPEN                      VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Business-Date            PIC X(8).
       01  WS-Work-Field               PIC X(30).

      *    The posting being made - its kind, which side, and how
      *    much - and the ledger account it resolved to.
       01  WS-Post-Map-Key.
           05  WS-Post-Map-Type        PIC X(6).
           05  WS-Post-Map-Qualifier   PIC X(2).
       01  WS-Post-Side                PIC X.
       01  WS-Post-Amount              PIC 9(11)V99.
       01  WS-Post-Account             PIC X(10).
       01  WS-Post-Description         PIC X(30).

      *    One entry per ledger account the day touches.  A kind
      *    with no mapping gets an entry of its own with a blank
      *    account, so it is reported once and holds the journal.
       01  WS-Account-Table.
           05  WS-Account-Entry-Count  PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Account-Entry        OCCURS 100 TIMES.
               10  WS-AC-Account       PIC X(10).
               10  WS-AC-Map-Key       PIC X(8).
               10  WS-AC-Description   PIC X(30).
               10  WS-AC-Debits        PIC 9(11)V99.
               10  WS-AC-Credits       PIC 9(11)V99.
       01  WS-Accounts-Dropped         PIC 9(5)        VALUE ZERO.
       01  WS-Account-Index            PIC S9(4)       COMP.
       01  WS-Found-Flag               PIC X.

       01  WS-Debit-Total              PIC 9(11)V99    VALUE ZERO.
       01  WS-Credit-Total             PIC 9(11)V99    VALUE ZERO.
       01  WS-Net-Amount               PIC 9(11)V99.
       01  WS-Unmapped-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Flag-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Entry-Count              PIC 9(5)        VALUE ZERO.

      *    Per-document working amounts, all in USD once converted.
       01  WS-Document-Amount          PIC 9(9)V99.
       01  WS-USD-Amount               PIC 9(11)V99.
       01  WS-Tax-Amount               PIC 9(11)V99.
       01  WS-Sales-Amount             PIC 9(11)V99.
       01  WS-Tax-Rate                 PIC V999.
       01  WS-Exchange-Rate            PIC 9(3)V9(6).
       01  WS-Tax-State                PIC X(2).

      *    Credit-memo fields picked off the printed lines.
       01  WS-Memo-Date                PIC X(8).
       01  WS-Memo-Order               PIC X(5).
       01  WS-Memo-Currency            PIC X(3).

      *    Revaluation fields picked off the printed report.
       01  WS-Reval-Date               PIC X(8).
       01  WS-Gain-Loss                PIC S9(11)V99.
      *    What the ledger already holds from the last revaluation
      *    posted, and the change this one books against it.
       01  WS-Reval-Previous           PIC S9(11)V99   VALUE ZERO.
       01  WS-Reval-Previous-Date      PIC X(8)        VALUE SPACES.
       01  WS-Reval-Change             PIC S9(11)V99   VALUE ZERO.

      *    Before and after item images off a CYC audit record.
       01  WS-Before-Item.
           05  WS-BI-Item-Number       PIC X(10).
           05  WS-BI-Description       PIC X(20).
           05  WS-BI-Item-Cost         PIC 999V99.
           05  WS-BI-Item-Price        PIC 999V99.
           05  WS-BI-On-Hand-Qty       PIC 9(7).
           05  WS-BI-On-Hand-Qty-W2    PIC 9(7).
           05  FILLER                  PIC X(59).
       01  WS-After-Item.
           05  WS-AI-Item-Number       PIC X(10).
           05  WS-AI-Description       PIC X(20).
           05  WS-AI-Item-Cost         PIC 999V99.
           05  WS-AI-Item-Price        PIC 999V99.
           05  WS-AI-On-Hand-Qty       PIC 9(7).
           05  WS-AI-On-Hand-Qty-W2    PIC 9(7).
           05  FILLER                  PIC X(59).
       01  WS-Qty-Change               PIC S9(9).

      *    Source counts and totals for the proof report.
       01  WS-Invoice-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Invoice-Total            PIC 9(11)V99    VALUE ZERO.
       01  WS-Credit-Memo-Count        PIC 9(5)        VALUE ZERO.
       01  WS-Credit-Memo-Total        PIC 9(11)V99    VALUE ZERO.
       01  WS-Payment-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Payment-Total            PIC 9(11)V99    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Rejected-Total           PIC 9(11)V99    VALUE ZERO.

      *    The business date's rejected payments off PAYREJ, each
      *    matched to its PAYMENTS record by place, customer, check
      *    and amount so it is kept out of the day's cash.
       01  WS-Reject-Table.
           05  WS-Reject-Entry-Count   PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Reject-Entry         OCCURS 500 TIMES.
               10  WS-RJ-Record-Number PIC 9(7).
               10  WS-RJ-Customer      PIC X(10).
               10  WS-RJ-Check         PIC X(5).
               10  WS-RJ-Amount        PIC 9(9)V99.
       01  WS-Rejects-Dropped          PIC 9(5)        VALUE ZERO.
       01  WS-Reject-Index             PIC S9(4)       COMP.
       01  WS-Payment-Record-Number    PIC 9(7)        VALUE ZERO.
       01  WS-Rejected-Flag            PIC X.
           88  WS-PAYMENT-REJECTED                 VALUE "1".
       01  WS-Reval-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Reval-Total              PIC S9(11)V99   VALUE ZERO.
       01  WS-Adjustment-Count         PIC 9(5)        VALUE ZERO.
       01  WS-Shrink-Total             PIC S9(11)V99   VALUE ZERO.

       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Amount-2       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Signed         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

           DISPLAY "Enter the business date to post (YYYYMMDD), "
                   "or press Enter for today: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE FUNCTION CURRENT-DATE TO WS-Date-Work
                    MOVE WS-Date-Work (1:8)    TO WS-Business-Date
               ELSE MOVE WS-Work-Field (1:8)   TO WS-Business-Date
           END-IF.

      ****************************************************************
      *    Rerun protection comes first: a date already released to  *
      *    the ledger is refused before a single source is read.     *
      *    GLCTL is pre-allocated empty the same way ORDMAST is, so  *
      *    OPEN I-O falls back to OPEN OUTPUT the very first time.   *
      ****************************************************************
           OPEN I-O GL-Control-File.
           IF WS-GC-Status = "35"
               THEN OPEN OUTPUT GL-Control-File
                    CLOSE GL-Control-File
                    OPEN I-O GL-Control-File
           END-IF.
           IF WS-GC-Status NOT = "00"
               THEN DISPLAY "GL control file could not be opened "
                            "(status " WS-GC-Status ") - ending"
                    GOBACK
           END-IF.
           MOVE WS-Business-Date TO GC-Business-Date.
           READ GL-Control-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "The journal for " WS-Business-Date
                           " was already posted at "
                           GC-Posted-Timestamp " - run refused"
                   CLOSE GL-Control-File
                   GOBACK
           END-READ.

           OPEN INPUT GL-Account-Map-File.
           IF WS-GA-Status NOT = "00"
               THEN DISPLAY "GL account map could not be opened "
                            "(status " WS-GA-Status ") - run the "
                            "account maintenance first.  Ending"
                    CLOSE GL-Control-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    The ledger dates the invoices and the order master gives  *
      *    each document its tax rate, state, and exchange rate -    *
      *    without them the documents are flagged, not guessed at.   *
      ****************************************************************
           MOVE "0" TO WS-Ledger-Open-Flag.
           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status = "00"
               THEN MOVE "1" TO WS-Ledger-Open-Flag
           END-IF.
           MOVE "0" TO WS-Orders-Open-Flag.
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status = "00"
               THEN MOVE "1" TO WS-Orders-Open-Flag
           END-IF.

           OPEN OUTPUT GL-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "GENERAL LEDGER JOURNAL PROOF FOR "
                   DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           PERFORM JOURNAL-INVOICES.
           PERFORM JOURNAL-CREDIT-MEMOS.
           PERFORM JOURNAL-PAYMENTS.
           PERFORM JOURNAL-REVALUATION.
           PERFORM JOURNAL-STOCK-ADJUSTMENTS.

           PERFORM PRINT-ACCOUNT-SUMMARY.

      ****************************************************************
      *    Release only a complete, balanced journal.  Anything      *
      *    unmapped, a full account table, or debits that do not     *
      *    equal credits holds the whole day back - nothing reaches  *
      *    GLJRNL and the date stays open for a corrected rerun.     *
      ****************************************************************
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           IF WS-Debit-Total NOT = WS-Credit-Total OR
              WS-Unmapped-Count > 0 OR
              WS-Accounts-Dropped > 0
               THEN STRING "** JOURNAL NOT RELEASED - RESOLVE THE "
                           "CONDITIONS ABOVE AND RERUN **"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
                    DISPLAY "Journal for " WS-Business-Date
                            " is NOT in balance or not fully mapped "
                            "- nothing released, see GLRPT"
               ELSE PERFORM RELEASE-JOURNAL
                    MOVE WS-Entry-Count TO WS-Formatted-Count
                    STRING "JOURNAL RELEASED TO GLJRNL - "
                           DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           " ENTRIES" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
                    DISPLAY "Journal for " WS-Business-Date
                            " released to GLJRNL - "
                            WS-Formatted-Count " entries"
           END-IF.

           CLOSE GL-Report-File.
           CLOSE GL-Control-File.
           CLOSE GL-Account-Map-File.
           IF WS-LEDGER-OPEN
               THEN CLOSE AR-Ledger-File
           END-IF.
           IF WS-ORDERS-OPEN
               THEN CLOSE Order-Master-File
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph JOURNAL-INVOICES reads the AR extract and posts *
      *    each invoice whose ledger item is dated the business      *
      *    date - the extract carries no date of its own.            *
      ****************************************************************
       JOURNAL-INVOICES.
           OPEN INPUT AR-Extract-File.
           IF WS-AR-Status NOT = "00"
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "NO AR EXTRACT ON FILE (STATUS "
                           DELIMITED BY SIZE
                           WS-AR-Status DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
               ELSE MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ AR-Extract-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END PERFORM DATE-ONE-INVOICE
                        END-READ
                    END-PERFORM
                    CLOSE AR-Extract-File
           END-IF.

           MOVE WS-Invoice-Count TO WS-Formatted-Count.
           MOVE WS-Invoice-Total TO WS-Formatted-Amount.
           MOVE SPACES TO RP-Report-Line.
           STRING "INVOICES:        " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "   USD " DELIMITED BY SIZE
                   WS-Formatted-Amount DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       DATE-ONE-INVOICE.
           IF NOT WS-LEDGER-OPEN
               THEN CONTINUE
           ELSE
               MOVE AR-Customer-Number TO LG-Customer-Number
               MOVE "I"                TO LG-Doc-Type
               MOVE AR-Invoice-Number  TO LG-Doc-Number
               READ AR-Ledger-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LG-Doc-Date = WS-Business-Date
                           THEN PERFORM POST-ONE-INVOICE
                       END-IF
               END-READ
           END-IF.

      ****************************************************************
      *    Paragraph POST-ONE-INVOICE takes any billed freight off   *
      *    the invoice's USD amount and splits the rest into sales   *
      *    and tax the same way order entry backed the tax out of    *
      *    the total - at the order's own saved rate - and posts     *
      *    debit AR, credit each.  An invoice saved                  *
      *    without an exchange rate has no honest USD amount and is  *
      *    flagged for a manual entry instead.                       *
      ****************************************************************
       POST-ONE-INVOICE.
           IF AR-USD-Amount = ZERO AND AR-Invoice-Amount > ZERO
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  INVOICE " DELIMITED BY SIZE
                           AR-Invoice-Number DELIMITED BY SIZE
                           " HAS NO USD AMOUNT - POST BY HAND"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
                    ADD 1 TO WS-Flag-Count
           ELSE
               ADD 1 TO WS-Invoice-Count
               ADD AR-USD-Amount TO WS-Invoice-Total
               MOVE AR-Order-Number TO WS-Memo-Order
               PERFORM LOOK-UP-ORDER-TAX
               MOVE "AR    "        TO WS-Post-Map-Type
               MOVE SPACES          TO WS-Post-Map-Qualifier
               MOVE "D"             TO WS-Post-Side
               MOVE AR-USD-Amount   TO WS-Post-Amount
               PERFORM POST-ENTRY
               MOVE "FRTREV"        TO WS-Post-Map-Type
               MOVE "C"             TO WS-Post-Side
               MOVE AR-Freight-USD  TO WS-Post-Amount
               PERFORM POST-ENTRY
               COMPUTE WS-USD-Amount = AR-USD-Amount - AR-Freight-USD
               PERFORM SPLIT-OUT-TAX
               MOVE "SALES "        TO WS-Post-Map-Type
               MOVE "C"             TO WS-Post-Side
               MOVE WS-Sales-Amount TO WS-Post-Amount
               PERFORM POST-ENTRY
               MOVE "SALTAX"        TO WS-Post-Map-Type
               MOVE WS-Tax-State    TO WS-Post-Map-Qualifier
               MOVE WS-Tax-Amount   TO WS-Post-Amount
               PERFORM POST-ENTRY
           END-IF.

      ****************************************************************
      *    Paragraph LOOK-UP-ORDER-TAX fetches the saved tax rate,   *
      *    ship-to state, and exchange rate of the document's order. *
      *    An order no longer on file is flagged and its document    *
      *    posts as all sales.                                       *
      ****************************************************************
       LOOK-UP-ORDER-TAX.
           MOVE ZERO   TO WS-Tax-Rate.
           MOVE ZERO   TO WS-Exchange-Rate.
           MOVE SPACES TO WS-Tax-State.
           IF WS-ORDERS-OPEN
               THEN MOVE WS-Memo-Order TO OM-Order-Number
                    READ Order-Master-File
                        INVALID KEY
                            PERFORM FLAG-ORDER-NOT-FOUND
                        NOT INVALID KEY
                            MOVE OM-Tax-Rate      TO WS-Tax-Rate
                            MOVE OM-Exchange-Rate TO WS-Exchange-Rate
                            MOVE OM-Ship-To-State TO WS-Tax-State
                    END-READ
               ELSE PERFORM FLAG-ORDER-NOT-FOUND
           END-IF.

       FLAG-ORDER-NOT-FOUND.
           MOVE SPACES TO RP-Report-Line.
           STRING "  ORDER " DELIMITED BY SIZE
                  WS-Memo-Order DELIMITED BY SIZE
                  " NOT ON ORDMAST - POSTED AS ALL SALES, NO TAX"
                  DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.
           ADD 1 TO WS-Flag-Count.

       SPLIT-OUT-TAX.
           COMPUTE WS-Tax-Amount ROUNDED =
                   WS-USD-Amount * WS-Tax-Rate / (1 + WS-Tax-Rate).
           COMPUTE WS-Sales-Amount = WS-USD-Amount - WS-Tax-Amount.

      ****************************************************************
      *    Paragraph JOURNAL-CREDIT-MEMOS walks the printed memo     *
      *    file, picking each memo's date, order, currency, and      *
      *    total off its lines, and posts the memos issued on the    *
      *    business date.                                            *
      ****************************************************************
       JOURNAL-CREDIT-MEMOS.
           OPEN INPUT Credit-Memo-File.
           IF WS-CM-Status NOT = "00"
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "NO CREDIT MEMO FILE ON FILE (STATUS "
                           DELIMITED BY SIZE
                           WS-CM-Status DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
               ELSE MOVE SPACES TO WS-Memo-Date
                    MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ Credit-Memo-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END PERFORM READ-ONE-MEMO-LINE
                        END-READ
                    END-PERFORM
                    CLOSE Credit-Memo-File
           END-IF.

           MOVE WS-Credit-Memo-Count TO WS-Formatted-Count.
           MOVE WS-Credit-Memo-Total TO WS-Formatted-Amount.
           MOVE SPACES TO RP-Report-Line.
           STRING "CREDIT MEMOS:    " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "   USD " DELIMITED BY SIZE
                   WS-Formatted-Amount DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       READ-ONE-MEMO-LINE.
           EVALUATE TRUE
               WHEN CM-Report-Line (1:11) = "CREDIT MEMO"
                   MOVE CM-Report-Line (28:8) TO WS-Memo-Date
                   MOVE SPACES                TO WS-Memo-Order
               WHEN CM-Report-Line (1:14) = "Order Number: "
                   MOVE CM-Report-Line (15:5) TO WS-Memo-Order
               WHEN CM-Report-Line (1:14) = "Total Credit: "
                   IF WS-Memo-Date = WS-Business-Date
                       THEN MOVE CM-Report-Line (15:3)
                                 TO WS-Memo-Currency
                            COMPUTE WS-Document-Amount =
                                    FUNCTION NUMVAL-C
                                    (CM-Report-Line (19:12))
                            PERFORM POST-ONE-CREDIT-MEMO
                   END-IF
                   MOVE SPACES TO WS-Memo-Date
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************
      *    Paragraph POST-ONE-CREDIT-MEMO converts the memo total to *
      *    USD at the order's saved rate, backs the tax out at the   *
      *    order's tax rate, and posts debit sales and tax, credit   *
      *    AR - the exact reverse of an invoice.                     *
      ****************************************************************
       POST-ONE-CREDIT-MEMO.
           IF WS-Document-Amount = ZERO
               THEN CONTINUE
           ELSE
               PERFORM LOOK-UP-ORDER-TAX
               IF WS-Memo-Currency = "USD"
                   THEN MOVE 1 TO WS-Exchange-Rate
               END-IF
               IF WS-Exchange-Rate = ZERO
                   THEN MOVE SPACES TO RP-Report-Line
                        STRING "  CREDIT MEMO FOR ORDER "
                               DELIMITED BY SIZE
                               WS-Memo-Order DELIMITED BY SIZE
                               " HAS NO USD RATE - POST BY HAND"
                               DELIMITED BY SIZE INTO RP-Report-Line
                        WRITE RP-Report-Line
                        ADD 1 TO WS-Flag-Count
               ELSE
                   COMPUTE WS-USD-Amount ROUNDED =
                           WS-Document-Amount * WS-Exchange-Rate
                   ADD 1 TO WS-Credit-Memo-Count
                   ADD WS-USD-Amount TO WS-Credit-Memo-Total
                   PERFORM SPLIT-OUT-TAX
                   MOVE "SALES "        TO WS-Post-Map-Type
                   MOVE SPACES          TO WS-Post-Map-Qualifier
                   MOVE "D"             TO WS-Post-Side
                   MOVE WS-Sales-Amount TO WS-Post-Amount
                   PERFORM POST-ENTRY
                   MOVE "SALTAX"        TO WS-Post-Map-Type
                   MOVE WS-Tax-State    TO WS-Post-Map-Qualifier
                   MOVE WS-Tax-Amount   TO WS-Post-Amount
                   PERFORM POST-ENTRY
                   MOVE "AR    "        TO WS-Post-Map-Type
                   MOVE SPACES          TO WS-Post-Map-Qualifier
                   MOVE "C"             TO WS-Post-Side
                   MOVE WS-USD-Amount   TO WS-Post-Amount
                   PERFORM POST-ENTRY
               END-IF
           END-IF.

      ****************************************************************
      *    Paragraph JOURNAL-PAYMENTS posts the day's remittances -  *
      *    payments are always taken in USD - debit cash, credit AR. *
      *    A payment CashApplication rejected never reached AR and   *
      *    is left out.                                              *
      ****************************************************************
       JOURNAL-PAYMENTS.
           PERFORM LOAD-PAYMENT-REJECTS.
           MOVE ZERO TO WS-Payment-Record-Number.
           OPEN INPUT Payment-File.
           IF WS-PY-Status NOT = "00"
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "NO PAYMENT FILE ON FILE (STATUS "
                           DELIMITED BY SIZE
                           WS-PY-Status DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
               ELSE MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ Payment-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END
                                ADD 1 TO WS-Payment-Record-Number
                                IF PY-Payment-Date = WS-Business-Date
                                    THEN PERFORM SCREEN-ONE-PAYMENT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE Payment-File
           END-IF.

           MOVE WS-Payment-Count TO WS-Formatted-Count.
           MOVE WS-Payment-Total TO WS-Formatted-Amount.
           MOVE SPACES TO RP-Report-Line.
           STRING "PAYMENTS:        " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "   USD " DELIMITED BY SIZE
                   WS-Formatted-Amount DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Rejected-Count > 0
               THEN MOVE WS-Rejected-Count TO WS-Formatted-Count
                    MOVE WS-Rejected-Total TO WS-Formatted-Amount
                    MOVE SPACES TO RP-Report-Line
                    STRING "  REJECTED:      " DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           "   USD " DELIMITED BY SIZE
                           WS-Formatted-Amount DELIMITED BY SIZE
                           "  NOT JOURNALED" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           IF WS-Rejects-Dropped > 0
               THEN MOVE WS-Rejects-Dropped TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING "** " DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           " REJECTED PAYMENT(S) PAST THE TABLE LIMIT "
                           "- CHECK PAYREJ BY HAND **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

      ****************************************************************
      *    Paragraph LOAD-PAYMENT-REJECTS collects the payments      *
      *    CashApplication rejected for the business date.  No       *
      *    reject list just means nothing was rejected.              *
      ****************************************************************
       LOAD-PAYMENT-REJECTS.
           OPEN INPUT Payment-Reject-File.
           IF WS-RJ-Status = "00"
               THEN MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ Payment-Reject-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END
                                IF RJ-Payment-Date = WS-Business-Date
                                    THEN PERFORM KEEP-ONE-REJECT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE Payment-Reject-File
           END-IF.

       KEEP-ONE-REJECT.
           IF WS-Reject-Entry-Count < 500
               THEN ADD 1 TO WS-Reject-Entry-Count
                    MOVE RJ-Record-Number TO WS-RJ-Record-Number
                         (WS-Reject-Entry-Count)
                    MOVE RJ-Customer-Number TO WS-RJ-Customer
                         (WS-Reject-Entry-Count)
                    MOVE RJ-Check-Number TO WS-RJ-Check
                         (WS-Reject-Entry-Count)
                    MOVE RJ-Amount TO WS-RJ-Amount
                         (WS-Reject-Entry-Count)
               ELSE ADD 1 TO WS-Rejects-Dropped
           END-IF.

       SCREEN-ONE-PAYMENT.
           MOVE "0" TO WS-Rejected-Flag.
           PERFORM VARYING WS-Reject-Index FROM 1 BY 1
                   UNTIL WS-Reject-Index > WS-Reject-Entry-Count
               IF WS-RJ-Record-Number (WS-Reject-Index) =
                  WS-Payment-Record-Number AND
                  WS-RJ-Customer (WS-Reject-Index) =
                  PY-Customer-Number AND
                  WS-RJ-Check (WS-Reject-Index) = PY-Check-Number AND
                  WS-RJ-Amount (WS-Reject-Index) = PY-Amount
                   THEN MOVE "1" TO WS-Rejected-Flag
               END-IF
           END-PERFORM.
           IF WS-PAYMENT-REJECTED
               THEN ADD 1         TO WS-Rejected-Count
                    ADD PY-Amount TO WS-Rejected-Total
               ELSE PERFORM POST-ONE-PAYMENT
           END-IF.

       POST-ONE-PAYMENT.
           ADD 1 TO WS-Payment-Count.
           ADD PY-Amount TO WS-Payment-Total.
           MOVE "CASH  "  TO WS-Post-Map-Type.
           MOVE SPACES    TO WS-Post-Map-Qualifier.
           MOVE "D"       TO WS-Post-Side.
           MOVE PY-Amount TO WS-Post-Amount.
           PERFORM POST-ENTRY.
           MOVE "AR    "  TO WS-Post-Map-Type.
           MOVE "C"       TO WS-Post-Side.
           PERFORM POST-ENTRY.

      ****************************************************************
      *    Paragraph JOURNAL-REVALUATION posts the FX revaluation    *
      *    when the report on file was run on the business date.     *
      *    The report's total is the cumulative unrealized gain or   *
      *    loss on every open foreign item against its ledger rate,  *
      *    so only its change from the cumulative figure last posted *
      *    - read off the FXREVAL control record - is booked: an     *
      *    increase raises AR, a decrease lowers it, and no change   *
      *    books nothing.  The control record takes the new figure   *
      *    only when the journal is released.                        *
      ****************************************************************
       JOURNAL-REVALUATION.
           MOVE "FXREVAL " TO GC-Business-Date.
           READ GL-Control-File
               INVALID KEY
                   MOVE ZERO   TO WS-Reval-Previous
                   MOVE SPACES TO WS-Reval-Previous-Date
               NOT INVALID KEY
                   MOVE GC-Reval-Cumulative  TO WS-Reval-Previous
                   MOVE GC-Reval-Posted-Date TO WS-Reval-Previous-Date
           END-READ.

           OPEN INPUT Reval-Report-File.
           IF WS-FX-Status = "00"
               THEN MOVE SPACES TO WS-Reval-Date
                    MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ Reval-Report-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END PERFORM READ-ONE-REVAL-LINE
                        END-READ
                    END-PERFORM
                    CLOSE Reval-Report-File
           END-IF.

           MOVE WS-Reval-Count  TO WS-Formatted-Count.
           MOVE WS-Reval-Change TO WS-Formatted-Signed.
           MOVE SPACES TO RP-Report-Line.
           STRING "FX REVALUATIONS: " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "   USD " DELIMITED BY SIZE
                   WS-Formatted-Signed DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-Reval-Count > 0
               THEN MOVE WS-Reval-Total TO WS-Formatted-Signed
                    MOVE SPACES TO RP-Report-Line
                    STRING "  CUMULATIVE " DELIMITED BY SIZE
                           WS-Formatted-Signed DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
                    MOVE WS-Reval-Previous TO WS-Formatted-Signed
                    MOVE SPACES TO RP-Report-Line
                    STRING "  LESS POSTED " DELIMITED BY SIZE
                           WS-Reval-Previous-Date DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Formatted-Signed DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       READ-ONE-REVAL-LINE.
           EVALUATE TRUE
               WHEN FX-Report-Line (1:23) = "UNREALIZED FX GAIN/LOSS"
                   MOVE FX-Report-Line (46:8) TO WS-Reval-Date
               WHEN FX-Report-Line (1:27) =
                    "TOTAL UNREALIZED GAIN/LOSS:"
                   IF WS-Reval-Date = WS-Business-Date
                       THEN COMPUTE WS-Gain-Loss =
                                    FUNCTION NUMVAL-C
                                    (FX-Report-Line (30:15))
                            PERFORM POST-REVALUATION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POST-REVALUATION.
           ADD 1 TO WS-Reval-Count.
           MOVE WS-Gain-Loss TO WS-Reval-Total.
           COMPUTE WS-Reval-Change = WS-Gain-Loss - WS-Reval-Previous.
           MOVE SPACES TO WS-Post-Map-Qualifier.
           IF WS-Reval-Change > 0
               THEN MOVE WS-Reval-Change TO WS-Post-Amount
                    MOVE "AR    "        TO WS-Post-Map-Type
                    MOVE "D"             TO WS-Post-Side
                    PERFORM POST-ENTRY
                    MOVE "FXGL  "        TO WS-Post-Map-Type
                    MOVE "C"             TO WS-Post-Side
                    PERFORM POST-ENTRY
           END-IF.
           IF WS-Reval-Change < 0
               THEN COMPUTE WS-Post-Amount = 0 - WS-Reval-Change
                    MOVE "FXGL  "        TO WS-Post-Map-Type
                    MOVE "D"             TO WS-Post-Side
                    PERFORM POST-ENTRY
                    MOVE "AR    "        TO WS-Post-Map-Type
                    MOVE "C"             TO WS-Post-Side
                    PERFORM POST-ENTRY
           END-IF.

      ****************************************************************
      *    Paragraph JOURNAL-STOCK-ADJUSTMENTS values each approved  *
      *    cycle-count correction of the business date at the        *
      *    item's cost - a count below book is shrink (debit shrink, *
      *    credit inventory), a count above book the reverse.        *
      ****************************************************************
       JOURNAL-STOCK-ADJUSTMENTS.
           OPEN INPUT Item-Audit-File.
           IF WS-IA-Status = "00"
               THEN MOVE "0" TO WS-EOF-Flag
                    PERFORM UNTIL WS-EOF
                        READ Item-Audit-File
                            AT END MOVE "1" TO WS-EOF-Flag
                            NOT AT END
                                IF IA-Action = "CYC" AND
                                   IA-Timestamp (1:8) =
                                   WS-Business-Date
                                    THEN PERFORM POST-ONE-ADJUSTMENT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE Item-Audit-File
           END-IF.

           MOVE WS-Adjustment-Count TO WS-Formatted-Count.
           MOVE WS-Shrink-Total     TO WS-Formatted-Signed.
           MOVE SPACES TO RP-Report-Line.
           STRING "STOCK ADJUSTS:   " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "   SHRINK " DELIMITED BY SIZE
                   WS-Formatted-Signed DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       POST-ONE-ADJUSTMENT.
           MOVE IA-Before-Image TO WS-Before-Item.
           MOVE IA-After-Image  TO WS-After-Item.
           COMPUTE WS-Qty-Change =
                   (WS-BI-On-Hand-Qty + WS-BI-On-Hand-Qty-W2)
                 - (WS-AI-On-Hand-Qty + WS-AI-On-Hand-Qty-W2).
           ADD 1 TO WS-Adjustment-Count.
           MOVE SPACES TO WS-Post-Map-Qualifier.
           IF WS-Qty-Change > 0
               THEN COMPUTE WS-Post-Amount =
                            WS-Qty-Change * WS-BI-Item-Cost
                    ADD WS-Post-Amount TO WS-Shrink-Total
                    MOVE "SHRINK"  TO WS-Post-Map-Type
                    MOVE "D"       TO WS-Post-Side
                    PERFORM POST-ENTRY
                    MOVE "INVENT"  TO WS-Post-Map-Type
                    MOVE "C"       TO WS-Post-Side
                    PERFORM POST-ENTRY
           END-IF.
           IF WS-Qty-Change < 0
               THEN COMPUTE WS-Post-Amount =
                            (0 - WS-Qty-Change) * WS-BI-Item-Cost
                    SUBTRACT WS-Post-Amount FROM WS-Shrink-Total
                    MOVE "INVENT"  TO WS-Post-Map-Type
                    MOVE "D"       TO WS-Post-Side
                    PERFORM POST-ENTRY
                    MOVE "SHRINK"  TO WS-Post-Map-Type
                    MOVE "C"       TO WS-Post-Side
                    PERFORM POST-ENTRY
           END-IF.

      ****************************************************************
      *    Paragraph POST-ENTRY resolves the posting's kind to its   *
      *    ledger account and folds the amount into that account's   *
      *    debits or credits.  A zero amount posts nothing.          *
      ****************************************************************
       POST-ENTRY.
           IF WS-Post-Amount > ZERO
               THEN PERFORM RESOLVE-ACCOUNT
                    PERFORM FOLD-INTO-ACCOUNT
           END-IF.

      ****************************************************************
      *    Paragraph RESOLVE-ACCOUNT reads the mapping for the kind. *
      *    A state-qualified tax posting falls back to the catch-all *
      *    SALTAX mapping when its state has none of its own; an     *
      *    unmapped kind resolves to a blank account.                *
      ****************************************************************
       RESOLVE-ACCOUNT.
           MOVE SPACES TO WS-Post-Account.
           MOVE SPACES TO WS-Post-Description.
           MOVE WS-Post-Map-Key TO GA-Map-Key.
           READ GL-Account-Map-File
               INVALID KEY
                   IF WS-Post-Map-Type = "SALTAX" AND
                      WS-Post-Map-Qualifier NOT = SPACES
                       THEN MOVE SPACES TO GA-Map-Qualifier
                            READ GL-Account-Map-File
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    MOVE GA-Account-Number
                                         TO WS-Post-Account
                                    MOVE GA-Description
                                         TO WS-Post-Description
                            END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE GA-Account-Number TO WS-Post-Account
                   MOVE GA-Description    TO WS-Post-Description
           END-READ.

       FOLD-INTO-ACCOUNT.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Account-Index FROM 1 BY 1
                   UNTIL   WS-Account-Index > WS-Account-Entry-Count
                        OR WS-Found-Flag = HIGH-VALUE
               IF WS-AC-Account (WS-Account-Index) = WS-Post-Account
                  AND (WS-Post-Account NOT = SPACES OR
                       WS-AC-Map-Key (WS-Account-Index) =
                       WS-Post-Map-Key)
                   THEN MOVE HIGH-VALUE TO WS-Found-Flag
                        PERFORM ADD-TO-ACCOUNT-ENTRY
               END-IF
           END-PERFORM.
           IF WS-Found-Flag NOT = HIGH-VALUE
               THEN IF WS-Account-Entry-Count < 100
                   THEN ADD 1 TO WS-Account-Entry-Count
                        MOVE WS-Account-Entry-Count
                             TO WS-Account-Index
                        MOVE WS-Post-Account
                             TO WS-AC-Account (WS-Account-Index)
                        MOVE WS-Post-Map-Key
                             TO WS-AC-Map-Key (WS-Account-Index)
                        MOVE WS-Post-Description
                             TO WS-AC-Description (WS-Account-Index)
                        MOVE ZERO TO WS-AC-Debits (WS-Account-Index)
                        MOVE ZERO TO WS-AC-Credits (WS-Account-Index)
                        PERFORM ADD-TO-ACCOUNT-ENTRY
                        IF WS-Post-Account = SPACES
                            THEN ADD 1 TO WS-Unmapped-Count
                        END-IF
                   ELSE ADD 1 TO WS-Accounts-Dropped
                   END-IF
           END-IF.

       ADD-TO-ACCOUNT-ENTRY.
           IF WS-Post-Side = "D"
               THEN ADD WS-Post-Amount
                        TO WS-AC-Debits (WS-Account-Index)
                    ADD WS-Post-Amount TO WS-Debit-Total
               ELSE ADD WS-Post-Amount
                        TO WS-AC-Credits (WS-Account-Index)
                    ADD WS-Post-Amount TO WS-Credit-Total
           END-IF.

      ****************************************************************
      *    Paragraph PRINT-ACCOUNT-SUMMARY prints each account's     *
      *    debits and credits for the day with the run totals, and   *
      *    calls out every kind with no account mapped.              *
      ****************************************************************
       PRINT-ACCOUNT-SUMMARY.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "Account     Description                "
                  "          Debits           Credits"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

           PERFORM VARYING WS-Account-Index FROM 1 BY 1
                   UNTIL WS-Account-Index > WS-Account-Entry-Count
               MOVE WS-AC-Debits (WS-Account-Index)
                    TO WS-Formatted-Amount
               MOVE WS-AC-Credits (WS-Account-Index)
                    TO WS-Formatted-Amount-2
               MOVE SPACES TO RP-Report-Line
               IF WS-AC-Account (WS-Account-Index) = SPACES
                   THEN STRING "** NO ACCOUNT MAPPED FOR "
                               DELIMITED BY SIZE
                               WS-AC-Map-Key (WS-Account-Index)
                               DELIMITED BY SIZE
                               " **" DELIMITED BY SIZE
                               INTO RP-Report-Line
                        WRITE RP-Report-Line
                        MOVE SPACES TO RP-Report-Line
               END-IF
               STRING WS-AC-Account (WS-Account-Index)
                      DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AC-Description (WS-Account-Index) (1:25)
                      DELIMITED BY SIZE
                      WS-Formatted-Amount DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Formatted-Amount-2 DELIMITED BY SIZE
                      INTO RP-Report-Line
               WRITE RP-Report-Line
           END-PERFORM.

           MOVE WS-Debit-Total  TO WS-Formatted-Amount.
           MOVE WS-Credit-Total TO WS-Formatted-Amount-2.
           MOVE SPACES TO RP-Report-Line.
           STRING "TOTALS                               "
                   DELIMITED BY SIZE
                   WS-Formatted-Amount DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Formatted-Amount-2 DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Debit-Total NOT = WS-Credit-Total
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  ** DEBITS DO NOT EQUAL CREDITS **"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           IF WS-Accounts-Dropped > 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  ** ACCOUNT TABLE FULL - SOME POSTINGS "
                           "WERE NOT ACCUMULATED **"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           IF WS-Flag-Count > 0
               THEN MOVE WS-Flag-Count TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING WS-Formatted-Count DELIMITED BY SIZE
                           " DOCUMENT(S) FLAGGED ABOVE FOR REVIEW"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

      ****************************************************************
      *    Paragraph RELEASE-JOURNAL appends the day's netted        *
      *    entries to GLJRNL - one per account, on whichever side    *
      *    is larger - and records the date on GLCTL so it can       *
      *    never be posted again.  A revaluation posted today also   *
      *    moves its cumulative figure onto the FXREVAL record, so   *
      *    the next one books only its change from this figure.      *
      ****************************************************************
       RELEASE-JOURNAL.
           OPEN EXTEND GL-Journal-File.
           IF WS-GJ-Status = "35"
               THEN OPEN OUTPUT GL-Journal-File
           END-IF.

           PERFORM VARYING WS-Account-Index FROM 1 BY 1
                   UNTIL WS-Account-Index > WS-Account-Entry-Count
               IF WS-AC-Debits (WS-Account-Index) NOT =
                  WS-AC-Credits (WS-Account-Index)
                   THEN PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.

           CLOSE GL-Journal-File.

           MOVE WS-Business-Date TO GC-Business-Date.
           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:14) TO GC-Posted-Timestamp.
           MOVE WS-Entry-Count   TO GC-Entry-Count.
           MOVE WS-Debit-Total   TO GC-Debit-Total.
           MOVE WS-Credit-Total  TO GC-Credit-Total.
           WRITE GC-Control-Record
               INVALID KEY REWRITE GC-Control-Record
           END-WRITE.
           IF WS-GC-Status NOT = "00" AND WS-GC-Status NOT = "02"
               THEN DISPLAY "** Warning: GL control record for "
                            WS-Business-Date " could not be written "
                            "(status " WS-GC-Status ") - the date is "
                            "NOT protected against a rerun **"
           END-IF.

           IF WS-Reval-Count > 0
               THEN MOVE SPACES           TO GC-Reval-Record
                    MOVE "FXREVAL "       TO GC-Reval-Key
                    MOVE WS-Business-Date TO GC-Reval-Posted-Date
                    MOVE WS-Reval-Total   TO GC-Reval-Cumulative
                    WRITE GC-Reval-Record
                        INVALID KEY REWRITE GC-Reval-Record
                    END-WRITE
                    IF WS-GC-Status NOT = "00" AND
                       WS-GC-Status NOT = "02"
                        THEN DISPLAY "** Warning: FX revaluation "
                                     "control record could not be "
                                     "written (status " WS-GC-Status
                                     ") - the next revaluation will "
                                     "book against the old figure **"
                    END-IF
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO GJ-Journal-Record.
           MOVE WS-Business-Date TO GJ-Business-Date.
           MOVE WS-AC-Account (WS-Account-Index)
                TO GJ-Account-Number.
           MOVE WS-AC-Description (WS-Account-Index)
                TO GJ-Description.
           IF WS-AC-Debits (WS-Account-Index) >
              WS-AC-Credits (WS-Account-Index)
               THEN MOVE "D" TO GJ-Debit-Credit
                    COMPUTE GJ-Amount =
                            WS-AC-Debits (WS-Account-Index)
                          - WS-AC-Credits (WS-Account-Index)
               ELSE MOVE "C" TO GJ-Debit-Credit
                    COMPUTE GJ-Amount =
                            WS-AC-Credits (WS-Account-Index)
                          - WS-AC-Debits (WS-Account-Index)
           END-IF.
           WRITE GJ-Journal-Record.
           IF WS-GJ-Status NOT = "00" AND WS-GJ-Status NOT = "02"
               THEN DISPLAY "** Warning: journal entry for account "
                            GJ-Account-Number " could not be written "
                            "(status " WS-GJ-Status ") **"
               ELSE ADD 1 TO WS-Entry-Count
           END-IF.

       END PROGRAM "GLJournalPost".
