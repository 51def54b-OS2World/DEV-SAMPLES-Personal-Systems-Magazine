 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "CustomerInquiry".

      ****************************************************************
      *                                                              *
      *    Customer account inquiry.  Drives an interactive          *
      *    CUS/NAM/END loop at SYSIN over the customer's whole       *
      *    account:                                                  *
      *    - CUS shows one customer's account by customer number;    *
      *    - NAM lists every customer whose name contains the text   *
      *      keyed - anywhere in the name, in any case - and then    *
      *      shows the account of the customer number picked.        *
      *    The account shows, in turn:                               *
      *    - status, payment terms (TERMMAST) and credit limit;      *
      *    - every open ARLEDGER item, invoices aged by due date     *
      *      current/1-30/31-60/over 60 the way the trial balance    *
      *      ages them, with open credits and unapplied cash broken  *
      *      out;                                                    *
      *    - the open orders, by status, found through ORDXREF, with *
      *      the carrier and tracking number from SHIPMENT for any   *
      *      that have gone out;                                     *
      *    - the customer's open BACKORD lines;                      *
      *    - units and USD value for each of the last 12 months from *
      *      the SALESHST customer buckets; and                      *
      *    - available credit: the limit less open receivables and   *
      *      the orders not yet billed - the same exposure order     *
      *      entry holds an order against, in USD.                   *
      *    Every file but the customer master is optional; one not   *
      *    on file yet simply shows nothing.                         *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Terms-Table-File    ASSIGN TO "TERMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS TM-Terms-Code
                                       FILE STATUS IS WS-TM-Status.
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
           SELECT Order-Xref-File     ASSIGN TO "ORDXREF"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OX-Key
                                       FILE STATUS IS WS-OX-Status.
           SELECT Shipment-File       ASSIGN TO "SHIPMENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SH-Order-Number
                                       FILE STATUS IS WS-SH-Status.
           SELECT Backorder-File      ASSIGN TO "BACKORD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BO-Status.
           SELECT Sales-History-File  ASSIGN TO "SALESHST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS HS-Key
                                       FILE STATUS IS WS-HS-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Master-File.
       01  CU-Customer-Record.
           05  CU-Customer-Number      PIC X(10).
           05  CU-Customer-Name        PIC X(30).
           05  CU-Bill-To.
               10  CU-BT-Line1         PIC X(30).
               10  CU-BT-Line2         PIC X(30).
               10  CU-BT-City          PIC X(20).
               10  CU-BT-State         PIC X(2).
               10  CU-BT-Zip           PIC X(10).
           05  CU-Credit-Limit         PIC 9(7)V99.
           05  CU-Status-Flag          PIC X.
               88  CU-ACTIVE                       VALUE "A".
               88  CU-CREDIT-HOLD                  VALUE "H".
               88  CU-DEACTIVATED                  VALUE "D".
      *    Payment-terms code resolved against the TERMMAST table
      *    at invoice time - a blank code (customers added before
      *    terms existed) bills at the house default of net 30.
           05  CU-Terms-Code           PIC X(3).
           05  CU-Freight-Policy       PIC X.
               88  CU-FREIGHT-PREPAID-ADD          VALUE "P".
               88  CU-FREIGHT-FREE                 VALUE "F" " ".
               88  CU-FREIGHT-COLLECT              VALUE "C".
           05  CU-Rep-Code             PIC X(3).

       FD  Terms-Table-File.
       01  TM-Terms-Record.
           05  TM-Terms-Code           PIC X(3).
           05  TM-Description          PIC X(20).
           05  TM-Days-To-Due          PIC 9(3).
           05  TM-Discount-Percent     PIC V999.
           05  TM-Discount-Days        PIC 9(3).

      *    AR-Ledger-File holds one record per open or closed item
      *    on a customer's account - invoices, credit memos, and
      *    payments - keyed so one customer's items come together.
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
           05  LG-Freight-Amount       PIC 9(5)V99.
           05  LG-Rep-Code             PIC X(3).
           05  LG-Tax-Amount           PIC 9(7)V99.
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
               88  OM-ORDER-HELD                   VALUE "H".
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
           05  OM-Customer-PO          PIC X(20).
           05  OM-Rep-Code             PIC X(3).

       FD  Order-Xref-File.
       01  OX-Xref-Record.
           05  OX-Key.
               10  OX-Customer-Number  PIC X(10).
               10  OX-Order-Number     PIC X(5).

       FD  Shipment-File.
       01  SH-Shipment-Record.
           05  SH-Order-Number         PIC X(5).
           05  SH-Carrier-Code         PIC X(4).
           05  SH-Tracking-Number      PIC X(20).
           05  SH-Ship-Date            PIC X(8).
           05  SH-Freight-Cost         PIC 9(5)V99.
           05  SH-Operator-Id          PIC X(3).
           05  SH-Ship-Weight          PIC 9(5).
           05  SH-Freight-Billed       PIC 9(5)V99.

       FD  Backorder-File.
       01  BO-Backorder-Record.
           05  BO-Order-Date           PIC X(8).
           05  FILLER                  PIC X.
           05  BO-Order-Number         PIC X(5).
           05  FILLER                  PIC X.
           05  BO-Customer-Number      PIC X(10).
           05  FILLER                  PIC X.
           05  BO-Item-Number          PIC X(10).
           05  FILLER                  PIC X.
           05  BO-Qty-Ordered          PIC 9(5).
           05  FILLER                  PIC X.
           05  BO-Qty-Short            PIC 9(5).

      *    Sales-History-File holds one period bucket per item, per
      *    customer and per rep; only the "C" (by customer) buckets
      *    are read here.  The HS- prefix keeps these names clear of
      *    the shipment record's.
       FD  Sales-History-File.
       01  HS-History-Record.
           05  HS-Key.
               10  HS-Record-Type      PIC X.
                   88  HS-BY-ITEM                  VALUE "I".
                   88  HS-BY-CUSTOMER              VALUE "C".
                   88  HS-BY-REP                   VALUE "R".
               10  HS-Entity           PIC X(10).
               10  HS-Period           PIC X(6).
           05  HS-Units                PIC 9(9).
           05  HS-Gross-Value          PIC 9(11)V99.
           05  HS-USD-Value            PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-CU-Status                PIC X(2).
       01  WS-TM-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-OX-Status                PIC X(2).
       01  WS-SH-Status                PIC X(2).
       01  WS-BO-Status                PIC X(2).
       01  WS-HS-Status                PIC X(2).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
      *    Every file but the customer master may simply not exist
      *    yet - these switches remember whether each OPEN worked
      *    so the inquiry skips (and never CLOSEs) a file that never
      *    opened.  BACKORD is sequential and is opened afresh for
      *    each account shown.
       01  WS-Terms-Open-Flag          PIC X.
           88  WS-TERMS-OPEN                       VALUE "1".
       01  WS-Ledger-Open-Flag         PIC X.
           88  WS-LEDGER-OPEN                      VALUE "1".
       01  WS-Orders-Open-Flag         PIC X.
           88  WS-ORDERS-OPEN                      VALUE "1".
       01  WS-Shipment-Open-Flag       PIC X.
           88  WS-SHIPMENT-OPEN                    VALUE "1".
       01  WS-History-Open-Flag        PIC X.
           88  WS-HISTORY-OPEN                     VALUE "1".
       01  WS-EOF-Flag                 PIC X.
           88  WS-AT-EOF                           VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
       01  WS-Customer-Key             PIC X(10).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Status-Text              PIC X(11).
       01  WS-Order-Status-Text        PIC X(9).

      *    Partial-name search - the text keyed, its length without
      *    trailing spaces, and the name being tested, upper-cased.
       01  WS-Search-Text              PIC X(30).
       01  WS-Search-Length            PIC S9(4)       COMP.
       01  WS-Upper-Name               PIC X(30).
       01  WS-Match-Tally              PIC S9(4)       COMP.
       01  WS-Match-Count              PIC 9(5).

      *    Receivables, aged in USD at the rate each item was booked
      *    at, the way the order hold check values them.
       01  WS-Item-USD                 PIC 9(11)V99.
       01  WS-Days-Past-Due            PIC S9(7).
       01  WS-Age-Current              PIC 9(11)V99.
       01  WS-Age-30                   PIC 9(11)V99.
       01  WS-Age-60                   PIC 9(11)V99.
       01  WS-Age-Over                 PIC 9(11)V99.
       01  WS-Unapplied                PIC 9(11)V99.
       01  WS-Open-Item-Count          PIC 9(5).

      *    Open orders, walked once per status in the order below.
       01  WS-Open-Status-List         PIC X(4)        VALUE "HEPS".
       01  WS-Status-Index             PIC S9(4)       COMP.
       01  WS-Wanted-Status            PIC X.
       01  WS-Unshipped-USD            PIC 9(11)V99.
       01  WS-Awaiting-Invoice-USD     PIC 9(11)V99.
       01  WS-Open-Order-Count         PIC 9(5).
       01  WS-Backorder-Count          PIC 9(5).

       01  WS-Available-Credit         PIC S9(11)V99.
       01  WS-Open-Receivables         PIC S9(11)V99.

      *    The 12 months shown from the sales history, latest first.
       01  WS-Period-Num               PIC 9(6).
       01  WS-Period-Split REDEFINES WS-Period-Num.
           05  WS-PD-Year              PIC 9(4).
           05  WS-PD-Month             PIC 9(2).
       01  WS-Period-Table.
           05  WS-Period-Entry         PIC X(6)   OCCURS 12 TIMES.
       01  WS-Period-Index             PIC S9(4)       COMP.
       01  WS-History-Units            PIC 9(11).
       01  WS-History-USD              PIC 9(13)V99.

       01  WS-Formatted-Amount         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Signed         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Age-1          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Age-2          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Age-3          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Age-4          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Days           PIC ZZZ9.
       01  WS-Formatted-Units          PIC ZZZ,ZZZ,ZZ9.
       01  WS-Formatted-Qty            PIC ZZZZ9.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.
           PERFORM BUILD-PERIOD-TABLE.

      ****************************************************************
      *    Every file is read-only here.  Only the customer master   *
      *    is required; any other file that has never been created   *
      *    (status 35) is treated as having nothing on it.           *
      ****************************************************************
           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status NOT = "00"
               THEN DISPLAY "No customers are on file yet - ending"
                    GOBACK
           END-IF.
           MOVE "0" TO WS-Terms-Open-Flag.
           OPEN INPUT Terms-Table-File.
           IF WS-TM-Status = "00"
               THEN MOVE "1" TO WS-Terms-Open-Flag
           END-IF.
           MOVE "0" TO WS-Ledger-Open-Flag.
           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status = "00"
               THEN MOVE "1" TO WS-Ledger-Open-Flag
           END-IF.
      *    Orders are reached only through the cross-reference, so
      *    the two open - or count as missing - together.
           MOVE "0" TO WS-Orders-Open-Flag.
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status = "00"
               THEN OPEN INPUT Order-Xref-File
                    IF WS-OX-Status = "00"
                        THEN MOVE "1" TO WS-Orders-Open-Flag
                        ELSE CLOSE Order-Master-File
                    END-IF
           END-IF.
           MOVE "0" TO WS-Shipment-Open-Flag.
           OPEN INPUT Shipment-File.
           IF WS-SH-Status = "00"
               THEN MOVE "1" TO WS-Shipment-Open-Flag
           END-IF.
           MOVE "0" TO WS-History-Open-Flag.
           OPEN INPUT Sales-History-File.
           IF WS-HS-Status = "00"
               THEN MOVE "1" TO WS-History-Open-Flag
           END-IF.

      ****************************************************************
      *    Main action loop.                                         *
      ****************************************************************
           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the inquiry desired:  customer, "
                       "name, end: "
               ACCEPT WS-User-Action                  FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-User-Action)
                                      TO WS-User-Action
               EVALUATE WS-User-Action (1:3)
                   WHEN "CUS"
                       PERFORM INQUIRE-BY-NUMBER
                   WHEN "NAM"
                       PERFORM INQUIRE-BY-NAME
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested inquiry was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Customer-Master-File.
           IF WS-TERMS-OPEN
               THEN CLOSE Terms-Table-File
           END-IF.
           IF WS-LEDGER-OPEN
               THEN CLOSE AR-Ledger-File
           END-IF.
           IF WS-ORDERS-OPEN
               THEN CLOSE Order-Master-File
                    CLOSE Order-Xref-File
           END-IF.
           IF WS-SHIPMENT-OPEN
               THEN CLOSE Shipment-File
           END-IF.
           IF WS-HISTORY-OPEN
               THEN CLOSE Sales-History-File
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph BUILD-PERIOD-TABLE fills in the 12 months the   *
      *    sales history is shown for - this month, still filling,   *
      *    and the 11 before it.                                     *
      ****************************************************************
       BUILD-PERIOD-TABLE.
           MOVE WS-Run-Date (1:6) TO WS-Period-Num.
           PERFORM VARYING WS-Period-Index FROM 1 BY 1
                   UNTIL   WS-Period-Index > 12
               MOVE WS-Period-Num TO WS-Period-Entry (WS-Period-Index)
               IF WS-PD-Month = 1
                   THEN MOVE 12 TO WS-PD-Month
                        SUBTRACT 1 FROM WS-PD-Year
                   ELSE SUBTRACT 1 FROM WS-PD-Month
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph INQUIRE-BY-NUMBER shows the account of one      *
      *    customer keyed by number.                                 *
      ****************************************************************
       INQUIRE-BY-NUMBER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the customer number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Customer number is required - "
                                "try again "
                   ELSE MOVE WS-Work-Field (1:10) TO WS-Customer-Key
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.
           PERFORM READ-AND-SHOW-CUSTOMER.

       READ-AND-SHOW-CUSTOMER.
           MOVE WS-Customer-Key TO CU-Customer-Number.
           READ Customer-Master-File
               INVALID KEY
                   DISPLAY "Customer " WS-Customer-Key
                           " not found in customer master"
               NOT INVALID KEY
                   PERFORM DISPLAY-CUSTOMER-ACCOUNT
           END-READ.

      ****************************************************************
      *    Paragraph INQUIRE-BY-NAME sweeps the customer master for  *
      *    names containing the text keyed - the master is keyed by  *
      *    number only - lists the matches, and then shows the       *
      *    account of the one picked.                                *
      ****************************************************************
       INQUIRE-BY-NAME.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter all or part of the customer name: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Name text is required - try again "
                   ELSE MOVE WS-Work-Field TO WS-Search-Text
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Search-Length FROM 30 BY -1
                   UNTIL   WS-Search-Text (WS-Search-Length:1)
                               NOT = SPACE
               CONTINUE
           END-PERFORM.

           MOVE ZERO TO WS-Match-Count.
           MOVE LOW-VALUES TO CU-Customer-Number.
           START Customer-Master-File KEY IS >= CU-Customer-Number
               INVALID KEY MOVE "10" TO WS-CU-Status
           END-START.
           PERFORM UNTIL WS-CU-Status NOT = "00"
               READ Customer-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-CU-Status
               END-READ
               IF WS-CU-Status = "00"
                   THEN PERFORM TEST-ONE-NAME
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CU-Status.
           MOVE WS-Match-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " customer(s) match "
                   WS-Search-Text (1:WS-Search-Length).

           IF WS-Match-Count > ZERO
               THEN DISPLAY "Enter the customer number to show, or "
                            "press Enter to return: "
                    ACCEPT WS-Work-Field              FROM SYSIN
                    MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
                    IF WS-Work-Field NOT = SPACES
                        THEN MOVE WS-Work-Field (1:10)
                                      TO WS-Customer-Key
                             PERFORM READ-AND-SHOW-CUSTOMER
                    END-IF
           END-IF.

       TEST-ONE-NAME.
           MOVE FUNCTION UPPER-CASE (CU-Customer-Name)
                                      TO WS-Upper-Name.
           MOVE ZERO TO WS-Match-Tally.
           INSPECT WS-Upper-Name TALLYING WS-Match-Tally
                   FOR ALL WS-Search-Text (1:WS-Search-Length).
           IF WS-Match-Tally > ZERO
               THEN ADD 1 TO WS-Match-Count
                    PERFORM SET-CUSTOMER-STATUS-TEXT
                    DISPLAY CU-Customer-Number "  "
                            CU-Customer-Name "  "
                            CU-BT-City " " CU-BT-State "  "
                            WS-Status-Text
           END-IF.

      ****************************************************************
      *    Paragraph DISPLAY-CUSTOMER-ACCOUNT shows the whole        *
      *    account for the customer just read.                       *
      ****************************************************************
       DISPLAY-CUSTOMER-ACCOUNT.
           MOVE CU-Customer-Number TO WS-Customer-Key.
           PERFORM DISPLAY-CUSTOMER-HEADER.
           PERFORM DISPLAY-RECEIVABLES.
           PERFORM DISPLAY-OPEN-ORDERS.
           PERFORM DISPLAY-BACKORDERS.
           PERFORM DISPLAY-SALES-HISTORY.
           PERFORM DISPLAY-CREDIT-SUMMARY.

       DISPLAY-CUSTOMER-HEADER.
           PERFORM SET-CUSTOMER-STATUS-TEXT.
           DISPLAY " ".
           DISPLAY "Customer: " CU-Customer-Number "  "
                   CU-Customer-Name.
           DISPLAY "          " CU-BT-City " " CU-BT-State " "
                   CU-BT-Zip.
           DISPLAY "Status: " WS-Status-Text
                   "   Sales rep: " CU-Rep-Code.
           IF CU-Terms-Code = SPACES
               THEN DISPLAY "Terms: (none) - billed at the house "
                            "default of net 30"
           ELSE IF NOT WS-TERMS-OPEN
               THEN DISPLAY "Terms: " CU-Terms-Code
           ELSE
               MOVE CU-Terms-Code TO TM-Terms-Code
               READ Terms-Table-File
                   INVALID KEY
                       DISPLAY "Terms: " CU-Terms-Code
                               "  ** not on the terms table **"
                   NOT INVALID KEY
                       DISPLAY "Terms: " CU-Terms-Code "  "
                               TM-Description
               END-READ
           END-IF
           END-IF.
           MOVE CU-Credit-Limit TO WS-Formatted-Amount.
           IF CU-Credit-Limit = ZERO
               THEN DISPLAY "Credit limit: none - orders are not "
                            "held for credit"
               ELSE DISPLAY "Credit limit (USD): " WS-Formatted-Amount
           END-IF.

      ****************************************************************
      *    Paragraph DISPLAY-RECEIVABLES lists the customer's open   *
      *    ledger items and totals them aged.  An invoice ages by    *
      *    its due date against today; open credit memos and         *
      *    payments not yet applied are unapplied cash.              *
      ****************************************************************
       DISPLAY-RECEIVABLES.
           MOVE ZERO TO WS-Age-Current.
           MOVE ZERO TO WS-Age-30.
           MOVE ZERO TO WS-Age-60.
           MOVE ZERO TO WS-Age-Over.
           MOVE ZERO TO WS-Unapplied.
           MOVE ZERO TO WS-Open-Item-Count.
           DISPLAY " ".
           DISPLAY "Open receivables:".
           IF NOT WS-LEDGER-OPEN
               THEN DISPLAY "  No AR ledger is on file"
           ELSE
               MOVE WS-Customer-Key TO LG-Customer-Number
               MOVE LOW-VALUES      TO LG-Doc-Type
               MOVE LOW-VALUES      TO LG-Doc-Number
               START AR-Ledger-File KEY IS >= LG-Key
                   INVALID KEY MOVE "10" TO WS-LG-Status
               END-START
               PERFORM UNTIL WS-LG-Status NOT = "00"
                   READ AR-Ledger-File NEXT RECORD
                       AT END MOVE "10" TO WS-LG-Status
                   END-READ
                   IF WS-LG-Status = "00"
                       THEN IF LG-Customer-Number = WS-Customer-Key
                           THEN IF LG-ITEM-OPEN AND
                                   LG-Open-Amount > ZERO
                                    THEN PERFORM DISPLAY-LEDGER-ITEM
                                END-IF
                           ELSE MOVE "10" TO WS-LG-Status
                           END-IF
                   END-IF
               END-PERFORM
               MOVE "00" TO WS-LG-Status
               IF WS-Open-Item-Count = ZERO
                   THEN DISPLAY "  Nothing open"
               END-IF
               MOVE WS-Age-Current TO WS-Formatted-Age-1
               MOVE WS-Age-30      TO WS-Formatted-Age-2
               MOVE WS-Age-60      TO WS-Formatted-Age-3
               MOVE WS-Age-Over    TO WS-Formatted-Age-4
               DISPLAY "  Aged (USD)        Current            1-30"
                       "           31-60         Over 60"
               DISPLAY "              " WS-Formatted-Age-1 "  "
                       WS-Formatted-Age-2 "  " WS-Formatted-Age-3
                       "  " WS-Formatted-Age-4
               MOVE WS-Unapplied TO WS-Formatted-Amount
               DISPLAY "  Unapplied cash and credits (USD): "
                       WS-Formatted-Amount
           END-IF.

       DISPLAY-LEDGER-ITEM.
           ADD 1 TO WS-Open-Item-Count.
           IF LG-Exchange-Rate > ZERO
               THEN COMPUTE WS-Item-USD ROUNDED =
                            LG-Open-Amount * LG-Exchange-Rate
               ELSE MOVE LG-Open-Amount TO WS-Item-USD
           END-IF.
           MOVE LG-Open-Amount TO WS-Formatted-Amount.
           IF LG-DOC-INVOICE
               THEN PERFORM AGE-OPEN-INVOICE
                    MOVE WS-Days-Past-Due TO WS-Formatted-Days
                    IF WS-Days-Past-Due > 0
                        THEN DISPLAY "  INV " LG-Doc-Number
                                     "  dated " LG-Doc-Date
                                     "  due " LG-Due-Date
                                     "  order " LG-Order-Number "  "
                                     LG-Currency-Code " "
                                     WS-Formatted-Amount "  "
                                     WS-Formatted-Days " days late"
                        ELSE DISPLAY "  INV " LG-Doc-Number
                                     "  dated " LG-Doc-Date
                                     "  due " LG-Due-Date
                                     "  order " LG-Order-Number "  "
                                     LG-Currency-Code " "
                                     WS-Formatted-Amount
                    END-IF
           ELSE
               ADD WS-Item-USD TO WS-Unapplied
               IF LG-DOC-CREDIT
                   THEN DISPLAY "  CRD " LG-Doc-Number
                                "  dated " LG-Doc-Date
                                "  order " LG-Order-Number
                                "  unapplied  " LG-Currency-Code " "
                                WS-Formatted-Amount
                   ELSE DISPLAY "  PAY " LG-Doc-Number
                                "  dated " LG-Doc-Date
                                "                 "
                                "  unapplied  " LG-Currency-Code " "
                                WS-Formatted-Amount
               END-IF
           END-IF.

       AGE-OPEN-INVOICE.
           IF LG-Due-Date NUMERIC
               THEN COMPUTE WS-Days-Past-Due =
                        FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL (WS-Run-Date))
                      - FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL (LG-Due-Date))
               ELSE MOVE ZERO TO WS-Days-Past-Due
           END-IF.
           EVALUATE TRUE
               WHEN WS-Days-Past-Due <= 0
                   ADD WS-Item-USD TO WS-Age-Current
               WHEN WS-Days-Past-Due <= 30
                   ADD WS-Item-USD TO WS-Age-30
               WHEN WS-Days-Past-Due <= 60
                   ADD WS-Item-USD TO WS-Age-60
               WHEN OTHER
                   ADD WS-Item-USD TO WS-Age-Over
           END-EVALUATE.

      ****************************************************************
      *    Paragraph DISPLAY-OPEN-ORDERS lists the orders not yet    *
      *    billed - held, entered, picked, then shipped - walking    *
      *    the customer's cross-reference once per status so they    *
      *    come out grouped.  Invoiced and cancelled orders are done *
      *    with and are not shown.                                   *
      ****************************************************************
       DISPLAY-OPEN-ORDERS.
           MOVE ZERO TO WS-Unshipped-USD.
           MOVE ZERO TO WS-Awaiting-Invoice-USD.
           MOVE ZERO TO WS-Open-Order-Count.
           DISPLAY " ".
           DISPLAY "Open orders:".
           IF NOT WS-ORDERS-OPEN
               THEN DISPLAY "  No orders are on file"
           ELSE
               PERFORM VARYING WS-Status-Index FROM 1 BY 1
                       UNTIL   WS-Status-Index > 4
                   MOVE WS-Open-Status-List (WS-Status-Index:1)
                                      TO WS-Wanted-Status
                   PERFORM SWEEP-ORDERS-FOR-STATUS
               END-PERFORM
               IF WS-Open-Order-Count = ZERO
                   THEN DISPLAY "  Nothing open"
               END-IF
           END-IF.

       SWEEP-ORDERS-FOR-STATUS.
           MOVE WS-Customer-Key TO OX-Customer-Number.
           MOVE LOW-VALUES      TO OX-Order-Number.
           START Order-Xref-File KEY IS >= OX-Key
               INVALID KEY MOVE "10" TO WS-OX-Status
           END-START.
           PERFORM UNTIL WS-OX-Status NOT = "00"
               READ Order-Xref-File NEXT RECORD
                   AT END MOVE "10" TO WS-OX-Status
               END-READ
               IF WS-OX-Status = "00"
                   THEN IF OX-Customer-Number = WS-Customer-Key
                       THEN PERFORM CHECK-ONE-OPEN-ORDER
                       ELSE MOVE "10" TO WS-OX-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-OX-Status.

       CHECK-ONE-OPEN-ORDER.
           MOVE OX-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OM-Order-Status = WS-Wanted-Status
                       THEN PERFORM DISPLAY-OPEN-ORDER
                   END-IF
           END-READ.

       DISPLAY-OPEN-ORDER.
           ADD 1 TO WS-Open-Order-Count.
           IF OM-ORDER-SHIPPED
               THEN ADD OM-USD-Total TO WS-Awaiting-Invoice-USD
               ELSE ADD OM-USD-Total TO WS-Unshipped-USD
           END-IF.
           PERFORM SET-ORDER-STATUS-TEXT.
           MOVE OM-Total-Cost TO WS-Formatted-Amount.
           DISPLAY "  " WS-Order-Status-Text " " OM-Order-Number
                   "  placed " OM-Order-Date "  "
                   OM-Currency-Code " " WS-Formatted-Amount
                   "  PO " OM-Customer-PO.
           IF WS-SHIPMENT-OPEN
               THEN MOVE OM-Order-Number TO SH-Order-Number
                    READ Shipment-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            DISPLAY "            shipped "
                                    SH-Ship-Date " via "
                                    SH-Carrier-Code "  tracking "
                                    SH-Tracking-Number
                    END-READ
           END-IF.

      ****************************************************************
      *    Paragraph DISPLAY-BACKORDERS lists the customer's lines   *
      *    still waiting on stock.  BACKORD only holds open lines -  *
      *    the release run removes the ones it fills.                *
      ****************************************************************
       DISPLAY-BACKORDERS.
           MOVE ZERO TO WS-Backorder-Count.
           DISPLAY " ".
           DISPLAY "Open backorders:".
           OPEN INPUT Backorder-File.
           IF WS-BO-Status NOT = "00"
               THEN DISPLAY "  No backorder file is on file"
           ELSE
               MOVE "0" TO WS-EOF-Flag
               PERFORM UNTIL WS-AT-EOF
                   READ Backorder-File
                       AT END MOVE "1" TO WS-EOF-Flag
                       NOT AT END
                           IF BO-Customer-Number = WS-Customer-Key
                               THEN PERFORM DISPLAY-ONE-BACKORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Backorder-File
               IF WS-Backorder-Count = ZERO
                   THEN DISPLAY "  Nothing on backorder"
               END-IF
           END-IF.

       DISPLAY-ONE-BACKORDER.
           ADD 1 TO WS-Backorder-Count.
           MOVE BO-Qty-Short TO WS-Formatted-Qty.
           MOVE BO-Qty-Ordered TO WS-Formatted-Count.
           DISPLAY "  order " BO-Order-Number "  placed "
                   BO-Order-Date "  item " BO-Item-Number
                   "  ordered " WS-Formatted-Count
                   "  short " WS-Formatted-Qty.

      ****************************************************************
      *    Paragraph DISPLAY-SALES-HISTORY shows the customer's      *
      *    bucket for each of the 12 months, oldest first - a month  *
      *    with no bucket had no sales.                              *
      ****************************************************************
       DISPLAY-SALES-HISTORY.
           DISPLAY " ".
           DISPLAY "Sales, last 12 months:".
           IF NOT WS-HISTORY-OPEN
               THEN DISPLAY "  No sales history is on file"
           ELSE
               MOVE ZERO TO WS-History-Units
               MOVE ZERO TO WS-History-USD
               DISPLAY "  Period          Units        USD Value"
               PERFORM VARYING WS-Period-Index FROM 12 BY -1
                       UNTIL   WS-Period-Index < 1
                   PERFORM DISPLAY-ONE-PERIOD
               END-PERFORM
               MOVE WS-History-Units TO WS-Formatted-Units
               MOVE WS-History-USD   TO WS-Formatted-Amount
               DISPLAY "  Total  " WS-Formatted-Units
                       WS-Formatted-Amount
           END-IF.

       DISPLAY-ONE-PERIOD.
           MOVE "C"                TO HS-Record-Type.
           MOVE WS-Customer-Key    TO HS-Entity.
           MOVE WS-Period-Entry (WS-Period-Index) TO HS-Period.
           READ Sales-History-File
               INVALID KEY
                   MOVE ZERO TO HS-Units
                   MOVE ZERO TO HS-USD-Value
           END-READ.
           ADD HS-Units     TO WS-History-Units.
           ADD HS-USD-Value TO WS-History-USD.
           MOVE HS-Units     TO WS-Formatted-Units.
           MOVE HS-USD-Value TO WS-Formatted-Amount.
           DISPLAY "  " WS-Period-Entry (WS-Period-Index) " "
                   WS-Formatted-Units WS-Formatted-Amount.

      ****************************************************************
      *    Paragraph DISPLAY-CREDIT-SUMMARY works out available      *
      *    credit the way order entry's hold check does: the limit   *
      *    less open invoices, plus open credits and unapplied cash, *
      *    less every order not yet billed - unshipped, and shipped  *
      *    but not yet invoiced.  All in USD.                        *
      ****************************************************************
       DISPLAY-CREDIT-SUMMARY.
           COMPUTE WS-Open-Receivables =
                   WS-Age-Current + WS-Age-30 + WS-Age-60
                 + WS-Age-Over - WS-Unapplied.
           COMPUTE WS-Available-Credit =
                   CU-Credit-Limit - WS-Open-Receivables
                 - WS-Unshipped-USD - WS-Awaiting-Invoice-USD.
           DISPLAY " ".
           DISPLAY "Credit position (USD):".
           MOVE CU-Credit-Limit TO WS-Formatted-Signed.
           DISPLAY "  Credit limit                " WS-Formatted-Signed.
           MOVE WS-Open-Receivables TO WS-Formatted-Signed.
           DISPLAY "  Less open receivables (net) " WS-Formatted-Signed.
           MOVE WS-Unshipped-USD TO WS-Formatted-Signed.
           DISPLAY "  Less orders not yet shipped " WS-Formatted-Signed.
           MOVE WS-Awaiting-Invoice-USD TO WS-Formatted-Signed.
           DISPLAY "  Less shipped, not invoiced  " WS-Formatted-Signed.
           IF CU-Credit-Limit = ZERO
               THEN DISPLAY "  No credit limit - orders are not "
                            "held for credit"
               ELSE MOVE WS-Available-Credit TO WS-Formatted-Signed
                    DISPLAY "  Available credit            "
                            WS-Formatted-Signed
                    IF WS-Available-Credit < ZERO
                        THEN DISPLAY "  ** Over the credit limit - "
                                     "new orders will be held **"
                    END-IF
           END-IF.
           DISPLAY " ".

      ****************************************************************
      *    Paragraph SET-CUSTOMER-STATUS-TEXT spells out the         *
      *    customer's status byte.                                   *
      ****************************************************************
       SET-CUSTOMER-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CU-ACTIVE
                   MOVE "ACTIVE"      TO WS-Status-Text
               WHEN CU-CREDIT-HOLD
                   MOVE "CREDIT HOLD" TO WS-Status-Text
               WHEN CU-DEACTIVATED
                   MOVE "DEACTIVATED" TO WS-Status-Text
               WHEN OTHER
                   MOVE "(NONE)"      TO WS-Status-Text
           END-EVALUATE.

      ****************************************************************
      *    Paragraph SET-ORDER-STATUS-TEXT spells out the open       *
      *    order's status byte.                                      *
      ****************************************************************
       SET-ORDER-STATUS-TEXT.
           EVALUATE TRUE
               WHEN OM-ORDER-ENTERED
                   MOVE "ENTERED"   TO WS-Order-Status-Text
               WHEN OM-ORDER-PICKED
                   MOVE "PICKED"    TO WS-Order-Status-Text
               WHEN OM-ORDER-SHIPPED
                   MOVE "SHIPPED"   TO WS-Order-Status-Text
               WHEN OM-ORDER-HELD
                   MOVE "HELD"      TO WS-Order-Status-Text
               WHEN OTHER
                   MOVE "(NONE)"    TO WS-Order-Status-Text
           END-EVALUATE.

       END PROGRAM "CustomerInquiry".
