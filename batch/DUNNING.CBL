 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "CollectionsDunning".

      ****************************************************************
      *                                                              *
      *    Nightly collections run, made after the cash application. *
      *    Walks the ARLEDGER open-item ledger one customer at a     *
      *    time and ages every open invoice by its LG-Due-Date       *
      *    against the business date keyed at SYSIN (blank is        *
      *    today):                                                   *
      *    - an invoice 15, 45, or 75 days past due earns a first    *
      *      reminder, a second notice, or a final notice.  Each     *
      *      customer due any letter gets one, to the CUSTMAST       *
      *      bill-to address, listing every invoice it covers and    *
      *      worded for the most overdue of them.  Each invoice and  *
      *      level sent is logged on DUNHIST, so no letter is ever   *
      *      repeated, however often the run is made;                *
      *    - a customer whose past-due balance (in USD, at each      *
      *      invoice's saved rate) exceeds the hold threshold keyed  *
      *      at SYSIN is put on credit hold, and the hold is logged  *
      *      on AUTOHOLD;                                            *
      *    - a customer this run put on hold is released again once  *
      *      the cash application has brought the past-due balance   *
      *      back within the threshold.  Holds placed by hand in     *
      *      CustomerMaint are never released from here.             *
      *    Letters go to DUNLTRS; every automatic hold and release   *
      *    is listed for the credit manager on DUNRPT.               *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-Ledger-File      ASSIGN TO "ARLEDGER"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LG-Key
                                       FILE STATUS IS WS-LG-Status.
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Dunning-History-File ASSIGN TO "DUNHIST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS DH-Key
                                       FILE STATUS IS WS-DH-Status.
           SELECT Auto-Hold-File      ASSIGN TO "AUTOHOLD"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS AH-Customer-Number
                                       FILE STATUS IS WS-AH-Status.
           SELECT Dunning-Letter-File ASSIGN TO "DUNLTRS"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-DL-Status.
           SELECT Hold-Report-File    ASSIGN TO "DUNRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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

      *    Dunning-History-File holds one record per letter level
      *    sent for each invoice - the guard against sending the
      *    same letter twice.
       FD  Dunning-History-File.
       01  DH-History-Record.
           05  DH-Key.
               10  DH-Customer-Number  PIC X(10).
               10  DH-Invoice-Number   PIC X(5).
               10  DH-Letter-Level     PIC 9.
           05  DH-Sent-Date            PIC X(8).
           05  DH-Currency-Code        PIC X(3).
           05  DH-Open-Amount          PIC 9(9)V99.

      *    Auto-Hold-File holds one record per customer this run
      *    has put on credit hold - only those holds are ever
      *    released automatically.
       FD  Auto-Hold-File.
       01  AH-Hold-Record.
           05  AH-Customer-Number      PIC X(10).
           05  AH-Hold-Date            PIC X(8).
           05  AH-Past-Due-USD         PIC 9(11)V99.

       FD  Dunning-Letter-File.
       01  DL-Report-Line              PIC X(80).

       FD  Hold-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LG-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
       01  WS-DH-Status                PIC X(2).
       01  WS-AH-Status                PIC X(2).
       01  WS-DL-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Date-Work                PIC X(21).
       01  WS-Business-Date            PIC X(8).
       01  WS-Work-Field               PIC X(30).

      *    Past-due balance in USD above which a customer is put on
      *    credit hold - keyed at SYSIN so credit policy can move
      *    without a code change.
       01  WS-Hold-Threshold           PIC 9(9)V99.

       01  WS-Days-Past-Due            PIC S9(5)       COMP.
       01  WS-Letter-Level             PIC 9.
       01  WS-Item-USD                 PIC 9(11)V99.

      *    One customer's invoices due a letter tonight, buffered
      *    while that customer's ledger items stream past so the
      *    letter can be headed with the most overdue level.
       01  WS-Prev-Customer            PIC X(10).
       01  WS-Past-Due-USD             PIC 9(11)V99.
       01  WS-Customer-Level           PIC 9.
       01  WS-Dun-Table.
           05  WS-Dun-Count            PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Dun-Entry            OCCURS 100 TIMES.
               10  WS-DN-Invoice       PIC X(5).
               10  WS-DN-Due-Date      PIC X(8).
               10  WS-DN-Days          PIC 9(5).
               10  WS-DN-Currency      PIC X(3).
               10  WS-DN-Amount        PIC 9(9)V99.
               10  WS-DN-Level         PIC 9.
       01  WS-Dun-Dropped              PIC 9(5)        VALUE ZERO.
       01  WS-Dun-Index                PIC S9(4)       COMP.

       01  WS-Letter-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Hold-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Release-Count            PIC 9(5)        VALUE ZERO.

       01  WS-Formatted-Amount         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Days           PIC ZZZZ9.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Action-Label             PIC X(30).

       PROCEDURE DIVISION.

           DISPLAY "Enter the business date (YYYYMMDD), or press "
                   "Enter for today: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE FUNCTION CURRENT-DATE TO WS-Date-Work
                    MOVE WS-Date-Work (1:8)    TO WS-Business-Date
               ELSE MOVE WS-Work-Field (1:8)   TO WS-Business-Date
           END-IF.

      ****************************************************************
      *    The hold threshold is keyed at SYSIN in USD; a blank      *
      *    reply takes the house default of 5,000.                   *
      ****************************************************************
           DISPLAY "Enter the past-due credit-hold threshold in USD, "
                   "or press Enter for 5000: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE 5000 TO WS-Hold-Threshold
               ELSE COMPUTE WS-Hold-Threshold =
                        FUNCTION NUMVAL (WS-Work-Field)
           END-IF.

           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status NOT = "00"
               THEN DISPLAY "AR ledger could not be opened (status "
                            WS-LG-Status ") - run the invoice "
                            "generation first.  Ending"
                    GOBACK
           END-IF.
           OPEN I-O Customer-Master-File.
           IF WS-CU-Status NOT = "00"
               THEN DISPLAY "Customer master could not be opened "
                            "(status " WS-CU-Status ") - ending"
                    CLOSE AR-Ledger-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    DUNHIST and AUTOHOLD are pre-allocated empty the same way *
      *    ORDMAST is, so OPEN I-O falls back to OPEN OUTPUT the     *
      *    very first time.                                          *
      ****************************************************************
           OPEN I-O Dunning-History-File.
           IF WS-DH-Status = "35"
               THEN OPEN OUTPUT Dunning-History-File
                    CLOSE Dunning-History-File
                    OPEN I-O Dunning-History-File
           END-IF.
           IF WS-DH-Status NOT = "00"
               THEN DISPLAY "Dunning history could not be opened "
                            "(status " WS-DH-Status ") - ending"
                    CLOSE AR-Ledger-File
                    CLOSE Customer-Master-File
                    GOBACK
           END-IF.
           OPEN I-O Auto-Hold-File.
           IF WS-AH-Status = "35"
               THEN OPEN OUTPUT Auto-Hold-File
                    CLOSE Auto-Hold-File
                    OPEN I-O Auto-Hold-File
           END-IF.
           IF WS-AH-Status NOT = "00"
               THEN DISPLAY "Auto-hold file could not be opened "
                            "(status " WS-AH-Status ") - ending"
                    CLOSE AR-Ledger-File
                    CLOSE Customer-Master-File
                    CLOSE Dunning-History-File
                    GOBACK
           END-IF.

           OPEN OUTPUT Dunning-Letter-File.
           OPEN OUTPUT Hold-Report-File.

           PERFORM WRITE-REPORT-HEADING.
           PERFORM SWEEP-LEDGER.
           PERFORM WRITE-REPORT-FOOTING.

           CLOSE AR-Ledger-File.
           CLOSE Customer-Master-File.
           CLOSE Dunning-History-File.
           CLOSE Auto-Hold-File.
           CLOSE Dunning-Letter-File.
           CLOSE Hold-Report-File.

           MOVE WS-Letter-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " dunning letter(s) written "
                   "to DUNLTRS".
           MOVE WS-Hold-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " customer(s) put on credit "
                   "hold".
           MOVE WS-Release-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " customer(s) released from "
                   "credit hold".

           GOBACK.

       WRITE-REPORT-HEADING.
           MOVE WS-Hold-Threshold TO WS-Formatted-Amount.
           MOVE SPACES TO RP-Report-Line.
           STRING "AUTOMATIC CREDIT HOLD/RELEASE  " DELIMITED BY SIZE
                   WS-Business-Date DELIMITED BY SIZE
                   "  THRESHOLD USD" DELIMITED BY SIZE
                   WS-Formatted-Amount DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "Customer    Name                           "
                  "Past Due USD  Action"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph SWEEP-LEDGER reads the whole ledger in key      *
      *    order - one customer's items arrive together - and        *
      *    settles each customer's letter and hold status at the     *
      *    change of customer.                                       *
      ****************************************************************
       SWEEP-LEDGER.
           MOVE SPACES TO WS-Prev-Customer.
           PERFORM CLEAR-CUSTOMER-TOTALS.

           MOVE LOW-VALUES TO LG-Key.
           START AR-Ledger-File KEY IS >= LG-Key
               INVALID KEY MOVE "10" TO WS-LG-Status
           END-START.
           PERFORM UNTIL WS-LG-Status NOT = "00"
               READ AR-Ledger-File NEXT RECORD
                   AT END MOVE "10" TO WS-LG-Status
               END-READ
               IF WS-LG-Status = "00"
                   THEN IF LG-Customer-Number NOT = WS-Prev-Customer
                       THEN PERFORM FINISH-CUSTOMER
                            PERFORM CLEAR-CUSTOMER-TOTALS
                            MOVE LG-Customer-Number
                                 TO WS-Prev-Customer
                       END-IF
                       IF LG-DOC-INVOICE AND LG-Open-Amount > 0
                           THEN PERFORM AGE-OPEN-INVOICE
                       END-IF
               END-IF
           END-PERFORM.
           PERFORM FINISH-CUSTOMER.

       CLEAR-CUSTOMER-TOTALS.
           MOVE ZERO TO WS-Past-Due-USD.
           MOVE ZERO TO WS-Customer-Level.
           MOVE ZERO TO WS-Dun-Count.
           MOVE ZERO TO WS-Dun-Dropped.

      ****************************************************************
      *    Paragraph AGE-OPEN-INVOICE ages one open invoice the same *
      *    way the trial balance does, adds it to the customer's     *
      *    past-due balance, and - when it has reached a letter      *
      *    level not yet sent for it - queues it for tonight's       *
      *    letter.                                                   *
      ****************************************************************
       AGE-OPEN-INVOICE.
           IF LG-Due-Date NUMERIC
               THEN COMPUTE WS-Days-Past-Due =
                        FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL (WS-Business-Date))
                      - FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL (LG-Due-Date))
               ELSE MOVE ZERO TO WS-Days-Past-Due
           END-IF.
           IF WS-Days-Past-Due > 0
               THEN IF LG-Exchange-Rate > ZERO
                        THEN COMPUTE WS-Item-USD ROUNDED =
                                 LG-Open-Amount * LG-Exchange-Rate
                        ELSE MOVE LG-Open-Amount TO WS-Item-USD
                    END-IF
                    ADD WS-Item-USD TO WS-Past-Due-USD
           END-IF.
           EVALUATE TRUE
               WHEN WS-Days-Past-Due >= 75
                   MOVE 3 TO WS-Letter-Level
               WHEN WS-Days-Past-Due >= 45
                   MOVE 2 TO WS-Letter-Level
               WHEN WS-Days-Past-Due >= 15
                   MOVE 1 TO WS-Letter-Level
               WHEN OTHER
                   MOVE 0 TO WS-Letter-Level
           END-EVALUATE.
           IF WS-Letter-Level > 0
               THEN MOVE LG-Customer-Number TO DH-Customer-Number
                    MOVE LG-Doc-Number      TO DH-Invoice-Number
                    MOVE WS-Letter-Level    TO DH-Letter-Level
                    READ Dunning-History-File
                        INVALID KEY PERFORM QUEUE-DUN-ENTRY
                        NOT INVALID KEY CONTINUE
                    END-READ
           END-IF.

       QUEUE-DUN-ENTRY.
           IF WS-Dun-Count < 100
               THEN ADD 1 TO WS-Dun-Count
                    MOVE LG-Doc-Number    TO WS-DN-Invoice
                                             (WS-Dun-Count)
                    MOVE LG-Due-Date      TO WS-DN-Due-Date
                                             (WS-Dun-Count)
                    MOVE WS-Days-Past-Due TO WS-DN-Days
                                             (WS-Dun-Count)
                    MOVE LG-Currency-Code TO WS-DN-Currency
                                             (WS-Dun-Count)
                    MOVE LG-Open-Amount   TO WS-DN-Amount
                                             (WS-Dun-Count)
                    MOVE WS-Letter-Level  TO WS-DN-Level
                                             (WS-Dun-Count)
                    IF WS-Letter-Level > WS-Customer-Level
                        THEN MOVE WS-Letter-Level
                                  TO WS-Customer-Level
                    END-IF
               ELSE ADD 1 TO WS-Dun-Dropped
           END-IF.

      ****************************************************************
      *    Paragraph FINISH-CUSTOMER prints the letter for the       *
      *    customer just finished, if one is due, and then settles   *
      *    the customer's credit-hold status.                        *
      ****************************************************************
       FINISH-CUSTOMER.
           IF WS-Prev-Customer NOT = SPACES
               THEN MOVE WS-Prev-Customer TO CU-Customer-Number
                    READ Customer-Master-File
                        INVALID KEY MOVE "23" TO WS-CU-Status
                    END-READ
                    IF WS-Dun-Count > 0
                        THEN PERFORM PRINT-DUNNING-LETTER
                    END-IF
                    IF WS-CU-Status = "00"
                        THEN PERFORM SETTLE-CREDIT-HOLD
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph PRINT-DUNNING-LETTER prints one letter, worded  *
      *    for the most overdue invoice it covers, and logs every    *
      *    invoice on it to the dunning history at its own level.    *
      ****************************************************************
       PRINT-DUNNING-LETTER.
           ADD 1 TO WS-Letter-Count.

           MOVE SPACES TO DL-Report-Line.
           EVALUATE WS-Customer-Level
               WHEN 3
                   STRING "FINAL NOTICE               "
                          DELIMITED BY SIZE
                          WS-Business-Date DELIMITED BY SIZE
                          INTO DL-Report-Line
               WHEN 2
                   STRING "SECOND NOTICE              "
                          DELIMITED BY SIZE
                          WS-Business-Date DELIMITED BY SIZE
                          INTO DL-Report-Line
               WHEN OTHER
                   STRING "PAYMENT REMINDER           "
                          DELIMITED BY SIZE
                          WS-Business-Date DELIMITED BY SIZE
                          INTO DL-Report-Line
           END-EVALUATE.
           WRITE DL-Report-Line.

           MOVE SPACES TO DL-Report-Line.
           WRITE DL-Report-Line.

           PERFORM PRINT-LETTER-ADDRESS.

           MOVE SPACES TO DL-Report-Line.
           WRITE DL-Report-Line.

           MOVE SPACES TO DL-Report-Line.
           EVALUATE WS-Customer-Level
               WHEN 3
                   STRING "The invoices below are seriously past due."
                          "  Unless payment reaches us"
                          DELIMITED BY SIZE INTO DL-Report-Line
                   WRITE DL-Report-Line
                   MOVE SPACES TO DL-Report-Line
                   STRING "within 10 days your account will be "
                          "referred for collection."
                          DELIMITED BY SIZE INTO DL-Report-Line
               WHEN 2
                   STRING "The invoices below remain unpaid after our "
                          "earlier reminder."
                          DELIMITED BY SIZE INTO DL-Report-Line
                   WRITE DL-Report-Line
                   MOVE SPACES TO DL-Report-Line
                   STRING "Please remit payment promptly to avoid a "
                          "hold on your account."
                          DELIMITED BY SIZE INTO DL-Report-Line
               WHEN OTHER
                   STRING "Our records show the invoices below are "
                          "past due.  If you have"
                          DELIMITED BY SIZE INTO DL-Report-Line
                   WRITE DL-Report-Line
                   MOVE SPACES TO DL-Report-Line
                   STRING "already sent payment, please disregard "
                          "this reminder."
                          DELIMITED BY SIZE INTO DL-Report-Line
           END-EVALUATE.
           WRITE DL-Report-Line.

           MOVE SPACES TO DL-Report-Line.
           WRITE DL-Report-Line.

           MOVE SPACES TO DL-Report-Line.
           STRING "Invoice  Due Date  Days Late          Open Amount"
                   DELIMITED BY SIZE INTO DL-Report-Line.
           WRITE DL-Report-Line.

           PERFORM VARYING WS-Dun-Index FROM 1 BY 1
                   UNTIL WS-Dun-Index > WS-Dun-Count
               PERFORM PRINT-ONE-DUN-LINE
               PERFORM LOG-ONE-DUN-LINE
           END-PERFORM.

           IF WS-Dun-Dropped > 0
               THEN MOVE SPACES TO DL-Report-Line
                    STRING "** and further invoices past the letter "
                           "line limit **"
                           DELIMITED BY SIZE INTO DL-Report-Line
                    WRITE DL-Report-Line
           END-IF.

           MOVE SPACES TO DL-Report-Line.
           WRITE DL-Report-Line.
           MOVE SPACES TO DL-Report-Line.
           WRITE DL-Report-Line.

      ****************************************************************
      *    Paragraph PRINT-LETTER-ADDRESS prints the bill-to block   *
      *    from the customer master - a customer no longer on the    *
      *    master still gets a letter, flagged for a manual address  *
      *    lookup, the same way the statements handle it.            *
      ****************************************************************
       PRINT-LETTER-ADDRESS.
           MOVE SPACES TO DL-Report-Line.
           STRING "Customer: " DELIMITED BY SIZE
                   WS-Prev-Customer DELIMITED BY SIZE
                   INTO DL-Report-Line.
           WRITE DL-Report-Line.
           IF WS-CU-Status NOT = "00"
               THEN MOVE SPACES TO DL-Report-Line
                    STRING "** NOT ON CUSTOMER MASTER - ADDRESS BY "
                           "HAND **" DELIMITED BY SIZE
                           INTO DL-Report-Line
                    WRITE DL-Report-Line
           ELSE
               MOVE SPACES TO DL-Report-Line
               MOVE CU-Customer-Name TO DL-Report-Line
               WRITE DL-Report-Line
               MOVE SPACES TO DL-Report-Line
               MOVE CU-BT-Line1 TO DL-Report-Line
               WRITE DL-Report-Line
               IF CU-BT-Line2 NOT = SPACES
                   THEN MOVE SPACES TO DL-Report-Line
                        MOVE CU-BT-Line2 TO DL-Report-Line
                        WRITE DL-Report-Line
               END-IF
               MOVE SPACES TO DL-Report-Line
               STRING CU-BT-City DELIMITED BY SIZE
                       " "       DELIMITED BY SIZE
                       CU-BT-State DELIMITED BY SIZE
                       " "       DELIMITED BY SIZE
                       CU-BT-Zip DELIMITED BY SIZE
                       INTO DL-Report-Line
               WRITE DL-Report-Line
           END-IF.

       PRINT-ONE-DUN-LINE.
           MOVE WS-DN-Days (WS-Dun-Index)   TO WS-Formatted-Days.
           MOVE WS-DN-Amount (WS-Dun-Index) TO WS-Formatted-Amount.
           MOVE SPACES TO DL-Report-Line.
           STRING WS-DN-Invoice (WS-Dun-Index) DELIMITED BY SIZE
                  "    "                        DELIMITED BY SIZE
                  WS-DN-Due-Date (WS-Dun-Index) DELIMITED BY SIZE
                  "      "                      DELIMITED BY SIZE
                  WS-Formatted-Days             DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-DN-Currency (WS-Dun-Index) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-Formatted-Amount           DELIMITED BY SIZE
                  INTO DL-Report-Line.
           WRITE DL-Report-Line.

       LOG-ONE-DUN-LINE.
           MOVE WS-Prev-Customer              TO DH-Customer-Number.
           MOVE WS-DN-Invoice (WS-Dun-Index)  TO DH-Invoice-Number.
           MOVE WS-DN-Level (WS-Dun-Index)    TO DH-Letter-Level.
           MOVE WS-Business-Date              TO DH-Sent-Date.
           MOVE WS-DN-Currency (WS-Dun-Index) TO DH-Currency-Code.
           MOVE WS-DN-Amount (WS-Dun-Index)   TO DH-Open-Amount.
           WRITE DH-History-Record
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-DH-Status NOT = "00" AND WS-DH-Status NOT = "02"
               THEN DISPLAY "** Warning: dunning history for invoice "
                            DH-Invoice-Number " could not be written "
                            "(status " WS-DH-Status ") - the letter "
                            "may be repeated **"
           END-IF.

      ****************************************************************
      *    Paragraph SETTLE-CREDIT-HOLD compares the customer's      *
      *    past-due balance with the threshold.  Over it, an active  *
      *    customer goes on hold and the hold is logged as ours.     *
      *    Within it, a hold this run placed comes off again.  A     *
      *    hold we placed that has since been lifted by hand is      *
      *    forgotten, so the next decision starts afresh.            *
      ****************************************************************
       SETTLE-CREDIT-HOLD.
           MOVE WS-Prev-Customer TO AH-Customer-Number.
           READ Auto-Hold-File
               INVALID KEY MOVE "23" TO WS-AH-Status
           END-READ.
           IF WS-AH-Status = "00" AND NOT CU-CREDIT-HOLD
               THEN DELETE Auto-Hold-File
                    END-DELETE
                    MOVE "23" TO WS-AH-Status
           END-IF.
           EVALUATE TRUE
               WHEN WS-Past-Due-USD > WS-Hold-Threshold AND
                    CU-ACTIVE
                   PERFORM PLACE-CREDIT-HOLD
               WHEN WS-Past-Due-USD NOT > WS-Hold-Threshold AND
                    CU-CREDIT-HOLD AND WS-AH-Status = "00"
                   PERFORM RELEASE-CREDIT-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PLACE-CREDIT-HOLD.
           MOVE "H" TO CU-Status-Flag.
           REWRITE CU-Customer-Record
           END-REWRITE.
           IF WS-CU-Status = "00"
               THEN ADD 1 TO WS-Hold-Count
                    MOVE WS-Prev-Customer TO AH-Customer-Number
                    MOVE WS-Business-Date TO AH-Hold-Date
                    MOVE WS-Past-Due-USD  TO AH-Past-Due-USD
                    WRITE AH-Hold-Record
                        INVALID KEY REWRITE AH-Hold-Record
                    END-WRITE
                    MOVE "PLACED ON CREDIT HOLD" TO WS-Action-Label
                    PERFORM PRINT-HOLD-LINE
               ELSE DISPLAY "** Warning: customer " WS-Prev-Customer
                            " could not be put on hold (status "
                            WS-CU-Status ") **"
           END-IF.

       RELEASE-CREDIT-HOLD.
           MOVE "A" TO CU-Status-Flag.
           REWRITE CU-Customer-Record
           END-REWRITE.
           IF WS-CU-Status = "00"
               THEN ADD 1 TO WS-Release-Count
                    DELETE Auto-Hold-File
                    END-DELETE
                    MOVE "RELEASED FROM CREDIT HOLD"
                                           TO WS-Action-Label
                    PERFORM PRINT-HOLD-LINE
               ELSE DISPLAY "** Warning: customer " WS-Prev-Customer
                            " could not be released (status "
                            WS-CU-Status ") **"
           END-IF.

       PRINT-HOLD-LINE.
           MOVE WS-Past-Due-USD TO WS-Formatted-Amount.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-Prev-Customer DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CU-Customer-Name DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Formatted-Amount DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Action-Label DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Hold-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "CUSTOMERS PUT ON HOLD:      " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Release-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "CUSTOMERS RELEASED:         " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Letter-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "DUNNING LETTERS PRINTED:    " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "CollectionsDunning".
