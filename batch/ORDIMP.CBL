 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "CustomerOrderImport".

      ****************************************************************
      *                                                              *
      *    Inbound customer purchase-order import.  Reads the fixed- *
      *    format order file a customer sends in (CUSTPOIN) - one    *
      *    H(eader) record per purchase order followed by its        *
      *    D(etail) records, one per line - and edits every order    *
      *    in full before any of it goes near order entry:           *
      *    - the customer must be on CUSTMAST and neither on credit  *
      *      hold nor deactivated, the same test the batch order     *
      *      entry applies to a header,                              *
      *    - the customer's own PO number must be present,           *
      *    - the currency must be USD or on CURRATES,                *
      *    - the ship-to state must be on TAXRATES,                  *
      *    - the warehouse must be blank, 01, or 02,                 *
      *    - every line's item must be on ITEMMAST and its quantity  *
      *      must pass BatchEdit's sanity limit.                     *
      *    A clean order is appended to BATCHHDR/TRANFILE as one     *
      *    header record and one EOO-terminated block of ADD         *
      *    records, exactly as the standing-order expansion writes   *
      *    them, so BatchEdit and the batch order entry take it from *
      *    there; the PO number rides on the header so it is saved   *
      *    on ORDMAST and printed on the confirmation.  A rejected   *
      *    order writes nothing to the batch.  Every order, accepted *
      *    or rejected, gets one record on the acknowledgment file   *
      *    (CUSTPOAK) returned to the customer, giving the reason    *
      *    for a rejection so the customer knows what to resend.     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Inbound-Order-File  ASSIGN TO "CUSTPOIN"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IN-Status.
           SELECT Acknowledgment-File ASSIGN TO "CUSTPOAK"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AK-Status.
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Currency-Rate-File  ASSIGN TO "CURRATES"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CR-Currency-Code
                                       FILE STATUS IS WS-CR-Status.
           SELECT Tax-Rate-File       ASSIGN TO "TAXRATES"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS TX-State
                                       FILE STATUS IS WS-TX-Status.
           SELECT Batch-Header-File   ASSIGN TO "BATCHHDR"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BH-Status.
           SELECT Transaction-File    ASSIGN TO "TRANFILE"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-TR-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Inbound-Order-File is the customer's order file.  Every
      *    record starts with its type; a header starts a new order
      *    and the detail records after it, up to the next header or
      *    end of file, are that order's lines.
       FD  Inbound-Order-File.
       01  IH-Header-Record.
           05  IH-Record-Type          PIC X.
               88  IH-HEADER                       VALUE "H".
               88  IH-DETAIL                       VALUE "D".
           05  IH-Customer-Number      PIC X(10).
           05  IH-Customer-PO          PIC X(20).
           05  IH-Currency-Code        PIC X(3).
           05  IH-Promo-Code           PIC X(10).
           05  IH-Warehouse-Code       PIC X(2).
           05  IH-Ship-To.
               10  IH-ST-Name          PIC X(30).
               10  IH-ST-Line1         PIC X(30).
               10  IH-ST-Line2         PIC X(30).
               10  IH-ST-City          PIC X(20).
               10  IH-ST-State         PIC X(2).
               10  IH-ST-Zip           PIC X(10).
       01  ID-Detail-Record.
           05  ID-Record-Type          PIC X.
           05  ID-Item-Number          PIC X(10).
           05  ID-Item-Quantity        PIC 9(5).

      *    Acknowledgment-File goes back to the customer - one record
      *    per order received, in the order received.
       FD  Acknowledgment-File.
       01  AK-Ack-Record.
           05  AK-Customer-Number      PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AK-Customer-PO          PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AK-Verdict              PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AK-Line-Count           PIC 9(4).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AK-Reason               PIC X(40).

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

       FD  Item-Master-File.
       01  IM-Item-Record.
           05  IM-Item-Number          PIC X(10).
           05  IM-Item-Description     PIC X(20).
      *    IM-Item-Cost is the unit cost we pay the supplier;
      *    IM-Item-Price is the selling price order entry charges.
           05  IM-Item-Cost            PIC 999V99.
           05  IM-Item-Price           PIC 999V99.
      *    On-hand is tracked per building: IM-On-Hand-Qty is
      *    warehouse 01's stock (the name is kept so existing
      *    consumers read unchanged) and IM-On-Hand-Qty-W2 is
      *    warehouse 02's.
           05  IM-On-Hand-Qty          PIC 9(7).
           05  IM-On-Hand-Qty-W2       PIC 9(7).
           05  IM-Breaks.
               10  IM-Break            OCCURS 3 TIMES.
                   15  IM-Break-Qty    PIC 9(5).
                   15  IM-Break-Cost   PIC 999V99.
                   15  IM-Break-Price  PIC 999V99.
      *    Replenishment controls - the nightly suggestion run flags
      *    the item when on-hand less open backorder demand falls
      *    below the reorder point.  A zero reorder point means the
      *    item is not replenished automatically.
           05  IM-Reorder-Point        PIC 9(7).
           05  IM-Reorder-Qty          PIC 9(7).

       FD  Currency-Rate-File.
       01  CR-Rate-Record.
           05  CR-Currency-Code        PIC X(3).
           05  CR-Rate-To-USD          PIC 9(3)V9(6).
           05  CR-Effective-Date       PIC X(8).

       FD  Tax-Rate-File.
       01  TX-Tax-Record.
           05  TX-State                PIC X(2).
           05  TX-State-Name           PIC X(20).
           05  TX-Tax-Rate             PIC V999.

       FD  Batch-Header-File.
       01  BH-Header-Record.
           05  BH-Customer-Number      PIC X(10).
           05  BH-Promo-Code           PIC X(10).
           05  BH-Currency-Code        PIC X(3).
           05  BH-Ship-To.
               10  BH-ST-Name          PIC X(30).
               10  BH-ST-Line1         PIC X(30).
               10  BH-ST-Line2         PIC X(30).
               10  BH-ST-City          PIC X(20).
               10  BH-ST-State         PIC X(2).
               10  BH-ST-Zip           PIC X(10).
      *    Shipping warehouse for the order - blank defaults
      *    to warehouse 01.
           05  BH-Warehouse-Code       PIC X(2).
      *    The customer's own purchase-order number, for orders
      *    imported from a customer's inbound order file - blank
      *    for batches keyed or expanded here.
           05  BH-Customer-PO          PIC X(20).

       FD  Transaction-File.
       01  TR-Transaction-Record.
           05  TR-Action               PIC X(3).
           05  TR-Item-Number          PIC X(10).
           05  TR-Item-Cost            PIC 999V99.
           05  TR-Item-Quantity        PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-IN-Status                PIC X(2).
       01  WS-AK-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-CR-Status                PIC X(2).
       01  WS-TX-Status                PIC X(2).
       01  WS-BH-Status                PIC X(2).
       01  WS-TR-Status                PIC X(2).
       01  WS-IN-EOF-Flag              PIC X.
           88  WS-IN-EOF                           VALUE "1".
       01  WS-CR-Open-Flag             PIC X           VALUE "0".
           88  WS-CR-OPEN                          VALUE "1".

      *    Largest single-line quantity BatchEdit passes - an import
      *    line above it would only get the whole batch rejected at
      *    the edit, so it is turned back to the customer here.
       01  WS-Max-Sane-Quantity        PIC 9(5)        VALUE 9999.

      *    The order being gathered - its header, held while its
      *    detail records are read, and its lines.
       01  WS-Order-Open-Flag          PIC X           VALUE "0".
           88  WS-ORDER-OPEN                       VALUE "1".
       01  WS-Order-Header.
           05  WS-OH-Customer-Number   PIC X(10).
           05  WS-OH-Customer-PO       PIC X(20).
           05  WS-OH-Currency-Code     PIC X(3).
           05  WS-OH-Promo-Code        PIC X(10).
           05  WS-OH-Warehouse-Code    PIC X(2).
           05  WS-OH-Ship-To.
               10  WS-OH-ST-Name       PIC X(30).
               10  WS-OH-ST-Line1      PIC X(30).
               10  WS-OH-ST-Line2      PIC X(30).
               10  WS-OH-ST-City       PIC X(20).
               10  WS-OH-ST-State      PIC X(2).
               10  WS-OH-ST-Zip        PIC X(10).
       01  WS-Line-Table.
           05  WS-Line-Count           PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Line-Entry           OCCURS 200 TIMES.
               10  WS-LN-Item-Number   PIC X(10).
               10  WS-LN-Quantity      PIC X(5).
               10  WS-LN-Quantity-Num REDEFINES WS-LN-Quantity
                                       PIC 9(5).
       01  WS-Line-Index               PIC S9(4)       COMP.
       01  WS-Lines-Received           PIC 9(4).
      *    First reason the order fails its edits - spaces while it
      *    is still clean.
       01  WS-Reject-Reason            PIC X(40).
       01  WS-Formatted-Line           PIC 999.

       01  WS-Record-Number            PIC 9(7)        VALUE ZERO.
       01  WS-Order-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Accepted-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Stray-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           OPEN INPUT Inbound-Order-File.
           IF WS-IN-Status NOT = "00"
               THEN DISPLAY "Inbound order file could not be opened "
                            "(status " WS-IN-Status ") - nothing to "
                            "import"
                    GOBACK
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status NOT = "00"
               THEN DISPLAY "Customer master could not be opened "
                            "(status " WS-CU-Status ") - ending"
                    CLOSE Inbound-Order-File
                    GOBACK
           END-IF.
           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened (status "
                            WS-IM-Status ") - ending"
                    CLOSE Inbound-Order-File
                    CLOSE Customer-Master-File
                    GOBACK
           END-IF.
           OPEN INPUT Tax-Rate-File.
           IF WS-TX-Status NOT = "00"
               THEN DISPLAY "Tax rate table could not be opened "
                            "(status " WS-TX-Status ") - ending"
                    CLOSE Inbound-Order-File
                    CLOSE Customer-Master-File
                    CLOSE Item-Master-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    A shop that has never priced in a foreign currency may    *
      *    have no rate table at all - then only USD orders pass.    *
      ****************************************************************
           OPEN INPUT Currency-Rate-File.
           IF WS-CR-Status = "00"
               THEN MOVE "1" TO WS-CR-Open-Flag
               ELSE DISPLAY "** Warning: currency rate table could "
                            "not be opened (status " WS-CR-Status
                            ") - only USD orders will be accepted **"
           END-IF.

      ****************************************************************
      *    The generated batch accumulates the same way the standing *
      *    order expansion's does - OPEN EXTEND with the first-time  *
      *    OPEN OUTPUT fallback - so an import can join a batch      *
      *    already started.                                          *
      ****************************************************************
           OPEN EXTEND Batch-Header-File.
           IF WS-BH-Status = "35"
               THEN OPEN OUTPUT Batch-Header-File
           END-IF.
           OPEN EXTEND Transaction-File.
           IF WS-TR-Status = "35"
               THEN OPEN OUTPUT Transaction-File
           END-IF.

           OPEN OUTPUT Acknowledgment-File.

           PERFORM READ-INBOUND-FILE.

           CLOSE Inbound-Order-File.
           CLOSE Customer-Master-File.
           CLOSE Item-Master-File.
           CLOSE Tax-Rate-File.
           IF WS-CR-OPEN
               THEN CLOSE Currency-Rate-File
           END-IF.
           CLOSE Batch-Header-File.
           CLOSE Transaction-File.
           CLOSE Acknowledgment-File.

           MOVE WS-Order-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " customer order(s) received".
           MOVE WS-Accepted-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " accepted into BATCHHDR/"
                   "TRANFILE - run the batch edit, then the batch "
                   "order entry".
           MOVE WS-Rejected-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " rejected - see CUSTPOAK".
           IF WS-Stray-Count > 0
               THEN MOVE WS-Stray-Count TO WS-Formatted-Count
                    DISPLAY "** Warning: " WS-Formatted-Count
                            " record(s) outside any order were "
                            "acknowledged as rejected **"
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph READ-INBOUND-FILE reads the customer's file     *
      *    from the top.  A header closes off the order before it    *
      *    and opens the next; end of file closes off the last one.  *
      ****************************************************************
       READ-INBOUND-FILE.
           MOVE "0" TO WS-IN-EOF-Flag.
           PERFORM UNTIL WS-IN-EOF
               READ Inbound-Order-File
                   AT END MOVE "1" TO WS-IN-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Record-Number
                       PERFORM FILE-ONE-RECORD
               END-READ
           END-PERFORM.
           IF WS-ORDER-OPEN
               THEN PERFORM FINISH-ORDER
           END-IF.

       FILE-ONE-RECORD.
           EVALUATE TRUE
               WHEN IH-HEADER
                   IF WS-ORDER-OPEN
                       THEN PERFORM FINISH-ORDER
                   END-IF
                   PERFORM START-ORDER
               WHEN IH-DETAIL AND WS-ORDER-OPEN
                   PERFORM ADD-ORDER-LINE
               WHEN WS-ORDER-OPEN
                   IF WS-Reject-Reason = SPACES
                       THEN MOVE "RECORD TYPE NOT H OR D"
                                              TO WS-Reject-Reason
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-STRAY-RECORD
           END-EVALUATE.

       START-ORDER.
           MOVE "1" TO WS-Order-Open-Flag.
           ADD 1 TO WS-Order-Count.
           MOVE IH-Customer-Number TO WS-OH-Customer-Number.
           MOVE IH-Customer-PO     TO WS-OH-Customer-PO.
           MOVE FUNCTION UPPER-CASE (IH-Currency-Code)
                                   TO WS-OH-Currency-Code.
           MOVE IH-Promo-Code      TO WS-OH-Promo-Code.
           MOVE IH-Warehouse-Code  TO WS-OH-Warehouse-Code.
           MOVE IH-Ship-To         TO WS-OH-Ship-To.
           MOVE FUNCTION UPPER-CASE (IH-ST-State)
                                   TO WS-OH-ST-State.
           MOVE ZERO               TO WS-Line-Count.
           MOVE ZERO               TO WS-Lines-Received.
           MOVE SPACES             TO WS-Reject-Reason.

      ****************************************************************
      *    Paragraph ADD-ORDER-LINE files one detail record under    *
      *    the order being gathered.  An order too long for the      *
      *    table is rejected whole rather than entered short.        *
      ****************************************************************
       ADD-ORDER-LINE.
           ADD 1 TO WS-Lines-Received.
           IF WS-Line-Count < 200
               THEN ADD 1 TO WS-Line-Count
                    MOVE ID-Item-Number TO WS-LN-Item-Number
                                           (WS-Line-Count)
                    MOVE ID-Item-Quantity
                                        TO WS-LN-Quantity
                                           (WS-Line-Count)
               ELSE IF WS-Reject-Reason = SPACES
                        THEN MOVE "MORE THAN 200 LINES ON ONE ORDER"
                                              TO WS-Reject-Reason
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph REJECT-STRAY-RECORD acknowledges a record that  *
      *    arrived before any header, so it is not lost silently.    *
      ****************************************************************
       REJECT-STRAY-RECORD.
           ADD 1 TO WS-Stray-Count.
           MOVE SPACES TO AK-Ack-Record.
           MOVE "REJECTED"       TO AK-Verdict.
           MOVE ZERO             TO AK-Line-Count.
           MOVE WS-Record-Number TO WS-Formatted-Line.
           STRING "RECORD " DELIMITED BY SIZE
                  WS-Formatted-Line DELIMITED BY SIZE
                  " IS BEFORE ANY ORDER HEADER" DELIMITED BY SIZE
                  INTO AK-Reason.
           PERFORM WRITE-ACK-RECORD.

      ****************************************************************
      *    Paragraph FINISH-ORDER edits the order just gathered and  *
      *    either writes it to the batch or turns it back, then      *
      *    acknowledges it either way.                               *
      ****************************************************************
       FINISH-ORDER.
           MOVE "0" TO WS-Order-Open-Flag.
           IF WS-Reject-Reason = SPACES
               THEN PERFORM EDIT-ORDER-HEADER
           END-IF.
           IF WS-Reject-Reason = SPACES
               THEN PERFORM EDIT-ORDER-LINES
           END-IF.

           MOVE SPACES               TO AK-Ack-Record.
           MOVE WS-OH-Customer-Number TO AK-Customer-Number.
           MOVE WS-OH-Customer-PO    TO AK-Customer-PO.
           MOVE WS-Lines-Received    TO AK-Line-Count.
           IF WS-Reject-Reason = SPACES
               THEN PERFORM WRITE-BATCH-ORDER
                    ADD 1 TO WS-Accepted-Count
                    MOVE "ACCEPTED" TO AK-Verdict
               ELSE ADD 1 TO WS-Rejected-Count
                    MOVE "REJECTED" TO AK-Verdict
                    MOVE WS-Reject-Reason TO AK-Reason
           END-IF.
           PERFORM WRITE-ACK-RECORD.

      ****************************************************************
      *    Paragraph EDIT-ORDER-HEADER applies the header edits,     *
      *    keeping the first failure as the order's reason.          *
      ****************************************************************
       EDIT-ORDER-HEADER.
           MOVE WS-OH-Customer-Number TO CU-Customer-Number.
           READ Customer-Master-File
               INVALID KEY
                   MOVE "CUSTOMER NUMBER NOT ON FILE"
                                          TO WS-Reject-Reason
               NOT INVALID KEY
                   IF CU-CREDIT-HOLD
                       THEN MOVE "CUSTOMER ACCOUNT ON CREDIT HOLD"
                                          TO WS-Reject-Reason
                   END-IF
                   IF CU-DEACTIVATED
                       THEN MOVE "CUSTOMER ACCOUNT CLOSED"
                                          TO WS-Reject-Reason
                   END-IF
           END-READ.
           IF WS-Reject-Reason = SPACES AND
              WS-OH-Customer-PO = SPACES
               THEN MOVE "PURCHASE ORDER NUMBER MISSING"
                                          TO WS-Reject-Reason
           END-IF.

           IF WS-Reject-Reason = SPACES AND
              WS-OH-Currency-Code NOT = SPACES AND
              WS-OH-Currency-Code NOT = "USD"
               THEN IF WS-CR-OPEN
                        THEN MOVE WS-OH-Currency-Code
                                          TO CR-Currency-Code
                             READ Currency-Rate-File
                                 INVALID KEY
                                     PERFORM REJECT-CURRENCY
                             END-READ
                        ELSE PERFORM REJECT-CURRENCY
                    END-IF
           END-IF.

           IF WS-Reject-Reason = SPACES
               THEN MOVE WS-OH-ST-State TO TX-State
                    READ Tax-Rate-File
                        INVALID KEY
                            STRING "SHIP-TO STATE '" DELIMITED BY SIZE
                                   WS-OH-ST-State DELIMITED BY SIZE
                                   "' NOT VALID" DELIMITED BY SIZE
                                   INTO WS-Reject-Reason
                    END-READ
           END-IF.

           IF WS-Reject-Reason = SPACES AND
              WS-OH-Warehouse-Code NOT = SPACES AND
              WS-OH-Warehouse-Code NOT = "01" AND
              WS-OH-Warehouse-Code NOT = "02"
               THEN STRING "WAREHOUSE '" DELIMITED BY SIZE
                           WS-OH-Warehouse-Code DELIMITED BY SIZE
                           "' NOT VALID" DELIMITED BY SIZE
                           INTO WS-Reject-Reason
           END-IF.

       REJECT-CURRENCY.
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-OH-Currency-Code DELIMITED BY SIZE
                  " NOT ACCEPTED" DELIMITED BY SIZE
                  INTO WS-Reject-Reason.

      ****************************************************************
      *    Paragraph EDIT-ORDER-LINES checks each line's item and    *
      *    quantity, stopping at the first bad line.                 *
      ****************************************************************
       EDIT-ORDER-LINES.
           IF WS-Line-Count = 0
               THEN MOVE "ORDER HAS NO LINES" TO WS-Reject-Reason
           END-IF.
           PERFORM VARYING WS-Line-Index FROM 1 BY 1
                   UNTIL WS-Line-Index > WS-Line-Count
                      OR WS-Reject-Reason NOT = SPACES
               MOVE WS-Line-Index TO WS-Formatted-Line
               MOVE WS-LN-Item-Number (WS-Line-Index)
                                   TO IM-Item-Number
               READ Item-Master-File
                   INVALID KEY
                       STRING "LINE " DELIMITED BY SIZE
                              WS-Formatted-Line DELIMITED BY SIZE
                              ": ITEM " DELIMITED BY SIZE
                              IM-Item-Number DELIMITED BY SIZE
                              " NOT ON FILE" DELIMITED BY SIZE
                              INTO WS-Reject-Reason
               END-READ
               IF WS-Reject-Reason = SPACES
                   THEN IF WS-LN-Quantity (WS-Line-Index)
                                                  NOT NUMERIC
                            THEN STRING "LINE " DELIMITED BY SIZE
                                        WS-Formatted-Line
                                            DELIMITED BY SIZE
                                        ": QUANTITY NOT NUMERIC"
                                            DELIMITED BY SIZE
                                        INTO WS-Reject-Reason
                        ELSE IF WS-LN-Quantity-Num (WS-Line-Index)
                                                  = 0 OR
                                WS-LN-Quantity-Num (WS-Line-Index)
                                          > WS-Max-Sane-Quantity
                                 THEN STRING "LINE " DELIMITED BY SIZE
                                             WS-Formatted-Line
                                                 DELIMITED BY SIZE
                                             ": QUANTITY ZERO OR OVER "
                                             "9999" DELIMITED BY SIZE
                                             INTO WS-Reject-Reason
                             END-IF
                    END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph WRITE-BATCH-ORDER appends the accepted order to *
      *    the batch - its header, an ADD per line, and the EOO      *
      *    marker that closes its block.                             *
      ****************************************************************
       WRITE-BATCH-ORDER.
           MOVE WS-OH-Customer-Number TO BH-Customer-Number.
           MOVE WS-OH-Promo-Code      TO BH-Promo-Code.
           MOVE WS-OH-Currency-Code   TO BH-Currency-Code.
           MOVE WS-OH-Ship-To         TO BH-Ship-To.
           MOVE WS-OH-Warehouse-Code  TO BH-Warehouse-Code.
           MOVE WS-OH-Customer-PO     TO BH-Customer-PO.
           WRITE BH-Header-Record.
           IF WS-BH-Status NOT = "00" AND WS-BH-Status NOT = "02"
               THEN DISPLAY "** Warning: header for customer PO "
                            WS-OH-Customer-PO " could not be "
                            "written (status " WS-BH-Status ") **"
           END-IF.

           PERFORM VARYING WS-Line-Index FROM 1 BY 1
                   UNTIL   WS-Line-Index > WS-Line-Count
               MOVE "ADD"          TO TR-Action
               MOVE WS-LN-Item-Number (WS-Line-Index)
                                   TO TR-Item-Number
      *        the cost field is filled from the item master by the
      *        batch entry's own lookup, the same as a keyed batch
               MOVE ZERO           TO TR-Item-Cost
               MOVE WS-LN-Quantity-Num (WS-Line-Index)
                                   TO TR-Item-Quantity
               PERFORM WRITE-ONE-TRANSACTION
           END-PERFORM.

           MOVE "EOO"  TO TR-Action.
           MOVE SPACES TO TR-Item-Number.
           MOVE ZERO   TO TR-Item-Cost.
           MOVE ZERO   TO TR-Item-Quantity.
           PERFORM WRITE-ONE-TRANSACTION.

       WRITE-ONE-TRANSACTION.
           WRITE TR-Transaction-Record.
           IF WS-TR-Status NOT = "00" AND WS-TR-Status NOT = "02"
               THEN DISPLAY "** Warning: transaction for customer PO "
                            WS-OH-Customer-PO " item "
                            TR-Item-Number " could not be written "
                            "(status " WS-TR-Status ") **"
           END-IF.

       WRITE-ACK-RECORD.
           WRITE AK-Ack-Record.
           IF WS-AK-Status NOT = "00" AND WS-AK-Status NOT = "02"
               THEN DISPLAY "** Warning: acknowledgment for customer "
                            "PO " AK-Customer-PO " could not be "
                            "written (status " WS-AK-Status ") **"
           END-IF.

       END PROGRAM "CustomerOrderImport".
