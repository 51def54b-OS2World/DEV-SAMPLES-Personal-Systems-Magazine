      *    - Tells the order to describe itself.                     *
      *    - Frees the objects it instantiated.                      *
      *    - Terminates.                                             *
      *    A command-line parameter of QUOTE keys and prices sales   *
      *    quotations the same way instead - saved to QTEMAST/QTEDTL *
      *    with an expiry date and printed to QUOTEDOC, with no      *
      *    order number issued and no stock allocated.  CONVERT      *
      *    turns an accepted, unexpired quote into a real order at   *
      *    the quoted prices through the normal save.                *
      *                                                              *
      ****************************************************************

                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS BR-Block-Number
                                       FILE STATUS IS WS-BR-Status.
           SELECT Quote-Master-File   ASSIGN TO "QTEMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS QM-Quote-Number
                                       FILE STATUS IS WS-QM-Status.
           SELECT Quote-Detail-File   ASSIGN TO "QTEDTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS QD-Key
                                       FILE STATUS IS WS-QD-Status.

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

      *    Batch-Run-File is the batch run-control record: one record
      *    per BATCHHDR/TRANFILE order block that has committed, keyed
      *    instead.
           05  BR-Batch-Stamp          PIC X(14).

      *    Quote-Master-File holds one header per sales quotation,
      *    keyed by quote number from the QUOTE series on ORDCTR -
      *    the ORDER series is never touched, so a quote that is
      *    never accepted burns no order number.  The header keeps
      *    everything needed to turn the quote into an order later
      *    without re-keying it.  A quote is open until it is
      *    converted; one still open past its expiry date has
      *    lapsed and can no longer be converted.
       FD  Quote-Master-File.
       01  QM-Quote-Record.
           05  QM-Quote-Number         PIC X(5).
           05  QM-Quote-Date           PIC X(8).
           05  QM-Expiry-Date          PIC X(8).
           05  QM-Customer-Number      PIC X(10).
           05  QM-Operator-Id          PIC X(3).
           05  QM-Promo-Code           PIC X(10).
           05  QM-Currency-Code        PIC X(3).
           05  QM-Warehouse-Code       PIC X(2).
           05  QM-Ship-To.
               10  QM-ST-Name          PIC X(30).
               10  QM-ST-Line1         PIC X(30).
               10  QM-ST-Line2         PIC X(30).
               10  QM-ST-City          PIC X(20).
               10  QM-ST-State         PIC X(2).
               10  QM-ST-Zip           PIC X(10).
           05  QM-Line-Count           PIC 9(4).
           05  QM-Total-Cost           PIC 9(7)V99.
           05  QM-Tax-Rate             PIC V999.
           05  QM-Quote-Status         PIC X.
               88  QM-OPEN                         VALUE "O".
               88  QM-CONVERTED                    VALUE "C".
      *    The order the quote became, and the day it did.
           05  QM-Order-Number         PIC X(5).
           05  QM-Converted-Date       PIC X(8).

      *    Quote-Detail-File holds the quote's lines at the prices
      *    quoted - conversion charges exactly these, whatever the
      *    item master says by then.
       FD  Quote-Detail-File.
       01  QD-Detail-Record.
           05  QD-Key.
               10  QD-Quote-Number     PIC X(5).
               10  QD-Line-Number      PIC 9(4).
           05  QD-Item-Number          PIC X(10).
           05  QD-Item-Cost            PIC 999V99.
           05  QD-Item-Quantity        PIC 9(5).

       FD  Batch-Header-File.
       01  BH-Header-Record.
           05  BH-Customer-Number      PIC X(10).
      *    Shipping warehouse for the order - blank defaults
      *    to warehouse 01.
           05  BH-Warehouse-Code       PIC X(2).
      *    The customer's own purchase-order number, for orders
      *    imported from a customer's inbound order file - blank
      *    for batches keyed or expanded here.
           05  BH-Customer-PO          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-OC-Status                PIC X(2).
       01  WS-Highest-Saved-Number     PIC 9(5).
       01  WS-Counter-OK-Flag          PIC X.
           88  WS-COUNTER-OK                       VALUE "1".
       01  WS-QM-Status                PIC X(2).
       01  WS-QD-Status                PIC X(2).

      *    Position of the current order block within the batch -
      *    header N pairs with the Nth EOO-terminated transaction
      *    the order will actually allocate from.
       01  Warehouse-Code              PIC X(2).
       01  WS-Entry-On-Hand            PIC 9(7).
      *    The customer's own purchase-order number - set only by a
      *    batch header that carries one; interactive orders leave
      *    it blank.
       01  Customer-PO                 PIC X(20).
      *    Action word handed to auditRefusal when an authority
      *    check turns the operator away.
       01  WS-Refused-Action           PIC X(10).
       01  WS-Batch-Promo-Code         PIC X(10).
       01  WS-Batch-Currency-Code      PIC X(3).
       01  WS-Batch-Warehouse-Code     PIC X(2).
       01  WS-Batch-Customer-PO        PIC X(20).
       01  WS-Batch-Ship-To.
           05  WS-BST-Name             PIC X(30).
           05  WS-BST-Line1            PIC X(30).
      *    tier's cost when a tier price was taken, the base cost
      *    otherwise.  The UPD below-cost floor checks against it.
       01  WS-Line-Unit-Cost           PIC 999V99.
      *    The customer's contract for the line's item, if one is in
      *    effect on the order date - its price replaces the item
      *    master's price and break tiers outright.
       01  WS-Contract-Info.
           05  WS-CI-Price             PIC 999V99.
           05  WS-CI-Expiry            PIC X(8).
           05  WS-CI-Flag              PIC X.
               88  WS-CI-IN-EFFECT                 VALUE "0".

       01  WS-Continue-Flag            PIC X.
           88  WS-Continue-Another-Order        VALUE "Y".

      *    Sales quotation working fields.  Quote-Number comes off
      *    the QUOTE series of the counter file; a quote's expiry
      *    is its date plus the days the operator says it holds.
       01  Quote-Number                PIC 9(5).
       01  WS-Quote-Key                PIC X(5).
       01  WS-Quote-Days               PIC 9(3).
       01  WS-Quote-Date-Numeric       PIC 9(8).
       01  WS-Quote-Expiry             PIC 9(8).
       01  WS-Quote-Expiry-Date REDEFINES WS-Quote-Expiry
                                       PIC X(8).
       01  WS-Quote-Line               PIC 9(4).
       01  WS-Quote-Save-Flag          PIC X.
           88  WS-QUOTE-SAVED                      VALUE "0".
       01  WS-Quote-OK-Flag            PIC X.
           88  WS-QUOTE-CONVERTIBLE                VALUE "1".
       01  WS-QM-Open-Flag             PIC X.
           88  WS-QUOTE-FILE-OPEN                  VALUE "1".
       01  WS-Today-Work               PIC X(21).
      *    Verdict on the quoted customer at conversion time - a
      *    customer put on hold or deactivated since the quote was
      *    given does not get the order.
       01  WS-Quote-Customer-Info.
           05  WS-QC-Number            PIC X(10).
           05  WS-QC-Name              PIC X(30).
           05  WS-QC-Status-Flag       PIC X.
           05  WS-QC-Found-Flag        PIC X.
               88  WS-QC-CUSTOMER-OK               VALUE "0".

      *    Signed-on operator for this run - validated against the
      *    operator file before the first order starts, carried
      *    through the session, and stamped by Order into every
      *    inside PROCESS-ONE-ORDER on every order - every SYSIN     *
      *    prompt below has to be gated on this same value, so it    *
      *    has to be known before any of them run, not partway       *
      *    through the first order.  QUOTE keys sales quotations     *
      *    and CONVERT turns accepted quotes into orders - both are  *
      *    interactive, the same as the default mode.                *
      ****************************************************************
           ACCEPT WS-Run-Mode FROM COMMAND-LINE.

      *    ORDCTR would re-issue numbers already saved, and the       *
      *    master write would silently overwrite those orders.  The   *
      *    reconciliation report program gives the full accounting;   *
      *    this check only has to stop the damage.  A quotation run  *
      *    hands out no order numbers, so it skips the check.        *
      ****************************************************************
           IF WS-Run-Mode (1:5) NOT = "QUOTE"
               THEN PERFORM CHECK-ORDER-COUNTER
                    IF NOT WS-COUNTER-OK
                        THEN INVOKE userObj "somFree"
                             GOBACK
                    END-IF
           END-IF.

      ****************************************************************
           END-IF.

           PERFORM UNTIL NOT WS-Continue-Another-Order
               EVALUATE TRUE
                   WHEN WS-Run-Mode (1:5) = "BATCH"
                       PERFORM PROCESS-ONE-BATCH-BLOCK
                   WHEN WS-Run-Mode (1:5) = "QUOTE"
                       PERFORM PROCESS-ONE-QUOTE
                   WHEN WS-Run-Mode (1:7) = "CONVERT"
                       PERFORM PROCESS-ONE-CONVERSION
                   WHEN OTHER
                       PERFORM PROCESS-ONE-ORDER
               END-EVALUATE
               IF WS-Run-Mode (1:5) = "BATCH"
                   THEN IF WS-BATCH-ABORTED
                            THEN MOVE "N" TO WS-Continue-Flag
                                           RETURNING Order-Date
                    INVOKE orderObj "getItemCount"
                                           RETURNING Item-Count
                    INVOKE orderObj "getCustomerNumber"
                                           RETURNING Customer-Number
                    PERFORM RESTORE-OVERFLOW-TOTALS
                    DISPLAY "Resumed order " Order-Number
                            " from checkpoint with " Item-Count
           END-IF.
           INVOKE orderObj  "setShipTo"        USING     WS-Ship-To.

      ****************************************************************
      *    Carry the customer's own purchase-order number onto the   *
      *    order, so saveOrder keeps it on ORDMAST and the           *
      *    confirmation quotes it.  Only a batch header supplies     *
      *    one; an order keyed at SYSIN has none.                    *
      ****************************************************************
           IF WS-Run-Mode (1:5) NOT = "BATCH"
               THEN MOVE SPACES TO Customer-PO
               ELSE MOVE WS-Batch-Customer-PO TO Customer-PO
           END-IF.
           INVOKE orderObj  "setCustomerPO"    USING     Customer-PO.

      ****************************************************************
      *    Order entry is either interactive (the operator keys      *
      *    ADD/DEL/END at SYSIN) or batch (a transaction file of     *
                                                     Order-Number
                                                     Order-Date
                                                     Currency-Code
                                                     WS-Items
                                                     Customer-PO
                                                     Customer-Number.

      ****************************************************************
      *    Invoke the order object with getShipTo and the             *
                            " was NOT saved to ORDMAST **"
           END-IF.

      ****************************************************************
      *    Paragraph PROCESS-ONE-QUOTE keys and prices one sales     *
      *    quotation exactly the way PROCESS-ONE-ORDER keys an       *
      *    order - the same customer/promo/currency/warehouse/       *
      *    ship-to prompts, the same ADD/DEL/UPD/LIS loop and tier,  *
      *    contract, promo and tax pricing - but the Order object is *
      *    in quote mode, the number comes off the QUOTE series      *
      *    instead of the ORDER one, and the finished quote goes to  *
      *    QTEMAST/QTEDTL and QUOTEDOC instead of through saveOrder, *
      *    so no stock is allocated.                                 *
      ****************************************************************
       PROCESS-ONE-QUOTE.
           MOVE    ZERO       TO   Item-Count.
           MOVE    ZERO       TO   WS-Overflow-Line.
           MOVE    ZERO       TO   WS-Overflow-Cost.

           INVOKE TheOrder    "somNew"       RETURNING   orderObj.
           INVOKE orderObj    "setOperatorId" USING WS-Operator-Id.
           INVOKE orderObj    "setQuoteMode".

           MOVE FUNCTION CURRENT-DATE TO Order-Date.
           PERFORM GET-NEXT-QUOTE-NUMBER.
           MOVE Quote-Number TO Order-Number.
           INVOKE orderObj  "setOrderNumber" USING ORDER-NUMBER.
           INVOKE orderObj  "setOrderDate"   USING ORDER-DATE.

           INVOKE userObj   "readCustomerNumber"
                                       RETURNING Customer-Number.
           INVOKE orderObj  "setCustomerNumber"
                                       USING Customer-Number.
           INVOKE userObj   "readPromoCode"
                                       RETURNING Promo-Code.
           INVOKE orderObj  "setPromoCode"      USING Promo-Code.
           INVOKE userObj   "readCurrencyCode"
                                       RETURNING Currency-Code.
           INVOKE orderObj  "setCurrencyCode"   USING Currency-Code.
           INVOKE userObj   "readWarehouseCode"
                                       RETURNING Warehouse-Code.
           INVOKE orderObj  "setWarehouseCode"  USING Warehouse-Code.
           INVOKE userObj   "readShipTo"
                                       RETURNING WS-Ship-To.
           INVOKE orderObj  "setShipTo"         USING WS-Ship-To.
           MOVE SPACES TO Customer-PO.
           INVOKE orderObj  "setCustomerPO"     USING Customer-PO.

           PERFORM INTERACTIVE-ORDER-ENTRY.

           IF Item-Count = 0
               THEN DISPLAY "Quote " Quote-Number
                            " has no lines - nothing saved"
               ELSE PERFORM PRICE-AND-SAVE-QUOTE
           END-IF.
           INVOKE orderObj "somFree".

      ****************************************************************
      *    Paragraph PRICE-AND-SAVE-QUOTE prices the finished quote  *
      *    through calculateAndDescribe, the same pass an order      *
      *    gets, asks how long the prices hold, saves it and prints  *
      *    the quotation document for the customer.                  *
      ****************************************************************
       PRICE-AND-SAVE-QUOTE.
           INVOKE orderObj "calculateAndDescribe"
                                       RETURNING WS-Order-Summary.
           INVOKE orderObj "getTaxRate"           RETURNING WS-Tax-Rate.
           INVOKE orderObj "getShipTo"            RETURNING WS-Ship-To.

           INVOKE userObj  "readQuoteDays"  RETURNING WS-Quote-Days.
           MOVE Order-Date TO WS-Quote-Date-Numeric.
           COMPUTE WS-Quote-Expiry = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-Quote-Date-Numeric)
                    + WS-Quote-Days).

           INVOKE userObj  "writeItem"         USING Currency-Code
                                                     WS-Items.

           PERFORM SAVE-QUOTE.
           IF WS-QUOTE-SAVED
               THEN DISPLAY "Quote " Quote-Number " for "
                            Currency-Code " " Total-Cost
                            " saved - good through "
                            WS-Quote-Expiry-Date
                    INVOKE userObj "writeQuote"
                                       USING Total-Cost
                                             Quote-Number
                                             Order-Date
                                             WS-Quote-Expiry-Date
                                             Currency-Code
                                             WS-Items
                                             Customer-Number
                                             WS-Ship-To
               ELSE DISPLAY "** Warning: quote " Quote-Number
                            " was NOT saved to QTEMAST - no "
                            "quotation printed **"
           END-IF.

      ****************************************************************
      *    Paragraph SAVE-QUOTE writes the quote's lines to QTEDTL   *
      *    and its header to QTEMAST.  Both are pre-allocated empty  *
      *    and created the first time, the same as the order files.  *
      ****************************************************************
       SAVE-QUOTE.
           MOVE "0" TO WS-Quote-Save-Flag.

           OPEN I-O Quote-Master-File.
           IF WS-QM-Status = "35"
               THEN OPEN OUTPUT Quote-Master-File
                    CLOSE Quote-Master-File
                    OPEN I-O Quote-Master-File
           END-IF.
           OPEN I-O Quote-Detail-File.
           IF WS-QD-Status = "35"
               THEN OPEN OUTPUT Quote-Detail-File
                    CLOSE Quote-Detail-File
                    OPEN I-O Quote-Detail-File
           END-IF.

           MOVE ZERO TO WS-Quote-Line.
           PERFORM VARYING WS-Index FROM 1 BY 1
                   UNTIL WS-Index > WS-Count
               ADD 1 TO WS-Quote-Line
               MOVE Quote-Number            TO QD-Quote-Number
               MOVE WS-Quote-Line           TO QD-Line-Number
               MOVE WS-Number   (WS-Index)  TO QD-Item-Number
               MOVE WS-Cost     (WS-Index)  TO QD-Item-Cost
               MOVE WS-Quantity (WS-Index)  TO QD-Item-Quantity
               WRITE QD-Detail-Record
                   INVALID KEY REWRITE QD-Detail-Record
               END-WRITE
               IF WS-QD-Status NOT = "00" AND WS-QD-Status NOT = "02"
                   THEN MOVE "1" TO WS-Quote-Save-Flag
               END-IF
           END-PERFORM.

           MOVE Quote-Number         TO QM-Quote-Number.
           MOVE Order-Date           TO QM-Quote-Date.
           MOVE WS-Quote-Expiry-Date TO QM-Expiry-Date.
           MOVE Customer-Number      TO QM-Customer-Number.
           MOVE WS-Operator-Id       TO QM-Operator-Id.
           MOVE Promo-Code           TO QM-Promo-Code.
           MOVE Currency-Code        TO QM-Currency-Code.
           MOVE Warehouse-Code       TO QM-Warehouse-Code.
           MOVE WS-Ship-To           TO QM-Ship-To.
           MOVE WS-Quote-Line        TO QM-Line-Count.
           MOVE Total-Cost           TO QM-Total-Cost.
           MOVE WS-Tax-Rate          TO QM-Tax-Rate.
           MOVE "O"                  TO QM-Quote-Status.
           MOVE SPACES               TO QM-Order-Number.
           MOVE SPACES               TO QM-Converted-Date.
           WRITE QM-Quote-Record
               INVALID KEY REWRITE QM-Quote-Record
           END-WRITE.
           IF WS-QM-Status NOT = "00" AND WS-QM-Status NOT = "02"
               THEN MOVE "1" TO WS-Quote-Save-Flag
           END-IF.

           CLOSE Quote-Master-File.
           CLOSE Quote-Detail-File.

      ****************************************************************
      *    Paragraph PROCESS-ONE-CONVERSION turns one accepted quote *
      *    into a real order.  The quote has to be on file, still    *
      *    open, not past its expiry date, and for a customer who is *
      *    still active and off credit hold; anything else is        *
      *    refused with the reason and nothing is saved.             *
      ****************************************************************
       PROCESS-ONE-CONVERSION.
           MOVE    ZERO       TO   Item-Count.
           MOVE    ZERO       TO   WS-Overflow-Line.
           MOVE    ZERO       TO   WS-Overflow-Cost.
           MOVE    "1"        TO   WS-Save-Flag.
           MOVE    "0"        TO   WS-Quote-OK-Flag.
           MOVE    "0"        TO   WS-QM-Open-Flag.

           INVOKE userObj "readQuoteNumber" RETURNING WS-Quote-Key.
           IF WS-Quote-Key = SPACES
               THEN DISPLAY "No quote number keyed - nothing "
                            "converted"
               ELSE PERFORM CHECK-QUOTE-CONVERTIBLE
           END-IF.

           IF WS-QUOTE-CONVERTIBLE
               THEN PERFORM CONVERT-QUOTE-TO-ORDER
           END-IF.

           IF WS-QUOTE-FILE-OPEN
               THEN CLOSE Quote-Master-File
           END-IF.

      ****************************************************************
      *    Paragraph CHECK-QUOTE-CONVERTIBLE reads the quote header  *
      *    (QTEMAST stays open for the status update after the save) *
      *    and decides whether it may become an order.               *
      ****************************************************************
       CHECK-QUOTE-CONVERTIBLE.
           MOVE FUNCTION CURRENT-DATE TO WS-Today-Work.
           OPEN I-O Quote-Master-File.
           IF WS-QM-Status NOT = "00"
               THEN DISPLAY "** No quotes are on file (status "
                            WS-QM-Status ") - nothing converted **"
           ELSE
               MOVE "1" TO WS-QM-Open-Flag
               MOVE WS-Quote-Key TO QM-Quote-Number
               READ Quote-Master-File
                   INVALID KEY
                       DISPLAY "** Quote " WS-Quote-Key
                               " is not on file - nothing converted **"
                   NOT INVALID KEY
                       PERFORM EDIT-QUOTE-FOR-CONVERSION
               END-READ
           END-IF.

      ****************************************************************
      *    Paragraph EDIT-QUOTE-FOR-CONVERSION sets WS-Quote-OK-Flag *
      *    only for an open, unexpired quote whose customer is still *
      *    active, and says why any other quote is refused.          *
      ****************************************************************
       EDIT-QUOTE-FOR-CONVERSION.
           INVOKE userObj "lookupCustomer"
                               USING     QM-Customer-Number
                               RETURNING WS-Quote-Customer-Info.
           EVALUATE TRUE
               WHEN QM-CONVERTED
                   DISPLAY "** Quote " QM-Quote-Number
                           " was already converted to order "
                           QM-Order-Number " on " QM-Converted-Date
                           " **"
               WHEN NOT QM-OPEN
                   DISPLAY "** Quote " QM-Quote-Number
                           " is not open (status " QM-Quote-Status
                           ") - nothing converted **"
               WHEN QM-Expiry-Date < WS-Today-Work (1:8)
                   DISPLAY "** Quote " QM-Quote-Number " expired "
                           QM-Expiry-Date " - the customer needs a "
                           "new quote **"
               WHEN NOT WS-QC-CUSTOMER-OK
                   DISPLAY "** Customer " QM-Customer-Number
                           " is not active (status "
                           WS-QC-Status-Flag ") - quote "
                           QM-Quote-Number " not converted **"
               WHEN OTHER
                   MOVE "1" TO WS-Quote-OK-Flag
           END-EVALUATE.

      ****************************************************************
      *    Paragraph CONVERT-QUOTE-TO-ORDER sets up a new order from *
      *    the quote header, loads the quoted lines at their quoted  *
      *    prices - no re-pricing, so an item master change since    *
      *    the quote does not touch them - and runs the order        *
      *    through the same REPORT-AND-SAVE-ORDER close-out as any   *
      *    keyed order, which allocates the stock and writes         *
      *    ORDMAST/ORDDTL.  The promo code is judged as of the quote *
      *    date, so a promotion that ended in between still applies; *
      *    it is redeemed now.  Once the order is saved the quote is *
      *    marked converted.                                         *
      ****************************************************************
       CONVERT-QUOTE-TO-ORDER.
           INVOKE TheOrder    "somNew"       RETURNING   orderObj.
           INVOKE orderObj    "setOperatorId" USING WS-Operator-Id.

           MOVE FUNCTION CURRENT-DATE TO Order-Date.
           PERFORM GET-NEXT-ORDER-NUMBER.
           INVOKE orderObj  "setOrderNumber" USING ORDER-NUMBER.
           INVOKE orderObj  "setOrderDate"   USING ORDER-DATE.

           MOVE QM-Customer-Number TO Customer-Number.
           INVOKE orderObj  "setCustomerNumber" USING Customer-Number.
           MOVE QM-Promo-Code      TO Promo-Code.
           INVOKE orderObj  "setPromoCode"      USING Promo-Code.
           INVOKE orderObj  "setPromoDate"      USING QM-Quote-Date.
           MOVE QM-Currency-Code   TO Currency-Code.
           INVOKE orderObj  "setCurrencyCode"   USING Currency-Code.
           MOVE QM-Warehouse-Code  TO Warehouse-Code.
           INVOKE orderObj  "setWarehouseCode"  USING Warehouse-Code.
           MOVE QM-Ship-To         TO WS-Ship-To.
           INVOKE orderObj  "setShipTo"         USING WS-Ship-To.
           MOVE SPACES             TO Customer-PO.
           INVOKE orderObj  "setCustomerPO"     USING Customer-PO.

           PERFORM LOAD-QUOTE-LINES.

           IF Item-Count = 0
               THEN DISPLAY "** Quote " QM-Quote-Number
                            " has no lines on file - order "
                            Order-Number " not saved **"
               ELSE PERFORM REPORT-AND-SAVE-ORDER
                    IF WS-Save-Flag = "0"
                        THEN PERFORM MARK-QUOTE-CONVERTED
                    END-IF
           END-IF.
           INVOKE orderObj "somFree".

      ****************************************************************
      *    Paragraph LOAD-QUOTE-LINES adds every QTEDTL line of the  *
      *    quote to the order at the quoted price.                   *
      ****************************************************************
       LOAD-QUOTE-LINES.
           OPEN INPUT Quote-Detail-File.
           IF WS-QD-Status = "00"
               THEN MOVE QM-Quote-Number TO QD-Quote-Number
                    MOVE ZERO            TO QD-Line-Number
                    START Quote-Detail-File KEY IS >= QD-Key
                        INVALID KEY MOVE "10" TO WS-QD-Status
                    END-START
                    PERFORM UNTIL WS-QD-Status NOT = "00"
                        READ Quote-Detail-File NEXT RECORD
                            AT END MOVE "10" TO WS-QD-Status
                        END-READ
                        IF WS-QD-Status = "00" AND
                           QD-Quote-Number = QM-Quote-Number
                            THEN MOVE QD-Item-Number   TO Item-Number
                                 MOVE QD-Item-Cost     TO Item-Cost
                                 MOVE QD-Item-Quantity TO Item-Quantity
                                 PERFORM ADD-ITEM-TO-ORDER
                            ELSE MOVE "10" TO WS-QD-Status
                        END-IF
                    END-PERFORM
                    CLOSE Quote-Detail-File
           END-IF.

      ****************************************************************
      *    Paragraph MARK-QUOTE-CONVERTED closes the quote against   *
      *    the order it became, so it cannot be converted twice and  *
      *    the conversion report can count it as won.                *
      ****************************************************************
       MARK-QUOTE-CONVERTED.
           MOVE "C"          TO QM-Quote-Status.
           MOVE Order-Number TO QM-Order-Number.
           MOVE Order-Date   TO QM-Converted-Date.
           REWRITE QM-Quote-Record
               INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-QM-Status = "00"
               THEN DISPLAY "Quote " QM-Quote-Number
                            " converted to order " Order-Number
               ELSE DISPLAY "** Warning: order " Order-Number
                            " was saved but quote " QM-Quote-Number
                            " could not be marked converted (status "
                            WS-QM-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph INTERACTIVE-ORDER-ENTRY drives the original      *
      *    operator-at-SYSIN ADD/DEL/END loop.                        *
      *    count only ever grows, so adding it in would permanently   *
      *    ratchet every later item to the overflow file even after a *
      *    DEL frees a slot back up in the 64-line table.              *
      *    A quote has no overflow file and stops at the table's     *
      *    64 lines.                                                 *
      ****************************************************************
       ADD-ITEM-TO-ORDER.
           IF Item-Count >= Max-Items
               THEN IF WS-Run-Mode (1:5) = "QUOTE"
                        THEN DISPLAY "** A quote holds at most "
                                     Max-Items " lines - item "
                                     Item-Number " not added **"
                        ELSE PERFORM ADD-ITEM-TO-OVERFLOW
                    END-IF
           ELSE
      *                instantiate an OrderItem with those attributes
                INVOKE OrderItem "somNew"
      *    apply without the operator hand-computing a price and     *
      *    keying an UPD over the line.  The unit cost behind the    *
      *    chosen tier is kept in WS-Line-Unit-Cost for the UPD      *
      *    below-cost floor.  A customer with a contract for the     *
      *    item in effect on the order date pays the contract price  *
      *    instead, whatever the quantity - tiers do not apply.      *
      ****************************************************************
       SELECT-TIER-PRICE.
           MOVE WS-II-Price TO Item-Cost.
                                      TO WS-Line-Unit-Cost
               END-IF
           END-PERFORM.
           INVOKE userObj "lookupContract"
                               USING     Customer-Number
                                         Item-Number
                                         Order-Date
                               RETURNING WS-Contract-Info.
           IF WS-CI-IN-EFFECT
               THEN MOVE WS-CI-Price TO Item-Cost
                    MOVE WS-II-Cost  TO WS-Line-Unit-Cost
           END-IF.

      ****************************************************************
      *    Paragraph CHECK-ORDER-COUNTER compares the counter's       *

           CLOSE Order-Counter-File.

      ****************************************************************
      *    Paragraph GET-NEXT-QUOTE-NUMBER bumps the QUOTE series on *
      *    the counter file the same way GET-NEXT-ORDER-NUMBER bumps *
      *    the ORDER series, which a quote never touches.  The QUOTE *
      *    record is added the first time it's needed.               *
      ****************************************************************
       GET-NEXT-QUOTE-NUMBER.
           OPEN I-O Order-Counter-File.
           IF WS-OC-Status = "35"
               THEN OPEN OUTPUT Order-Counter-File
                    CLOSE Order-Counter-File
                    OPEN I-O Order-Counter-File
           END-IF.

           MOVE "QUOTE" TO OC-Key.
           READ Order-Counter-File
               INVALID KEY MOVE ZERO TO OC-Last-Number
           END-READ.

           ADD 1 TO OC-Last-Number.
           MOVE OC-Last-Number TO Quote-Number.

           REWRITE OC-Counter-Record
               INVALID KEY WRITE OC-Counter-Record
           END-REWRITE.

           CLOSE Order-Counter-File.

      ****************************************************************
      *    Paragraph OPEN-OVERFLOW-FILE opens ORDOVFL for the run,    *
      *    the same OPEN I-O with an OPEN OUTPUT fallback ORDMAST's   *
                   MOVE BH-Currency-Code   TO WS-Batch-Currency-Code
                   MOVE BH-Warehouse-Code  TO WS-Batch-Warehouse-Code
                   MOVE BH-Ship-To         TO WS-Batch-Ship-To
                   MOVE BH-Customer-PO     TO WS-Batch-Customer-PO
                   PERFORM VALIDATE-BATCH-CUSTOMER
           END-READ.

