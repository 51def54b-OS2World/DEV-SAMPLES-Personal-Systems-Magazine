 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "PurchaseOrderApproval".

      ****************************************************************
      *                                                              *
      *    Buyer's purchase-order desk.  The draft run raises POs    *
      *    from the reorder suggestions at status DRAFT; nothing is  *
      *    sent to a vendor until a buyer has looked at it here.     *
      *    Drives an interactive LIS/CHG/APP/CAN/PRI/END loop:       *
      *    - LIS lists every draft and open PO;                      *
      *    - CHG changes the quantity on a draft line (zero drops    *
      *      the line) and re-totals the PO;                         *
      *    - APP approves a draft - the PO goes OPEN under the       *
      *      buyer's id and the purchase-order document is printed   *
      *      to PODOC for mailing;                                   *
      *    - CAN cancels a draft, or an open PO nothing has been     *
      *      received against yet, closing its lines;                *
      *    - PRI reprints the document for an approved PO.           *
      *    Committing the company's money is supervisor work - an    *
      *    entry-only operator is refused with the attempt written   *
      *    to the audit log.                                         *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-Header-File      ASSIGN TO "POHDR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS PH-PO-Number
                                       FILE STATUS IS WS-PH-Status.
           SELECT PO-Detail-File      ASSIGN TO "PODTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS PD-Key
                                       FILE STATUS IS WS-PD-Status.
           SELECT Vendor-Master-File  ASSIGN TO "VENDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS VN-Vendor-Number
                                       FILE STATUS IS WS-VN-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT Audit-Log-File      ASSIGN TO "AUDITLOG"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AL-Status.
           SELECT PO-Document-File    ASSIGN TO "PODOC"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-PP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    PO-Header-File holds one record per purchase order - the
      *    vendor, when it was raised and when the stock is due,
      *    the building it is to be received into, and where it
      *    stands: DRAFT until a buyer approves it, OPEN while
      *    stock is still due, CLOSED once every line is received,
      *    or CANCELLED.
       FD  PO-Header-File.
       01  PH-PO-Header-Record.
           05  PH-PO-Number            PIC X(5).
           05  PH-Vendor-Number        PIC X(6).
           05  PH-Order-Date           PIC X(8).
           05  PH-Expected-Date        PIC X(8).
           05  PH-Warehouse-Code       PIC X(2).
           05  PH-Line-Count           PIC 9(4).
           05  PH-Total-Cost           PIC 9(7)V99.
           05  PH-PO-Status            PIC X.
               88  PH-PO-DRAFT                     VALUE "D".
               88  PH-PO-OPEN                      VALUE "O".
               88  PH-PO-CLOSED                    VALUE "C".
               88  PH-PO-CANCELLED                 VALUE "X".
      *    The approving buyer and the date approved - blank while
      *    the PO is still a draft.
           05  PH-Buyer-Id             PIC X(3).
           05  PH-Approved-Date        PIC X(8).

      *    PO-Detail-File holds one record per PO line - the item,
      *    the unit cost we agreed to pay, how many were ordered,
      *    and how many have come in so far.  A line stays OPEN
      *    until its full quantity is received.
       FD  PO-Detail-File.
       01  PD-PO-Detail-Record.
           05  PD-Key.
               10  PD-PO-Number        PIC X(5).
               10  PD-Line-Number      PIC 9(4).
           05  PD-Item-Number          PIC X(10).
           05  PD-Unit-Cost            PIC 999V99.
           05  PD-Qty-Ordered          PIC 9(7).
           05  PD-Qty-Received         PIC 9(7).
           05  PD-Line-Status          PIC X.
               88  PD-LINE-OPEN                    VALUE "O".
               88  PD-LINE-CLOSED                  VALUE "C".

       FD  Vendor-Master-File.
       01  VN-Vendor-Record.
           05  VN-Vendor-Number        PIC X(6).
           05  VN-Vendor-Name          PIC X(30).
           05  VN-Remit-To.
               10  VN-RT-Line1         PIC X(30).
               10  VN-RT-Line2         PIC X(30).
               10  VN-RT-City          PIC X(20).
               10  VN-RT-State         PIC X(2).
               10  VN-RT-Zip           PIC X(10).
           05  VN-Lead-Time-Days       PIC 9(3).
           05  VN-Status-Flag          PIC X.
               88  VN-ACTIVE                       VALUE "A".
               88  VN-DEACTIVATED                  VALUE "D".

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
           05  IM-Reorder-Point        PIC 9(7).
           05  IM-Reorder-Qty          PIC 9(7).

       FD  Operator-Master-File.
       01  OP-Operator-Record.
           05  OP-Operator-Id          PIC X(3).
           05  OP-Operator-Name        PIC X(30).
           05  OP-Status-Flag          PIC X.
               88  OP-ACTIVE                       VALUE "A".
               88  OP-DEACTIVATED                  VALUE "D".
      *    Authority tier checked before the sensitive
      *    actions: E(ntry-only), S(upervisor), M(anager).
      *    A blank level - an operator added before tiers
      *    existed - reads as entry-only, so old records get
      *    the least authority, never the most.
           05  OP-Authority-Level      PIC X.
               88  OP-ENTRY-ONLY               VALUE "E" " ".
               88  OP-SUPERVISOR               VALUE "S".
               88  OP-MANAGER                  VALUE "M".

       FD  Audit-Log-File.
       01  AL-Audit-Record.
           05  AL-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Order-Number         PIC X(5).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Action               PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Item-Number          PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Item-Cost            PIC 999V99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Before-Count         PIC 9(4).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-After-Count          PIC 9(4).
           05  FILLER                  PIC X       VALUE SPACE.
           05  AL-Operator-Id          PIC X(3).

       FD  PO-Document-File.
       01  PP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PH-Status                PIC X(2).
       01  WS-PD-Status                PIC X(2).
       01  WS-VN-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-PP-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
       01  WS-Operator-Id              PIC X(3).
      *    The keyed PO number is held here, not just in the record
      *    area - after an unsuccessful READ the record area is
      *    undefined, so the key is re-moved from this field before
      *    any READ or message that needs it.
       01  WS-PO-Key                   PIC X(5).
       01  WS-Line-Key                 PIC 9(4).
       01  WS-New-Qty                  PIC 9(7).
       01  WS-Received-Flag            PIC X.
           88  WS-ANYTHING-RECEIVED                VALUE "Y".
       01  WS-Extended-Cost            PIC 9(9)V99.
       01  WS-Approve-Count            PIC 9(5)        VALUE ZERO.
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Received       PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-Extended       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Total          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

      ****************************************************************
      *    Approving a PO commits the company's money, so the buyer  *
      *    signs on first and anyone below supervisor is refused     *
      *    with the attempt written to the audit log.                *
      ****************************************************************
           OPEN INPUT Operator-Master-File.
           IF WS-OP-Status NOT = "00"
               THEN DISPLAY "Operator file could not be opened "
                            "(status " WS-OP-Status ") - ending"
                    GOBACK
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT (OP-SUPERVISOR OR OP-MANAGER)
               THEN PERFORM WRITE-REFUSAL-AUDIT
                    DISPLAY "Operator " WS-Operator-Id " is not "
                            "authorized to approve purchase orders "
                            "- run refused"
                    CLOSE Operator-Master-File
                    GOBACK
           END-IF.
           CLOSE Operator-Master-File.

           OPEN I-O PO-Header-File.
           OPEN I-O PO-Detail-File.
           IF WS-PH-Status NOT = "00" OR WS-PD-Status NOT = "00"
               THEN DISPLAY "Purchase-order files could not be opened "
                            "(status " WS-PH-Status "/" WS-PD-Status
                            ") - run the draft purchase orders "
                            "first.  Ending"
                    GOBACK
           END-IF.
           OPEN INPUT Vendor-Master-File.
           IF WS-VN-Status NOT = "00"
               THEN DISPLAY "Vendor master could not be opened "
                            "(status " WS-VN-Status ") - ending"
                    CLOSE PO-Header-File
                    CLOSE PO-Detail-File
                    GOBACK
           END-IF.
           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    CLOSE PO-Header-File
                    CLOSE PO-Detail-File
                    CLOSE Vendor-Master-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    The document file accumulates across the day's sessions,  *
      *    the same OPEN EXTEND style as the receiving register.     *
      ****************************************************************
           OPEN EXTEND PO-Document-File.
           IF WS-PP-Status = "35"
               THEN OPEN OUTPUT PO-Document-File
           END-IF.

      ****************************************************************
      *    Main action loop, re-prompting on anything unknown.       *
      ****************************************************************
           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the action desired:  list, change, "
                       "approve, cancel, print, end: "
               ACCEPT WS-User-Action                  FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-User-Action)
                                      TO WS-User-Action
               EVALUATE WS-User-Action (1:3)
                   WHEN "LIS"
                       PERFORM LIST-PURCHASE-ORDERS
                   WHEN "CHG"
                       PERFORM CHANGE-DRAFT-LINE
                   WHEN "APP"
                       PERFORM APPROVE-DRAFT-ORDER
                   WHEN "CAN"
                       PERFORM CANCEL-PURCHASE-ORDER
                   WHEN "PRI"
                       PERFORM REPRINT-PURCHASE-ORDER
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE PO-Header-File.
           CLOSE PO-Detail-File.
           CLOSE Vendor-Master-File.
           CLOSE Item-Master-File.
           CLOSE PO-Document-File.

           MOVE WS-Approve-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " purchase order(s) approved - "
                   "documents written to PODOC".

           GOBACK.

      ****************************************************************
      *    Paragraph SIGN-ON-OPERATOR validates the buyer's id the   *
      *    same way order entry's sign-on does.                      *
      ****************************************************************
       SIGN-ON-OPERATOR.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter your operator id: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Operator id is required - try again "
               ELSE
                   MOVE WS-Work-Field (1:3) TO WS-Operator-Id
                   MOVE WS-Operator-Id      TO OP-Operator-Id
                   READ Operator-Master-File
                       INVALID KEY
                           DISPLAY "Operator " WS-Operator-Id
                                   " is not on the operator file - "
                                   "try again"
                       NOT INVALID KEY
                           IF OP-ACTIVE
                               THEN DISPLAY "Signed on: "
                                            OP-Operator-Name
                                    MOVE HIGH-VALUE TO WS-Edit-Flag
                               ELSE DISPLAY "Operator "
                                            WS-Operator-Id
                                            " is deactivated - "
                                            "try again"
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph LIST-PURCHASE-ORDERS sweeps the PO headers in   *
      *    key order, one display line per draft or open PO.         *
      ****************************************************************
       LIST-PURCHASE-ORDERS.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO PH-PO-Number.
           START PO-Header-File KEY IS >= PH-PO-Number
               INVALID KEY MOVE "10" TO WS-PH-Status
           END-START.
           PERFORM UNTIL WS-PH-Status NOT = "00"
               READ PO-Header-File NEXT RECORD
                   AT END MOVE "10" TO WS-PH-Status
               END-READ
               IF WS-PH-Status = "00" AND
                  (PH-PO-DRAFT OR PH-PO-OPEN)
                   THEN ADD 1 TO WS-List-Count
                        MOVE PH-Total-Cost TO WS-Formatted-Total
                        DISPLAY PH-PO-Number " vendor "
                                PH-Vendor-Number " status "
                                PH-PO-Status " due "
                                PH-Expected-Date " lines "
                                PH-Line-Count " total "
                                WS-Formatted-Total
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " draft or open purchase "
                   "order(s)".

      ****************************************************************
      *    Paragraph CHANGE-DRAFT-LINE lets the buyer trim or raise  *
      *    a drafted quantity before approval.  A zero quantity      *
      *    closes the line so it never prints or receives.           *
      ****************************************************************
       CHANGE-DRAFT-LINE.
           PERFORM READ-PO-NUMBER.
           READ PO-Header-File
               INVALID KEY
                   DISPLAY "Purchase order " WS-PO-Key " not found"
               NOT INVALID KEY
                   IF PH-PO-DRAFT
                       THEN PERFORM DISPLAY-PO-LINES
                            PERFORM CHANGE-ONE-LINE
                       ELSE DISPLAY "Purchase order " WS-PO-Key
                                    " is not a draft - only drafts "
                                    "can be changed"
                   END-IF
           END-READ.

       CHANGE-ONE-LINE.
           DISPLAY "Enter the line number to change: ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           COMPUTE WS-Line-Key = FUNCTION NUMVAL (WS-Work-Field).
           MOVE WS-PO-Key   TO PD-PO-Number.
           MOVE WS-Line-Key TO PD-Line-Number.
           READ PO-Detail-File
               INVALID KEY
                   DISPLAY "Line " WS-Line-Key " is not on purchase "
                           "order " WS-PO-Key
               NOT INVALID KEY
                   PERFORM READ-NEW-LINE-QUANTITY
                   MOVE WS-New-Qty TO PD-Qty-Ordered
                   IF WS-New-Qty = 0
                       THEN MOVE "C" TO PD-Line-Status
                       ELSE MOVE "O" TO PD-Line-Status
                   END-IF
                   REWRITE PD-PO-Detail-Record
                   END-REWRITE
                   IF WS-PD-Status = "00"
                       THEN DISPLAY "Line " WS-Line-Key " changed"
                            PERFORM RETOTAL-PURCHASE-ORDER
                       ELSE DISPLAY "** Line " WS-Line-Key
                                    " was NOT changed (status "
                                    WS-PD-Status ") **"
                   END-IF
           END-READ.

       READ-NEW-LINE-QUANTITY.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the new quantity, or 0 to drop the "
                       "line: "
               ACCEPT WS-Work-Field                FROM SYSIN
               COMPUTE WS-New-Qty =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF WS-New-Qty NUMERIC
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Quantity is not numeric - "
                                "try again "
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph RETOTAL-PURCHASE-ORDER recounts the live lines  *
      *    and their value and rewrites the header to match.         *
      ****************************************************************
       RETOTAL-PURCHASE-ORDER.
           MOVE WS-PO-Key TO PH-PO-Number.
           READ PO-Header-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO PH-Line-Count
                   MOVE ZERO TO PH-Total-Cost
                   PERFORM TOTAL-PO-LINES
                   REWRITE PH-PO-Header-Record
                   END-REWRITE
           END-READ.

       TOTAL-PO-LINES.
           MOVE WS-PO-Key  TO PD-PO-Number.
           MOVE ZERO       TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN IF PD-Qty-Ordered > 0
                                THEN ADD 1 TO PH-Line-Count
                                     COMPUTE PH-Total-Cost =
                                             PH-Total-Cost
                                           + PD-Unit-Cost
                                           * PD-Qty-Ordered
                            END-IF
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

      ****************************************************************
      *    Paragraph APPROVE-DRAFT-ORDER shows the draft, asks the   *
      *    buyer to confirm, then opens the PO under the buyer's id  *
      *    and prints the document for the vendor.                   *
      ****************************************************************
       APPROVE-DRAFT-ORDER.
           PERFORM READ-PO-NUMBER.
           READ PO-Header-File
               INVALID KEY
                   DISPLAY "Purchase order " WS-PO-Key " not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PH-PO-DRAFT
                           DISPLAY "Purchase order " WS-PO-Key
                                   " is not a draft - nothing to "
                                   "approve"
                       WHEN PH-Line-Count = 0
                           DISPLAY "Purchase order " WS-PO-Key
                                   " has no lines left - cancel it "
                                   "instead"
                       WHEN OTHER
                           PERFORM CONFIRM-APPROVAL
                   END-EVALUATE
           END-READ.

       CONFIRM-APPROVAL.
           PERFORM DISPLAY-PO-LINES.
           DISPLAY "Approve purchase order " WS-PO-Key " (Y/N)? ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           IF WS-Work-Field (1:1) = "Y"
               THEN MOVE WS-PO-Key TO PH-PO-Number
                    READ PO-Header-File
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE "O"            TO PH-PO-Status
                    MOVE WS-Operator-Id TO PH-Buyer-Id
                    MOVE WS-Run-Date    TO PH-Approved-Date
                    REWRITE PH-PO-Header-Record
                    END-REWRITE
                    IF WS-PH-Status = "00"
                        THEN ADD 1 TO WS-Approve-Count
                             PERFORM PRINT-PURCHASE-ORDER
                             DISPLAY "Purchase order " WS-PO-Key
                                     " approved and printed"
                        ELSE DISPLAY "** Purchase order " WS-PO-Key
                                     " was NOT approved (status "
                                     WS-PH-Status ") **"
                    END-IF
               ELSE DISPLAY "Purchase order " WS-PO-Key
                            " left as a draft"
           END-IF.

      ****************************************************************
      *    Paragraph CANCEL-PURCHASE-ORDER cancels a draft, or an    *
      *    open PO with nothing received against it - once stock     *
      *    has come in the PO stays open for the receiver to close.  *
      ****************************************************************
       CANCEL-PURCHASE-ORDER.
           PERFORM READ-PO-NUMBER.
           READ PO-Header-File
               INVALID KEY
                   DISPLAY "Purchase order " WS-PO-Key " not found"
               NOT INVALID KEY
                   IF PH-PO-DRAFT OR PH-PO-OPEN
                       THEN PERFORM CHECK-ANYTHING-RECEIVED
                            IF WS-ANYTHING-RECEIVED
                                THEN DISPLAY "Stock has already been "
                                             "received against "
                                             "purchase order "
                                             WS-PO-Key
                                             " - it cannot be "
                                             "cancelled"
                                ELSE PERFORM CANCEL-FOUND-ORDER
                            END-IF
                       ELSE DISPLAY "Purchase order " WS-PO-Key
                                    " is already closed or cancelled"
                   END-IF
           END-READ.

       CHECK-ANYTHING-RECEIVED.
           MOVE "N"        TO WS-Received-Flag.
           MOVE WS-PO-Key  TO PD-PO-Number.
           MOVE ZERO       TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN IF PD-Qty-Received > 0
                                THEN MOVE "Y" TO WS-Received-Flag
                            END-IF
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

       CANCEL-FOUND-ORDER.
           MOVE WS-PO-Key TO PD-PO-Number.
           MOVE ZERO      TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN MOVE "C" TO PD-Line-Status
                            REWRITE PD-PO-Detail-Record
                            END-REWRITE
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.
           MOVE WS-PO-Key TO PH-PO-Number.
           READ PO-Header-File
               INVALID KEY CONTINUE
           END-READ.
           MOVE "X"            TO PH-PO-Status.
           MOVE WS-Operator-Id TO PH-Buyer-Id.
           REWRITE PH-PO-Header-Record
           END-REWRITE.
           IF WS-PH-Status = "00"
               THEN DISPLAY "Purchase order " WS-PO-Key " cancelled"
               ELSE DISPLAY "** Purchase order " WS-PO-Key
                            " was NOT cancelled (status "
                            WS-PH-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph REPRINT-PURCHASE-ORDER reproduces the document  *
      *    for an approved PO - a lost copy, or a vendor asking.     *
      ****************************************************************
       REPRINT-PURCHASE-ORDER.
           PERFORM READ-PO-NUMBER.
           READ PO-Header-File
               INVALID KEY
                   DISPLAY "Purchase order " WS-PO-Key " not found"
               NOT INVALID KEY
                   IF PH-PO-OPEN OR PH-PO-CLOSED
                       THEN PERFORM PRINT-PURCHASE-ORDER
                            DISPLAY "Purchase order " WS-PO-Key
                                    " reprinted"
                       ELSE DISPLAY "Purchase order " WS-PO-Key
                                    " has not been approved - nothing "
                                    "to print"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DISPLAY-PO-LINES shows the buyer every line of  *
      *    the PO in the header record area.                         *
      ****************************************************************
       DISPLAY-PO-LINES.
           MOVE PH-Total-Cost TO WS-Formatted-Total.
           DISPLAY "PO " PH-PO-Number " vendor " PH-Vendor-Number
                   " due " PH-Expected-Date " total "
                   WS-Formatted-Total.
           MOVE WS-PO-Key  TO PD-PO-Number.
           MOVE ZERO       TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = WS-PO-Key
                       THEN MOVE PD-Qty-Ordered TO WS-Formatted-Qty
                            MOVE PD-Unit-Cost   TO WS-Formatted-Cost
                            DISPLAY "  line " PD-Line-Number " "
                                    PD-Item-Number " qty "
                                    WS-Formatted-Qty " @ "
                                    WS-Formatted-Cost " "
                                    PD-Line-Status
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

      ****************************************************************
      *    Paragraph PRINT-PURCHASE-ORDER writes one purchase-order  *
      *    document in the same report style as the invoice - the    *
      *    vendor and remit-to address, the building to deliver to,  *
      *    the date the stock is expected, and one line per live PO  *
      *    line with its extended cost.                              *
      ****************************************************************
       PRINT-PURCHASE-ORDER.
           MOVE PH-Vendor-Number TO VN-Vendor-Number.
           READ Vendor-Master-File
               INVALID KEY
                   MOVE "** VENDOR NOT ON FILE **" TO VN-Vendor-Name
                   MOVE SPACES TO VN-Remit-To
           END-READ.

           MOVE SPACES TO PP-Report-Line.
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
                   PH-PO-Number DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           STRING "Order Date: " DELIMITED BY SIZE
                   PH-Order-Date DELIMITED BY SIZE
                   "   Deliver By: " DELIMITED BY SIZE
                   PH-Expected-Date DELIMITED BY SIZE
                   "   Buyer: " DELIMITED BY SIZE
                   PH-Buyer-Id DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           STRING "Vendor: " DELIMITED BY SIZE
                   PH-Vendor-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VN-Vendor-Name DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           STRING "        " DELIMITED BY SIZE
                   VN-RT-Line1 DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           IF VN-RT-Line2 NOT = SPACES
               THEN MOVE SPACES TO PP-Report-Line
                    STRING "        " DELIMITED BY SIZE
                           VN-RT-Line2 DELIMITED BY SIZE
                           INTO PP-Report-Line
                    WRITE PP-Report-Line
           END-IF.

           MOVE SPACES TO PP-Report-Line.
           STRING "        " DELIMITED BY SIZE
                   VN-RT-City DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VN-RT-State DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VN-RT-Zip DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           STRING "Ship To: warehouse " DELIMITED BY SIZE
                   PH-Warehouse-Code DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           STRING "Line  Item        Description               Qty"
                  "    Cost       Extended"
                   DELIMITED BY SIZE INTO PP-Report-Line.
           WRITE PP-Report-Line.

           PERFORM PRINT-PURCHASE-ORDER-LINES.

           MOVE SPACES TO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE PH-Total-Cost TO WS-Formatted-Total.
           MOVE SPACES TO PP-Report-Line.
           STRING "Purchase Order Total: USD " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

           MOVE SPACES TO PP-Report-Line.
           WRITE PP-Report-Line.

       PRINT-PURCHASE-ORDER-LINES.
           MOVE PH-PO-Number TO PD-PO-Number.
           MOVE ZERO         TO PD-Line-Number.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00"
                   THEN IF PD-PO-Number = PH-PO-Number
                       THEN IF PD-Qty-Ordered > 0
                                THEN PERFORM PRINT-ONE-PO-LINE
                            END-IF
                       ELSE MOVE "10" TO WS-PD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

       PRINT-ONE-PO-LINE.
           MOVE PD-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY MOVE SPACES TO IM-Item-Description
           END-READ.
           MOVE PD-Qty-Ordered TO WS-Formatted-Qty.
           MOVE PD-Unit-Cost   TO WS-Formatted-Cost.
           COMPUTE WS-Extended-Cost = PD-Unit-Cost * PD-Qty-Ordered.
           MOVE WS-Extended-Cost TO WS-Formatted-Extended.
           MOVE SPACES TO PP-Report-Line.
           STRING PD-Line-Number        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   PD-Item-Number       DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   IM-Item-Description  DELIMITED BY SIZE
                   WS-Formatted-Qty     DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-Formatted-Cost    DELIMITED BY SIZE
                   WS-Formatted-Extended DELIMITED BY SIZE
                   INTO PP-Report-Line.
           WRITE PP-Report-Line.

      ****************************************************************
      *    Paragraph READ-PO-NUMBER prompts for the PO number,       *
      *    retrying until a non-blank one is keyed.  PO numbers are  *
      *    five digits - a shorter entry is zero-filled.             *
      ****************************************************************
       READ-PO-NUMBER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the purchase order number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Purchase order number is required - "
                                "try again "
                   ELSE MOVE WS-Work-Field (1:5) TO WS-PO-Key
                        INSPECT WS-PO-Key REPLACING LEADING SPACES
                                BY ZERO
                        MOVE WS-PO-Key TO PH-PO-Number
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph WRITE-REFUSAL-AUDIT records a refused sign-on   *
      *    the same way the item maintenance does.                   *
      ****************************************************************
       WRITE-REFUSAL-AUDIT.
           OPEN EXTEND Audit-Log-File.
           IF WS-AL-Status = "35"
               THEN OPEN OUTPUT Audit-Log-File
           END-IF.
           MOVE FUNCTION CURRENT-DATE       TO WS-AL-Timestamp-Work.
           MOVE WS-AL-Timestamp-Work (1:14) TO AL-Timestamp.
           MOVE SPACES                      TO AL-Order-Number.
           MOVE "REF"                       TO AL-Action.
           MOVE "POAPPR"                    TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           CLOSE Audit-Log-File.

       END PROGRAM "PurchaseOrderApproval".
