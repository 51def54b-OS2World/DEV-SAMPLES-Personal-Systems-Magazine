 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "PurchaseOrderDraft".

      ****************************************************************
      *                                                              *
      *    Draft purchase orders from the reorder suggestions.       *
      *    Reads the REORPT report the reorder-point run writes and  *
      *    turns each suggested item into a draft purchase-order     *
      *    line on its preferred vendor's PO:                        *
      *    - the vendor comes from the ITEMVEND preferred-vendor     *
      *      file VendorMaint keeps; an item with no preference, or  *
      *      whose vendor is deactivated, is listed as an exception  *
      *      and left for the buyer to order by hand;                *
      *    - quantity already on an open or draft PO line is taken   *
      *      off the suggestion, so rerunning the draft before the   *
      *      stock arrives does not order it twice;                  *
      *    - one draft PO is raised per vendor, numbered off the     *
      *      POCTR counter file, priced at the item's unit cost, due *
      *      the vendor's lead time after today, and received into   *
      *      warehouse 01.                                           *
      *    Drafts go to POHDR/PODTL at status DRAFT for a buyer to   *
      *    approve and print in PurchaseOrderApproval; the run's     *
      *    register of drafts and exceptions goes to PODRAFT.        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reorder-Report-File ASSIGN TO "REORPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RS-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Vendor-Master-File  ASSIGN TO "VENDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS VN-Vendor-Number
                                       FILE STATUS IS WS-VN-Status.
           SELECT Item-Vendor-File    ASSIGN TO "ITEMVEND"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IV-Item-Number
                                       FILE STATUS IS WS-IV-Status.
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
           SELECT PO-Counter-File     ASSIGN TO "POCTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS PC-Key
                                       FILE STATUS IS WS-PC-Status.
           SELECT Draft-Report-File   ASSIGN TO "PODRAFT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    A REORPT detail line as ReorderSuggestions prints it -
      *    item number in the first ten columns, the suggested
      *    purchase quantity in the last column.  Heading and total
      *    lines carry no item on file and are passed over, and so
      *    are inter-warehouse transfer suggestions, which carry a
      *    ">" in column 1 - they move stock we already own and are
      *    never purchased.
       FD  Reorder-Report-File.
       01  RS-Suggestion-Line.
           05  RS-Item-Number          PIC X(10).
           05  FILLER                  PIC X(39).
           05  RS-Suggested-Qty        PIC X(7).
           05  FILLER                  PIC X(24).
       01  RS-Transfer-Line.
           05  RS-Line-Marker          PIC X.
               88  RS-TRANSFER-SUGGESTION          VALUE ">".
           05  FILLER                  PIC X(79).

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

       FD  Item-Vendor-File.
       01  IV-Item-Vendor-Record.
           05  IV-Item-Number          PIC X(10).
           05  IV-Vendor-Number        PIC X(6).

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

       FD  PO-Counter-File.
       01  PC-Counter-Record.
           05  PC-Key                  PIC X(5).
           05  PC-Last-Number          PIC 9(5).

       FD  Draft-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RS-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-VN-Status                PIC X(2).
       01  WS-IV-Status                PIC X(2).
       01  WS-PH-Status                PIC X(2).
       01  WS-PD-Status                PIC X(2).
       01  WS-PC-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-RS-EOF-Flag              PIC X.
           88  WS-RS-EOF                           VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Expected-Date-Num        PIC 9(8).

      *    Quantity still due on open and draft PO lines per item,
      *    totaled before the suggestions are read.  More distinct
      *    items on order than the table holds gets the excess
      *    noted on the register instead of silently dropped.
       01  WS-On-Order-Table.
           05  WS-On-Order-Count       PIC S9(4)  COMP  VALUE ZERO.
           05  WS-On-Order-Entry       OCCURS 500 TIMES
                                       INDEXED BY WS-OO-Index.
               10  WS-OO-Number        PIC X(10).
               10  WS-OO-Units         PIC 9(9).
       01  WS-On-Order-Dropped         PIC 9(5)        VALUE ZERO.

      *    The suggestions that will be ordered, gathered first and
      *    then put in vendor order so each vendor's lines land on
      *    one PO.
       01  WS-Draft-Table.
           05  WS-Draft-Count          PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Draft-Entry          OCCURS 500 TIMES
                                       INDEXED BY WS-DR-Index.
               10  WS-DR-Vendor        PIC X(6).
               10  WS-DR-Item          PIC X(10).
               10  WS-DR-Qty           PIC 9(7).
               10  WS-DR-Cost          PIC 999V99.
               10  WS-DR-Lead-Days     PIC 9(3).
       01  WS-Drafts-Dropped           PIC 9(5)        VALUE ZERO.
       01  WS-Swap-Entry.
           05  WS-SW-Vendor            PIC X(6).
           05  WS-SW-Item              PIC X(10).
           05  WS-SW-Qty               PIC 9(7).
           05  WS-SW-Cost              PIC 999V99.
           05  WS-SW-Lead-Days         PIC 9(3).
       01  WS-Sort-Index               PIC S9(4)       COMP.
       01  WS-Sort-Swapped-Flag        PIC X.
       01  WS-Search-Index             PIC S9(4)       COMP.
       01  WS-Draft-Index              PIC S9(4)       COMP.
       01  WS-Found-Flag               PIC X.

       01  WS-Suggested-Qty            PIC 9(7).
       01  WS-On-Order-Qty             PIC 9(9).
       01  WS-Order-Qty                PIC 9(7).
       01  WS-Prev-Vendor              PIC X(6).
       01  WS-PO-Number                PIC 9(5).
       01  WS-Line-Number              PIC 9(4).
       01  WS-PO-Count                 PIC 9(5)        VALUE ZERO.
       01  WS-Line-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Exception-Count          PIC 9(5)        VALUE ZERO.
       01  WS-Exception-Text           PIC X(40).
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.
           MOVE WS-Run-Date           TO WS-Run-Date-Num.

      ****************************************************************
      *    No suggestion report means the reorder-point run has not  *
      *    been made - there is nothing to draft.                    *
      ****************************************************************
           OPEN INPUT Reorder-Report-File.
           IF WS-RS-Status NOT = "00"
               THEN DISPLAY "Reorder suggestions could not be opened "
                            "(status " WS-RS-Status ") - run the "
                            "reorder suggestions first.  Ending"
                    GOBACK
           END-IF.

           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    CLOSE Reorder-Report-File
                    GOBACK
           END-IF.

           OPEN INPUT Vendor-Master-File.
           IF WS-VN-Status NOT = "00"
               THEN DISPLAY "Vendor master could not be opened "
                            "(status " WS-VN-Status ") - run the "
                            "vendor maintenance first.  Ending"
                    CLOSE Reorder-Report-File
                    CLOSE Item-Master-File
                    GOBACK
           END-IF.

           OPEN INPUT Item-Vendor-File.
           IF WS-IV-Status NOT = "00"
               THEN DISPLAY "Preferred-vendor file could not be opened "
                            "(status " WS-IV-Status ") - run the "
                            "vendor maintenance first.  Ending"
                    CLOSE Reorder-Report-File
                    CLOSE Item-Master-File
                    CLOSE Vendor-Master-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    POHDR and PODTL are pre-allocated empty the same way      *
      *    ORDMAST is, so OPEN I-O falls back to OPEN OUTPUT the     *
      *    very first time.                                          *
      ****************************************************************
           OPEN I-O PO-Header-File.
           IF WS-PH-Status = "35"
               THEN OPEN OUTPUT PO-Header-File
                    CLOSE PO-Header-File
                    OPEN I-O PO-Header-File
           END-IF.
           OPEN I-O PO-Detail-File.
           IF WS-PD-Status = "35"
               THEN OPEN OUTPUT PO-Detail-File
                    CLOSE PO-Detail-File
                    OPEN I-O PO-Detail-File
           END-IF.
           IF WS-PH-Status NOT = "00" OR WS-PD-Status NOT = "00"
               THEN DISPLAY "Purchase-order files could not be opened "
                            "(status " WS-PH-Status "/" WS-PD-Status
                            ") - ending"
                    CLOSE Reorder-Report-File
                    CLOSE Item-Master-File
                    CLOSE Vendor-Master-File
                    CLOSE Item-Vendor-File
                    GOBACK
           END-IF.

           OPEN OUTPUT Draft-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "DRAFT PURCHASE ORDERS FOR " DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           PERFORM TOTAL-QUANTITY-ON-ORDER.
           PERFORM COLLECT-SUGGESTIONS.
           PERFORM SORT-DRAFTS-BY-VENDOR.
           PERFORM RAISE-DRAFT-ORDERS.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-PO-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Draft purchase orders raised: " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Exception-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Suggestions not ordered:       " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-On-Order-Dropped > 0 OR WS-Drafts-Dropped > 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "** TABLE FULL - SOME SUGGESTIONS WERE "
                           "NOT DRAFTED OR NETTED THIS RUN **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           CLOSE Reorder-Report-File.
           CLOSE Item-Master-File.
           CLOSE Vendor-Master-File.
           CLOSE Item-Vendor-File.
           CLOSE PO-Header-File.
           CLOSE PO-Detail-File.
           CLOSE Draft-Report-File.

           MOVE WS-PO-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " draft purchase order(s) "
                   "raised - register written to PODRAFT".

           GOBACK.

      ****************************************************************
      *    Paragraph TOTAL-QUANTITY-ON-ORDER sweeps the PO lines and *
      *    folds the unreceived balance of every open line into its  *
      *    item's slot.  Lines of cancelled orders are closed when   *
      *    the order is cancelled, so every open line counts.        *
      ****************************************************************
       TOTAL-QUANTITY-ON-ORDER.
           MOVE LOW-VALUES TO PD-Key.
           START PO-Detail-File KEY IS >= PD-Key
               INVALID KEY MOVE "10" TO WS-PD-Status
           END-START.
           PERFORM UNTIL WS-PD-Status NOT = "00"
               READ PO-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-PD-Status
               END-READ
               IF WS-PD-Status = "00" AND PD-LINE-OPEN AND
                  PD-Qty-Ordered > PD-Qty-Received
                   THEN PERFORM TALLY-ITEM-ON-ORDER
               END-IF
           END-PERFORM.

       TALLY-ITEM-ON-ORDER.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-On-Order-Count
                        OR WS-Found-Flag = HIGH-VALUE
               IF WS-OO-Number (WS-Search-Index) = PD-Item-Number
                   THEN COMPUTE WS-OO-Units (WS-Search-Index) =
                                WS-OO-Units (WS-Search-Index)
                              + PD-Qty-Ordered - PD-Qty-Received
                        MOVE HIGH-VALUE TO WS-Found-Flag
               END-IF
           END-PERFORM.
           IF WS-Found-Flag NOT = HIGH-VALUE
               THEN IF WS-On-Order-Count < 500
                   THEN ADD 1 TO WS-On-Order-Count
                        MOVE PD-Item-Number
                             TO WS-OO-Number (WS-On-Order-Count)
                        COMPUTE WS-OO-Units (WS-On-Order-Count) =
                                PD-Qty-Ordered - PD-Qty-Received
                   ELSE ADD 1 TO WS-On-Order-Dropped
                   END-IF
           END-IF.

      ****************************************************************
      *    Paragraph COLLECT-SUGGESTIONS reads REORPT line by line,  *
      *    keeping only the purchase suggestion lines - those whose  *
      *    first ten columns name an item on file.  Transfer lines   *
      *    are skipped by their marker.                              *
      ****************************************************************
       COLLECT-SUGGESTIONS.
           MOVE "0" TO WS-RS-EOF-Flag.
           PERFORM UNTIL WS-RS-EOF
               READ Reorder-Report-File
                   AT END MOVE "1" TO WS-RS-EOF-Flag
                   NOT AT END
                       IF RS-Item-Number NOT = SPACES AND
                          RS-Suggested-Qty NOT = SPACES AND
                          NOT RS-TRANSFER-SUGGESTION
                           THEN MOVE RS-Item-Number TO IM-Item-Number
                                READ Item-Master-File
                                    INVALID KEY CONTINUE
                                    NOT INVALID KEY
                                        PERFORM JUDGE-ONE-SUGGESTION
                                END-READ
                       END-IF
               END-READ
           END-PERFORM.

      ****************************************************************
      *    Paragraph JUDGE-ONE-SUGGESTION nets the suggestion        *
      *    against what is already on order and resolves the         *
      *    item's vendor; anything that cannot be drafted goes on    *
      *    the register as an exception.                             *
      ****************************************************************
       JUDGE-ONE-SUGGESTION.
           COMPUTE WS-Suggested-Qty =
                   FUNCTION NUMVAL (RS-Suggested-Qty).
           MOVE ZERO TO WS-On-Order-Qty.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL WS-Search-Index > WS-On-Order-Count
               IF WS-OO-Number (WS-Search-Index) = IM-Item-Number
                   THEN ADD WS-OO-Units (WS-Search-Index)
                            TO WS-On-Order-Qty
               END-IF
           END-PERFORM.
           IF WS-Suggested-Qty > WS-On-Order-Qty
               THEN COMPUTE WS-Order-Qty =
                            WS-Suggested-Qty - WS-On-Order-Qty
                    PERFORM RESOLVE-ITEM-VENDOR
               ELSE IF WS-Suggested-Qty > 0
                        THEN MOVE "already on order - not drafted"
                                  TO WS-Exception-Text
                             PERFORM WRITE-EXCEPTION-LINE
                    END-IF
           END-IF.

       RESOLVE-ITEM-VENDOR.
           MOVE IM-Item-Number TO IV-Item-Number.
           READ Item-Vendor-File
               INVALID KEY
                   MOVE "no preferred vendor - order by hand"
                        TO WS-Exception-Text
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   MOVE IV-Vendor-Number TO VN-Vendor-Number
                   READ Vendor-Master-File
                       INVALID KEY
                           MOVE "preferred vendor not on file"
                                TO WS-Exception-Text
                           PERFORM WRITE-EXCEPTION-LINE
                       NOT INVALID KEY
                           IF VN-ACTIVE
                               THEN PERFORM ADD-DRAFT-ENTRY
                               ELSE MOVE "vendor is deactivated"
                                         TO WS-Exception-Text
                                    PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                   END-READ
           END-READ.

       ADD-DRAFT-ENTRY.
           IF WS-Draft-Count < 500
               THEN ADD 1 TO WS-Draft-Count
                    MOVE VN-Vendor-Number
                         TO WS-DR-Vendor (WS-Draft-Count)
                    MOVE IM-Item-Number
                         TO WS-DR-Item (WS-Draft-Count)
                    MOVE WS-Order-Qty
                         TO WS-DR-Qty (WS-Draft-Count)
                    MOVE IM-Item-Cost
                         TO WS-DR-Cost (WS-Draft-Count)
                    MOVE VN-Lead-Time-Days
                         TO WS-DR-Lead-Days (WS-Draft-Count)
               ELSE ADD 1 TO WS-Drafts-Dropped
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-Exception-Count.
           MOVE WS-Suggested-Qty TO WS-Formatted-Qty.
           MOVE SPACES TO RP-Report-Line.
           STRING "  ** " DELIMITED BY SIZE
                   IM-Item-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Formatted-Qty DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Exception-Text DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph SORT-DRAFTS-BY-VENDOR orders the gathered lines *
      *    by vendor, item within vendor.  A simple exchange sort is *
      *    plenty for one night's suggestions.                       *
      ****************************************************************
       SORT-DRAFTS-BY-VENDOR.
           MOVE HIGH-VALUE TO WS-Sort-Swapped-Flag.
           PERFORM UNTIL WS-Sort-Swapped-Flag NOT = HIGH-VALUE
               MOVE LOW-VALUE TO WS-Sort-Swapped-Flag
               PERFORM VARYING WS-Sort-Index FROM 1 BY 1
                       UNTIL WS-Sort-Index >= WS-Draft-Count
                   IF WS-DR-Vendor (WS-Sort-Index) >
                      WS-DR-Vendor (WS-Sort-Index + 1)
                      OR (WS-DR-Vendor (WS-Sort-Index) =
                          WS-DR-Vendor (WS-Sort-Index + 1) AND
                          WS-DR-Item (WS-Sort-Index) >
                          WS-DR-Item (WS-Sort-Index + 1))
                       THEN MOVE WS-Draft-Entry (WS-Sort-Index)
                                 TO WS-Swap-Entry
                            MOVE WS-Draft-Entry (WS-Sort-Index + 1)
                                 TO WS-Draft-Entry (WS-Sort-Index)
                            MOVE WS-Swap-Entry
                                 TO WS-Draft-Entry (WS-Sort-Index + 1)
                            MOVE HIGH-VALUE TO WS-Sort-Swapped-Flag
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****************************************************************
      *    Paragraph RAISE-DRAFT-ORDERS walks the sorted lines,      *
      *    opening a new draft PO whenever the vendor changes and    *
      *    writing each line beneath it.  The header is rewritten    *
      *    with its line count and total once the vendor's lines     *
      *    are all on file.                                          *
      ****************************************************************
       RAISE-DRAFT-ORDERS.
           MOVE SPACES TO WS-Prev-Vendor.
           PERFORM VARYING WS-Draft-Index FROM 1 BY 1
                   UNTIL WS-Draft-Index > WS-Draft-Count
               IF WS-DR-Vendor (WS-Draft-Index) NOT = WS-Prev-Vendor
                   THEN PERFORM FINISH-DRAFT-HEADER
                        PERFORM START-DRAFT-HEADER
                        MOVE WS-DR-Vendor (WS-Draft-Index)
                             TO WS-Prev-Vendor
               END-IF
               PERFORM WRITE-DRAFT-LINE
           END-PERFORM.
           PERFORM FINISH-DRAFT-HEADER.

       START-DRAFT-HEADER.
           PERFORM GET-NEXT-PO-NUMBER.
           ADD 1 TO WS-PO-Count.
           MOVE ZERO TO WS-Line-Number.
           MOVE WS-PO-Number                  TO PH-PO-Number.
           MOVE WS-DR-Vendor (WS-Draft-Index) TO PH-Vendor-Number.
           MOVE WS-Run-Date                   TO PH-Order-Date.
           COMPUTE WS-Expected-Date-Num = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-Run-Date-Num)
                    + WS-DR-Lead-Days (WS-Draft-Index)).
           MOVE WS-Expected-Date-Num          TO PH-Expected-Date.
           MOVE "01"                          TO PH-Warehouse-Code.
           MOVE ZERO                          TO PH-Line-Count.
           MOVE ZERO                          TO PH-Total-Cost.
           MOVE "D"                           TO PH-PO-Status.
           MOVE SPACES                        TO PH-Buyer-Id.
           MOVE SPACES                        TO PH-Approved-Date.
           WRITE PH-PO-Header-Record
               INVALID KEY REWRITE PH-PO-Header-Record
           END-WRITE.
           IF WS-PH-Status NOT = "00" AND WS-PH-Status NOT = "02"
               THEN DISPLAY "** Warning: draft PO " PH-PO-Number
                            " header could not be written (status "
                            WS-PH-Status ") **"
           END-IF.
           MOVE SPACES TO RP-Report-Line.
           STRING "PO " DELIMITED BY SIZE
                   PH-PO-Number DELIMITED BY SIZE
                   "  vendor " DELIMITED BY SIZE
                   PH-Vendor-Number DELIMITED BY SIZE
                   "  due " DELIMITED BY SIZE
                   PH-Expected-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       WRITE-DRAFT-LINE.
           ADD 1 TO WS-Line-Number.
           ADD 1 TO WS-Line-Count.
           MOVE WS-PO-Number                  TO PD-PO-Number.
           MOVE WS-Line-Number                TO PD-Line-Number.
           MOVE WS-DR-Item (WS-Draft-Index)   TO PD-Item-Number.
           MOVE WS-DR-Cost (WS-Draft-Index)   TO PD-Unit-Cost.
           MOVE WS-DR-Qty (WS-Draft-Index)    TO PD-Qty-Ordered.
           MOVE ZERO                          TO PD-Qty-Received.
           MOVE "O"                           TO PD-Line-Status.
           WRITE PD-PO-Detail-Record
               INVALID KEY REWRITE PD-PO-Detail-Record
           END-WRITE.
           IF WS-PD-Status NOT = "00" AND WS-PD-Status NOT = "02"
               THEN DISPLAY "** Warning: draft PO " PD-PO-Number
                            " line " PD-Line-Number
                            " could not be written (status "
                            WS-PD-Status ") **"
           END-IF.
           ADD 1 TO PH-Line-Count.
           COMPUTE PH-Total-Cost = PH-Total-Cost
                   + PD-Unit-Cost * PD-Qty-Ordered.
           MOVE PD-Qty-Ordered TO WS-Formatted-Qty.
           MOVE PD-Unit-Cost   TO WS-Formatted-Cost.
           MOVE SPACES TO RP-Report-Line.
           STRING "     " DELIMITED BY SIZE
                   PD-Line-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PD-Item-Number DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Formatted-Qty DELIMITED BY SIZE
                   " @ " DELIMITED BY SIZE
                   WS-Formatted-Cost DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph FINISH-DRAFT-HEADER rewrites the header just    *
      *    completed with its line count and total - nothing to do   *
      *    before the first vendor.                                  *
      ****************************************************************
       FINISH-DRAFT-HEADER.
           IF WS-Prev-Vendor NOT = SPACES
               THEN REWRITE PH-PO-Header-Record
                    END-REWRITE
                    IF WS-PH-Status NOT = "00"
                        THEN DISPLAY "** Warning: draft PO "
                                     PH-PO-Number " totals could not "
                                     "be rewritten (status "
                                     WS-PH-Status ") **"
                    END-IF
           END-IF.

      ****************************************************************
      *    Paragraph GET-NEXT-PO-NUMBER reads the one-record PO      *
      *    counter file, bumps it, and hands back the new value -    *
      *    the same pattern the order and invoice counters use,      *
      *    created the first time it is opened and not found         *
      *    (status 35).                                              *
      ****************************************************************
       GET-NEXT-PO-NUMBER.
           MOVE "PURCH" TO PC-Key.
           OPEN I-O PO-Counter-File.
           IF WS-PC-Status = "35"
               THEN OPEN OUTPUT PO-Counter-File
                    MOVE "PURCH" TO PC-Key
                    MOVE ZERO    TO PC-Last-Number
                    WRITE PC-Counter-Record
                    CLOSE PO-Counter-File
                    OPEN I-O PO-Counter-File
           END-IF.

           READ PO-Counter-File
               INVALID KEY MOVE ZERO TO PC-Last-Number
           END-READ.

           ADD 1 TO PC-Last-Number.
           MOVE PC-Last-Number TO WS-PO-Number.

           REWRITE PC-Counter-Record
               INVALID KEY WRITE PC-Counter-Record
           END-REWRITE.

           CLOSE PO-Counter-File.

       END PROGRAM "PurchaseOrderDraft".
