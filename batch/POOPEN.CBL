 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "OpenPOReport".

      ****************************************************************
      *                                                              *
      *    Open purchase-order report.  Lists every line still due   *
      *    on an approved PO, grouped by vendor and in order of the  *
      *    date the stock is expected, with the balance still to     *
      *    come in.  Alongside each line is the open BACKORD         *
      *    shortage for the item, so customer service can tell a     *
      *    backordered customer when the stock should be here.       *
      *    Lines whose expected date has already gone by are marked  *
      *    LATE for the buyer to chase.  Each vendor gets a          *
      *    subtotal of the value still due and the report ends with  *
      *    a grand total.  The report goes to OPENPO.                *
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
           SELECT Backorder-File      ASSIGN TO "BACKORD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BO-Status.
           SELECT Open-PO-Report-File ASSIGN TO "OPENPO"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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
           05  PH-Buyer-Id             PIC X(3).
           05  PH-Approved-Date        PIC X(8).

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

       FD  Open-PO-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PH-Status                PIC X(2).
       01  WS-PD-Status                PIC X(2).
       01  WS-VN-Status                PIC X(2).
       01  WS-BO-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-BO-EOF-Flag              PIC X.
           88  WS-BO-EOF                           VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).

      *    Open backorder shortage per item, totaled before the PO
      *    lines are printed.
       01  WS-Demand-Table.
           05  WS-Demand-Entry-Count   PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Demand-Entry         OCCURS 500 TIMES
                                       INDEXED BY WS-DM-Index.
               10  WS-DM-Number        PIC X(10).
               10  WS-DM-Units         PIC 9(9).
       01  WS-Demands-Dropped          PIC 9(5)        VALUE ZERO.
       01  WS-Found-Flag               PIC X.
       01  WS-Search-Index             PIC S9(4)       COMP.

      *    Every open PO line, gathered then sorted on the key -
      *    vendor, expected date, PO, line - before printing.
       01  WS-Line-Table.
           05  WS-Line-Entry-Count     PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Line-Entry           OCCURS 500 TIMES.
               10  WS-LN-Sort-Key.
                   15  WS-LN-Vendor    PIC X(6).
                   15  WS-LN-Expected  PIC X(8).
                   15  WS-LN-PO        PIC X(5).
                   15  WS-LN-Line      PIC 9(4).
               10  WS-LN-Item          PIC X(10).
               10  WS-LN-Unit-Cost     PIC 999V99.
               10  WS-LN-Ordered       PIC 9(7).
               10  WS-LN-Received      PIC 9(7).
               10  WS-LN-Balance       PIC 9(7).
       01  WS-Lines-Dropped            PIC 9(5)        VALUE ZERO.
       01  WS-Sort-Index               PIC S9(4)       COMP.
       01  WS-Sort-Swapped-Flag        PIC X.
       01  WS-Swap-Entry               PIC X(59).

       01  WS-Current-Vendor           PIC X(6).
       01  WS-Open-Demand              PIC 9(9).
       01  WS-Line-Value               PIC 9(9)V99.
       01  WS-Vendor-Value             PIC 9(9)V99.
       01  WS-Grand-Value              PIC 9(9)V99     VALUE ZERO.
       01  WS-Late-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Line-Number    PIC ZZZ9.
       01  WS-Formatted-Ordered        PIC ZZZZZZ9.
       01  WS-Formatted-Received       PIC ZZZZZZ9.
       01  WS-Formatted-Balance        PIC ZZZZZZ9.
       01  WS-Formatted-Demand         PIC ZZZZZZ9.
       01  WS-Formatted-Value          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Late-Mark                PIC X(5).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

           OPEN INPUT PO-Header-File.
           IF WS-PH-Status NOT = "00"
               THEN DISPLAY "PO header file could not be opened "
                            "(status " WS-PH-Status ") - ending"
                    GOBACK
           END-IF.
           OPEN INPUT PO-Detail-File.
           IF WS-PD-Status NOT = "00"
               THEN DISPLAY "PO detail file could not be opened "
                            "(status " WS-PD-Status ") - ending"
                    CLOSE PO-Header-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    A vendor master that cannot be opened only costs the      *
      *    report its vendor names.                                  *
      ****************************************************************
           OPEN INPUT Vendor-Master-File.
           IF WS-VN-Status NOT = "00"
               THEN DISPLAY "** Warning: vendor master not available "
                            "(status " WS-VN-Status ") **"
           END-IF.

           OPEN INPUT Backorder-File.
           IF WS-BO-Status = "00"
               THEN PERFORM TOTAL-OPEN-DEMAND
                    CLOSE Backorder-File
           END-IF.

           PERFORM GATHER-OPEN-LINES.
           PERFORM SORT-LINES-BY-VENDOR.

           OPEN OUTPUT Open-PO-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "OPEN PURCHASE ORDERS AS OF " DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           PERFORM PRINT-OPEN-LINES.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Grand-Value TO WS-Formatted-Value.
           MOVE SPACES TO RP-Report-Line.
           STRING "Total value still due from vendors: "
                   DELIMITED BY SIZE
                   WS-Formatted-Value DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Line-Entry-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Open lines:       " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Late-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Lines past due:   " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Lines-Dropped > 0 OR WS-Demands-Dropped > 0
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "** TABLE FULL - SOME LINES OR SHORTAGES "
                           "WERE NOT INCLUDED ABOVE **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           CLOSE Open-PO-Report-File.
           CLOSE PO-Header-File.
           CLOSE PO-Detail-File.
           IF WS-VN-Status = "00"
               THEN CLOSE Vendor-Master-File
           END-IF.

           DISPLAY "Open purchase orders as of " WS-Run-Date
                   " written to OPENPO".

           GOBACK.

      ****************************************************************
      *    Paragraph TOTAL-OPEN-DEMAND folds every open shortage     *
      *    into its item's demand slot.                              *
      ****************************************************************
       TOTAL-OPEN-DEMAND.
           MOVE "0" TO WS-BO-EOF-Flag.
           PERFORM UNTIL WS-BO-EOF
               READ Backorder-File
                   AT END MOVE "1" TO WS-BO-EOF-Flag
                   NOT AT END PERFORM TALLY-ITEM-DEMAND
               END-READ
           END-PERFORM.

       TALLY-ITEM-DEMAND.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Demand-Entry-Count
                        OR WS-Found-Flag = HIGH-VALUE
               IF WS-DM-Number (WS-Search-Index) = BO-Item-Number
                   THEN ADD BO-Qty-Short
                            TO WS-DM-Units (WS-Search-Index)
                        MOVE HIGH-VALUE TO WS-Found-Flag
               END-IF
           END-PERFORM.
           IF WS-Found-Flag NOT = HIGH-VALUE
               THEN IF WS-Demand-Entry-Count < 500
                   THEN ADD 1 TO WS-Demand-Entry-Count
                        MOVE BO-Item-Number
                             TO WS-DM-Number (WS-Demand-Entry-Count)
                        MOVE BO-Qty-Short
                             TO WS-DM-Units (WS-Demand-Entry-Count)
                   ELSE ADD 1 TO WS-Demands-Dropped
                   END-IF
           END-IF.

      ****************************************************************
      *    Paragraph GATHER-OPEN-LINES reads every approved PO and   *
      *    collects its lines that still have stock to come.         *
      ****************************************************************
       GATHER-OPEN-LINES.
           MOVE LOW-VALUES TO PH-PO-Number.
           START PO-Header-File KEY IS >= PH-PO-Number
               INVALID KEY MOVE "10" TO WS-PH-Status
           END-START.
           PERFORM UNTIL WS-PH-Status NOT = "00"
               READ PO-Header-File NEXT RECORD
                   AT END MOVE "10" TO WS-PH-Status
               END-READ
               IF WS-PH-Status = "00" AND PH-PO-OPEN
                   THEN PERFORM GATHER-PO-LINES
               END-IF
           END-PERFORM.

       GATHER-PO-LINES.
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
                   THEN IF PD-PO-Number NOT = PH-PO-Number
                       THEN MOVE "10" TO WS-PD-Status
                       ELSE IF PD-LINE-OPEN
                           THEN PERFORM ADD-LINE-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-PD-Status.

       ADD-LINE-ENTRY.
           IF WS-Line-Entry-Count < 500
               THEN ADD 1 TO WS-Line-Entry-Count
                    MOVE PH-Vendor-Number
                         TO WS-LN-Vendor (WS-Line-Entry-Count)
                    MOVE PH-Expected-Date
                         TO WS-LN-Expected (WS-Line-Entry-Count)
                    MOVE PD-PO-Number
                         TO WS-LN-PO (WS-Line-Entry-Count)
                    MOVE PD-Line-Number
                         TO WS-LN-Line (WS-Line-Entry-Count)
                    MOVE PD-Item-Number
                         TO WS-LN-Item (WS-Line-Entry-Count)
                    MOVE PD-Unit-Cost
                         TO WS-LN-Unit-Cost (WS-Line-Entry-Count)
                    MOVE PD-Qty-Ordered
                         TO WS-LN-Ordered (WS-Line-Entry-Count)
                    MOVE PD-Qty-Received
                         TO WS-LN-Received (WS-Line-Entry-Count)
                    IF PD-Qty-Received < PD-Qty-Ordered
                        THEN COMPUTE WS-LN-Balance
                                     (WS-Line-Entry-Count) =
                                     PD-Qty-Ordered - PD-Qty-Received
                        ELSE MOVE ZERO
                                  TO WS-LN-Balance
                                     (WS-Line-Entry-Count)
                    END-IF
               ELSE ADD 1 TO WS-Lines-Dropped
           END-IF.

      ****************************************************************
      *    Paragraph SORT-LINES-BY-VENDOR orders the gathered lines  *
      *    by vendor, then expected date, PO and line.  A simple     *
      *    exchange sort is plenty for the open-PO book.             *
      ****************************************************************
       SORT-LINES-BY-VENDOR.
           MOVE HIGH-VALUE TO WS-Sort-Swapped-Flag.
           PERFORM UNTIL WS-Sort-Swapped-Flag NOT = HIGH-VALUE
               MOVE LOW-VALUE TO WS-Sort-Swapped-Flag
               PERFORM VARYING WS-Sort-Index FROM 1 BY 1
                       UNTIL WS-Sort-Index >= WS-Line-Entry-Count
                   IF WS-LN-Sort-Key (WS-Sort-Index) >
                      WS-LN-Sort-Key (WS-Sort-Index + 1)
                       THEN MOVE WS-Line-Entry (WS-Sort-Index)
                                 TO WS-Swap-Entry
                            MOVE WS-Line-Entry (WS-Sort-Index + 1)
                                 TO WS-Line-Entry (WS-Sort-Index)
                            MOVE WS-Swap-Entry
                                 TO WS-Line-Entry (WS-Sort-Index + 1)
                            MOVE HIGH-VALUE TO WS-Sort-Swapped-Flag
                   END-IF
               END-PERFORM
           END-PERFORM.

      ****************************************************************
      *    Paragraph PRINT-OPEN-LINES prints the sorted lines with   *
      *    a heading at each new vendor and a subtotal when the      *
      *    vendor changes.                                           *
      ****************************************************************
       PRINT-OPEN-LINES.
           MOVE SPACES TO WS-Current-Vendor.
           MOVE ZERO   TO WS-Vendor-Value.
           PERFORM VARYING WS-Sort-Index FROM 1 BY 1
                   UNTIL WS-Sort-Index > WS-Line-Entry-Count
               IF WS-LN-Vendor (WS-Sort-Index) NOT = WS-Current-Vendor
                   THEN IF WS-Current-Vendor NOT = SPACES
                            THEN PERFORM PRINT-VENDOR-SUBTOTAL
                        END-IF
                        MOVE WS-LN-Vendor (WS-Sort-Index)
                             TO WS-Current-Vendor
                        PERFORM PRINT-VENDOR-HEADING
               END-IF
               PERFORM PRINT-ONE-LINE
           END-PERFORM.
           IF WS-Current-Vendor NOT = SPACES
               THEN PERFORM PRINT-VENDOR-SUBTOTAL
           END-IF.

       PRINT-VENDOR-HEADING.
           MOVE SPACES TO VN-Vendor-Name.
           IF WS-VN-Status NOT = "00" AND WS-VN-Status NOT = "23"
               THEN MOVE "(vendor name not available)"
                         TO VN-Vendor-Name
               ELSE MOVE WS-Current-Vendor TO VN-Vendor-Number
                    READ Vendor-Master-File
                        INVALID KEY MOVE "(not on vendor master)"
                                         TO VN-Vendor-Name
                    END-READ
                    MOVE "00" TO WS-VN-Status
           END-IF.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "Vendor " DELIMITED BY SIZE
                   WS-Current-Vendor DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VN-Vendor-Name DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "PO#     Ln  Item        Expected  Ordered  "
                  "Receivd  Balance  B/O dmd"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

       PRINT-ONE-LINE.
           MOVE ZERO TO WS-Open-Demand.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL WS-Search-Index > WS-Demand-Entry-Count
               IF WS-DM-Number (WS-Search-Index) =
                  WS-LN-Item (WS-Sort-Index)
                   THEN ADD WS-DM-Units (WS-Search-Index)
                            TO WS-Open-Demand
               END-IF
           END-PERFORM.
           COMPUTE WS-Line-Value = WS-LN-Balance (WS-Sort-Index)
                                 * WS-LN-Unit-Cost (WS-Sort-Index).
           ADD WS-Line-Value TO WS-Vendor-Value.
           ADD WS-Line-Value TO WS-Grand-Value.
           IF WS-LN-Expected (WS-Sort-Index) < WS-Run-Date
               THEN MOVE " LATE" TO WS-Late-Mark
                    ADD 1 TO WS-Late-Count
               ELSE MOVE SPACES TO WS-Late-Mark
           END-IF.
           MOVE WS-LN-Line (WS-Sort-Index)
                TO WS-Formatted-Line-Number.
           MOVE WS-LN-Ordered (WS-Sort-Index)
                TO WS-Formatted-Ordered.
           MOVE WS-LN-Received (WS-Sort-Index)
                TO WS-Formatted-Received.
           MOVE WS-LN-Balance (WS-Sort-Index)
                TO WS-Formatted-Balance.
           MOVE WS-Open-Demand TO WS-Formatted-Demand.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-LN-PO (WS-Sort-Index)       DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-Formatted-Line-Number      DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-LN-Item (WS-Sort-Index)    DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-LN-Expected (WS-Sort-Index) DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-Formatted-Ordered          DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-Formatted-Received         DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-Formatted-Balance          DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   WS-Formatted-Demand           DELIMITED BY SIZE
                   WS-Late-Mark                  DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       PRINT-VENDOR-SUBTOTAL.
           MOVE WS-Vendor-Value TO WS-Formatted-Value.
           MOVE SPACES TO RP-Report-Line.
           STRING "  Value still due from vendor " DELIMITED BY SIZE
                   WS-Current-Vendor DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-Formatted-Value DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE ZERO TO WS-Vendor-Value.

       END PROGRAM "OpenPOReport".
