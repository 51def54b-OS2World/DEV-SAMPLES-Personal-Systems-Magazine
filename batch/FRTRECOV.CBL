 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "FreightRecovery".

      ****************************************************************
      *                                                              *
      *    Freight-recovery report.  Sweeps the SHIPMENT file and,   *
      *    for every shipment whose order has been invoiced, sets    *
      *    the freight we paid the carrier (SH-Freight-Cost, keyed   *
      *    at shipment confirmation) against the freight the         *
      *    invoice run billed the customer for it (SH-Freight-       *
      *    Billed), totalled by carrier and by ship month, with the  *
      *    percentage recovered, carrier subtotals, and a grand      *
      *    total, to FRTRPT.  Shipments on orders not yet invoiced   *
      *    have not been billed yet and are left out, so the report  *
      *    never shows an unbilled shipment as unrecovered freight.  *
      *    The first month to report is keyed at SYSIN; a blank      *
      *    reply reports every month on file.                        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Shipment-File       ASSIGN TO "SHIPMENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SH-Order-Number
                                       FILE STATUS IS WS-SH-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Recovery-Report-File ASSIGN TO "FRTRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Recovery-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SH-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Work-Field               PIC X(30).
       01  WS-From-Month               PIC X(6).

      *    One entry per carrier per ship month, found or added as
      *    the shipments stream past in order-number sequence, then
      *    sorted by carrier and month for printing.  Combinations
      *    past the table's end are counted and noted on the report.
       01  WS-Recovery-Table.
           05  WS-Recovery-Entry-Count PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Recovery-Entry       OCCURS 500 TIMES.
               10  WS-RC-Sort-Key.
                   15  WS-RC-Carrier   PIC X(4).
                   15  WS-RC-Month     PIC X(6).
               10  WS-RC-Shipments     PIC 9(5).
               10  WS-RC-Paid          PIC 9(9)V99.
               10  WS-RC-Billed        PIC 9(9)V99.
       01  WS-Recovery-Dropped         PIC 9(5)        VALUE ZERO.
       01  WS-Recovery-Index           PIC S9(4)       COMP.
       01  WS-Found-Flag               PIC X.
       01  WS-Sort-Index               PIC S9(4)       COMP.
       01  WS-Sort-Swapped-Flag        PIC X.
       01  WS-Swap-Entry               PIC X(37).

       01  WS-Current-Carrier          PIC X(4).
       01  WS-Carrier-Shipments        PIC 9(5).
       01  WS-Carrier-Paid             PIC 9(9)V99.
       01  WS-Carrier-Billed           PIC 9(9)V99.
       01  WS-Grand-Shipments          PIC 9(5)        VALUE ZERO.
       01  WS-Grand-Paid               PIC 9(9)V99     VALUE ZERO.
       01  WS-Grand-Billed             PIC 9(9)V99     VALUE ZERO.
       01  WS-Unbilled-Count           PIC 9(5)        VALUE ZERO.

      *    The line being printed - detail, subtotal, or total.
       01  WS-Line-Label               PIC X(15).
       01  WS-Line-Shipments           PIC 9(5).
       01  WS-Line-Paid                PIC 9(9)V99.
       01  WS-Line-Billed              PIC 9(9)V99.
       01  WS-Recovery-Percent         PIC 9(5)V9.

       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Paid           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Billed         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Percent        PIC ZZZZ9.9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

           DISPLAY "Enter the first month to report (YYYYMM), or "
                   "press Enter for every month: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE SPACES TO WS-From-Month
               ELSE MOVE WS-Work-Field (1:6) TO WS-From-Month
           END-IF.

           OPEN INPUT Shipment-File.
           IF WS-SH-Status NOT = "00"
               THEN DISPLAY "Shipment file could not be opened "
                            "(status " WS-SH-Status ") - ending"
                    GOBACK
           END-IF.
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "Order master could not be opened "
                            "(status " WS-OM-Status ") - ending"
                    CLOSE Shipment-File
                    GOBACK
           END-IF.

           OPEN OUTPUT Recovery-Report-File.

           PERFORM SWEEP-SHIPMENTS.
           PERFORM SORT-RECOVERY-TABLE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PRINT-RECOVERY-TABLE.
           PERFORM WRITE-REPORT-FOOTING.

           CLOSE Shipment-File.
           CLOSE Order-Master-File.
           CLOSE Recovery-Report-File.

           MOVE WS-Grand-Shipments TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " invoiced shipment(s) reported "
                   "to FRTRPT".

           GOBACK.

      ****************************************************************
      *    Paragraph SWEEP-SHIPMENTS reads every shipment in key     *
      *    order and totals the ones in the reporting window whose   *
      *    order has been invoiced.                                  *
      ****************************************************************
       SWEEP-SHIPMENTS.
           MOVE LOW-VALUES TO SH-Order-Number.
           START Shipment-File KEY IS >= SH-Order-Number
               INVALID KEY MOVE "10" TO WS-SH-Status
           END-START.
           PERFORM UNTIL WS-SH-Status NOT = "00"
               READ Shipment-File NEXT RECORD
                   AT END MOVE "10" TO WS-SH-Status
               END-READ
               IF WS-SH-Status = "00" AND
                  SH-Ship-Date (1:6) >= WS-From-Month
                   THEN PERFORM TAKE-ONE-SHIPMENT
               END-IF
           END-PERFORM.

       TAKE-ONE-SHIPMENT.
           MOVE SH-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OM-ORDER-INVOICED
                       THEN PERFORM ADD-TO-RECOVERY-TABLE
                       ELSE ADD 1 TO WS-Unbilled-Count
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph ADD-TO-RECOVERY-TABLE folds the shipment into   *
      *    its carrier/month entry, adding the entry the first time  *
      *    the combination is seen.                                  *
      ****************************************************************
       ADD-TO-RECOVERY-TABLE.
           MOVE LOW-VALUE TO WS-Found-Flag.
           PERFORM VARYING WS-Recovery-Index FROM 1 BY 1
                   UNTIL   WS-Recovery-Index > WS-Recovery-Entry-Count
                        OR WS-Found-Flag = HIGH-VALUE
               IF WS-RC-Carrier (WS-Recovery-Index) = SH-Carrier-Code
                  AND WS-RC-Month (WS-Recovery-Index) =
                      SH-Ship-Date (1:6)
                   THEN MOVE HIGH-VALUE TO WS-Found-Flag
                        PERFORM ADD-SHIPMENT-TO-ENTRY
               END-IF
           END-PERFORM.
           IF WS-Found-Flag NOT = HIGH-VALUE
               THEN IF WS-Recovery-Entry-Count < 500
                   THEN ADD 1 TO WS-Recovery-Entry-Count
                        MOVE WS-Recovery-Entry-Count
                             TO WS-Recovery-Index
                        MOVE SH-Carrier-Code
                             TO WS-RC-Carrier (WS-Recovery-Index)
                        MOVE SH-Ship-Date (1:6)
                             TO WS-RC-Month (WS-Recovery-Index)
                        MOVE ZERO
                             TO WS-RC-Shipments (WS-Recovery-Index)
                        MOVE ZERO TO WS-RC-Paid (WS-Recovery-Index)
                        MOVE ZERO TO WS-RC-Billed (WS-Recovery-Index)
                        PERFORM ADD-SHIPMENT-TO-ENTRY
                   ELSE ADD 1 TO WS-Recovery-Dropped
                   END-IF
           END-IF.

       ADD-SHIPMENT-TO-ENTRY.
           ADD 1 TO WS-RC-Shipments (WS-Recovery-Index).
           ADD SH-Freight-Cost   TO WS-RC-Paid (WS-Recovery-Index).
           ADD SH-Freight-Billed TO WS-RC-Billed (WS-Recovery-Index).

      ****************************************************************
      *    Paragraph SORT-RECOVERY-TABLE puts the entries in carrier *
      *    then month order with a simple exchange sort - the table  *
      *    is small enough that nothing cleverer is called for.      *
      ****************************************************************
       SORT-RECOVERY-TABLE.
           MOVE HIGH-VALUE TO WS-Sort-Swapped-Flag.
           PERFORM UNTIL WS-Sort-Swapped-Flag NOT = HIGH-VALUE
               MOVE LOW-VALUE TO WS-Sort-Swapped-Flag
               PERFORM VARYING WS-Sort-Index FROM 1 BY 1
                       UNTIL WS-Sort-Index >= WS-Recovery-Entry-Count
                   IF WS-RC-Sort-Key (WS-Sort-Index) >
                      WS-RC-Sort-Key (WS-Sort-Index + 1)
                       THEN MOVE WS-Recovery-Entry (WS-Sort-Index)
                                 TO WS-Swap-Entry
                            MOVE WS-Recovery-Entry (WS-Sort-Index + 1)
                                 TO WS-Recovery-Entry (WS-Sort-Index)
                            MOVE WS-Swap-Entry
                                 TO WS-Recovery-Entry
                                    (WS-Sort-Index + 1)
                            MOVE HIGH-VALUE TO WS-Sort-Swapped-Flag
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RP-Report-Line.
           STRING "FREIGHT RECOVERY REPORT  " DELIMITED BY SIZE
                   WS-Run-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-From-Month NOT = SPACES
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "SHIPMENTS FROM " DELIMITED BY SIZE
                           WS-From-Month (1:4) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-From-Month (5:2) DELIMITED BY SIZE
                           " ON" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "Carrier Month Shipments     Freight Paid"
                  "   Freight Billed Recovered"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph PRINT-RECOVERY-TABLE prints one line per        *
      *    carrier and month, with a subtotal at each change of      *
      *    carrier.                                                  *
      ****************************************************************
       PRINT-RECOVERY-TABLE.
           MOVE SPACES TO WS-Current-Carrier.
           PERFORM VARYING WS-Sort-Index FROM 1 BY 1
                   UNTIL WS-Sort-Index > WS-Recovery-Entry-Count
               IF WS-RC-Carrier (WS-Sort-Index) NOT =
                  WS-Current-Carrier
                   THEN IF WS-Sort-Index > 1
                            THEN PERFORM PRINT-CARRIER-SUBTOTAL
                        END-IF
                        MOVE WS-RC-Carrier (WS-Sort-Index)
                             TO WS-Current-Carrier
                        MOVE ZERO TO WS-Carrier-Shipments
                        MOVE ZERO TO WS-Carrier-Paid
                        MOVE ZERO TO WS-Carrier-Billed
               END-IF
               PERFORM PRINT-ONE-MONTH-LINE
           END-PERFORM.
           IF WS-Recovery-Entry-Count > 0
               THEN PERFORM PRINT-CARRIER-SUBTOTAL
           END-IF.

       PRINT-ONE-MONTH-LINE.
           ADD WS-RC-Shipments (WS-Sort-Index) TO WS-Carrier-Shipments.
           ADD WS-RC-Paid (WS-Sort-Index)      TO WS-Carrier-Paid.
           ADD WS-RC-Billed (WS-Sort-Index)    TO WS-Carrier-Billed.
           MOVE SPACES TO WS-Line-Label.
           STRING WS-RC-Carrier (WS-Sort-Index) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RC-Month (WS-Sort-Index) (1:4) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RC-Month (WS-Sort-Index) (5:2) DELIMITED BY SIZE
                  INTO WS-Line-Label.
           MOVE WS-RC-Shipments (WS-Sort-Index) TO WS-Line-Shipments.
           MOVE WS-RC-Paid (WS-Sort-Index)      TO WS-Line-Paid.
           MOVE WS-RC-Billed (WS-Sort-Index)    TO WS-Line-Billed.
           PERFORM PRINT-RECOVERY-LINE.

       PRINT-CARRIER-SUBTOTAL.
           ADD WS-Carrier-Shipments TO WS-Grand-Shipments.
           ADD WS-Carrier-Paid      TO WS-Grand-Paid.
           ADD WS-Carrier-Billed    TO WS-Grand-Billed.
           MOVE SPACES TO WS-Line-Label.
           STRING WS-Current-Carrier DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO WS-Line-Label.
           MOVE WS-Carrier-Shipments TO WS-Line-Shipments.
           MOVE WS-Carrier-Paid      TO WS-Line-Paid.
           MOVE WS-Carrier-Billed    TO WS-Line-Billed.
           PERFORM PRINT-RECOVERY-LINE.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph PRINT-RECOVERY-LINE formats whichever line is   *
      *    staged - billed as a percentage of paid, or n/a where     *
      *    nothing was paid.                                         *
      ****************************************************************
       PRINT-RECOVERY-LINE.
           MOVE WS-Line-Shipments TO WS-Formatted-Count.
           MOVE WS-Line-Paid      TO WS-Formatted-Paid.
           MOVE WS-Line-Billed    TO WS-Formatted-Billed.
           MOVE SPACES TO RP-Report-Line.
           IF WS-Line-Paid > ZERO
               THEN COMPUTE WS-Recovery-Percent ROUNDED =
                            WS-Line-Billed * 100 / WS-Line-Paid
                    MOVE WS-Recovery-Percent TO WS-Formatted-Percent
                    STRING WS-Line-Label DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-Formatted-Paid DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-Formatted-Billed DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Formatted-Percent DELIMITED BY SIZE
                           "%" DELIMITED BY SIZE
                           INTO RP-Report-Line
               ELSE STRING WS-Line-Label DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-Formatted-Paid DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WS-Formatted-Billed DELIMITED BY SIZE
                           "      n/a" DELIMITED BY SIZE
                           INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

       WRITE-REPORT-FOOTING.
           MOVE "GRAND TOTAL"      TO WS-Line-Label.
           MOVE WS-Grand-Shipments TO WS-Line-Shipments.
           MOVE WS-Grand-Paid      TO WS-Line-Paid.
           MOVE WS-Grand-Billed    TO WS-Line-Billed.
           PERFORM PRINT-RECOVERY-LINE.

           IF WS-Unbilled-Count > 0
               THEN MOVE WS-Unbilled-Count TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING WS-Formatted-Count DELIMITED BY SIZE
                           " shipment(s) on orders not yet invoiced "
                           "left out" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           IF WS-Recovery-Dropped > 0
               THEN MOVE WS-Recovery-Dropped TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING "** " DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           " shipment(s) past the report table limit "
                           "NOT included **" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       END PROGRAM "FreightRecovery".
