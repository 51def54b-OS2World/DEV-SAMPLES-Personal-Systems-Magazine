 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "InventoryValuation".

      ****************************************************************
      *                                                              *
      *    Period-end inventory valuation report.  Values every      *
      *    item's stock at its moving-average unit cost, the cost    *
      *    receiving keeps current, and reports to INVVALRP:         *
      *    - one section per building, one line per item stocked     *
      *      there - quantity, average cost, extended value - with   *
      *      a building subtotal;                                    *
      *    - a section for stock on the road between the buildings   *
      *      (XFERTRAN), which is still ours and still on the books; *
      *    - a grand total accounting ties to the inventory account. *
      *    Each line also shows how far the average cost has moved   *
      *    since the prior period-end, from the VALSNAP cost         *
      *    snapshot, and flags an item whose average cost has        *
      *    drifted above its selling price.  The period-end date is  *
      *    read at SYSIN (blank for today); the snapshot is only     *
      *    rolled forward when the run is confirmed as the period    *
      *    close, so a trial run can be repeated freely.             *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT In-Transit-File     ASSIGN TO "XFERTRAN"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS XT-Key
                                       FILE STATUS IS WS-XT-Status.
           SELECT Cost-Snapshot-File  ASSIGN TO "VALSNAP"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS VS-Item-Number
                                       FILE STATUS IS WS-VS-Status.
           SELECT Valuation-Report-File ASSIGN TO "INVVALRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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

      *    In-Transit-File holds one record per transfer line - the
      *    item, the building it left and the one it is bound for,
      *    how many went on the truck and how many have arrived so
      *    far, and who shipped and received it when.  A line stays
      *    IN TRANSIT until everything shipped on it has arrived.
       FD  In-Transit-File.
       01  XT-Transfer-Record.
           05  XT-Key.
               10  XT-Transfer-Number  PIC X(5).
               10  XT-Line-Number      PIC 9(4).
           05  XT-Item-Number          PIC X(10).
           05  XT-From-Warehouse       PIC X(2).
           05  XT-To-Warehouse         PIC X(2).
           05  XT-Qty-Shipped          PIC 9(7).
           05  XT-Qty-Received         PIC 9(7).
           05  XT-Ship-Date            PIC X(8).
           05  XT-Ship-Operator        PIC X(3).
           05  XT-Receive-Date         PIC X(8).
           05  XT-Receive-Operator     PIC X(3).
           05  XT-Line-Status          PIC X.
               88  XT-IN-TRANSIT                   VALUE "T".
               88  XT-RECEIVED                     VALUE "R".
           05  XT-Lot-Number           PIC X(15).
           05  XT-Lot-Expiry           PIC X(8).

      *    Cost-Snapshot-File holds each item's average unit cost as
      *    it stood at the last period close, and the date of that
      *    close - the base the next period's cost change is shown
      *    against.
       FD  Cost-Snapshot-File.
       01  VS-Snapshot-Record.
           05  VS-Item-Number          PIC X(10).
           05  VS-Period-Date          PIC X(8).
           05  VS-Item-Cost            PIC 999V99.

       FD  Valuation-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IM-Status                PIC X(2).
       01  WS-XT-Status                PIC X(2).
       01  WS-VS-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-VS-Open-Flag             PIC X           VALUE "0".
           88  WS-VS-OPEN                          VALUE "1".
       01  WS-Work-Field               PIC X(30).
       01  WS-Date-Work                PIC X(21).
       01  WS-Period-Date              PIC X(8).
       01  WS-Prior-Period-Date        PIC X(8)        VALUE SPACES.
       01  WS-Close-Flag               PIC X.
           88  WS-PERIOD-CLOSE                     VALUE "Y".

      *    The building being valued on this sweep - "01", "02", or
      *    "IT" for stock in transit between them.
       01  WS-Section-Code             PIC X(2).
       01  WS-Line-Qty                 PIC 9(9).
       01  WS-Line-Value               PIC 9(11)V99.
       01  WS-Cost-Change              PIC S999V99.
       01  WS-Line-Flag                PIC X(11).
       01  WS-Section-Units            PIC 9(11).
       01  WS-Section-Value            PIC 9(11)V99.
       01  WS-Grand-Units              PIC 9(11)       VALUE ZERO.
       01  WS-Grand-Value              PIC 9(11)V99    VALUE ZERO.
       01  WS-Over-Price-Count         PIC 9(5)        VALUE ZERO.
       01  WS-Snapshot-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-Change         PIC +ZZ9.99.
       01  WS-Formatted-Value          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Units          PIC ZZZ,ZZZ,ZZ9.
       01  WS-Formatted-Total          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           DISPLAY "Enter the period-end date (YYYYMMDD), or press "
                   "Enter for today: ".
           ACCEPT WS-Work-Field FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Date-Work (1:8)  TO WS-Period-Date
               ELSE MOVE WS-Work-Field (1:8) TO WS-Period-Date
           END-IF.
           DISPLAY "Is this the period close - save these costs as "
                   "the base for next period (Y/N)? ".
           ACCEPT WS-Work-Field FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           MOVE WS-Work-Field (1:1) TO WS-Close-Flag.

           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    GOBACK
           END-IF.

      ****************************************************************
      *    VALSNAP is pre-allocated empty the same way ORDMAST is,   *
      *    so OPEN I-O falls back to OPEN OUTPUT the very first      *
      *    time.  The first period simply shows no cost change.      *
      ****************************************************************
           OPEN I-O Cost-Snapshot-File.
           IF WS-VS-Status = "35"
               THEN OPEN OUTPUT Cost-Snapshot-File
                    CLOSE Cost-Snapshot-File
                    OPEN I-O Cost-Snapshot-File
           END-IF.
           IF WS-VS-Status = "00"
               THEN MOVE "1" TO WS-VS-Open-Flag
               ELSE DISPLAY "** Warning: cost snapshot could not be "
                            "opened (status " WS-VS-Status ") - no "
                            "cost change will be shown **"
           END-IF.

           OPEN OUTPUT Valuation-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "INVENTORY VALUATION AT AVERAGE COST - PERIOD ENDING "
                   DELIMITED BY SIZE
                   WS-Period-Date DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF NOT WS-PERIOD-CLOSE
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "TRIAL RUN - COST SNAPSHOT NOT ROLLED "
                           "FORWARD" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           MOVE "01" TO WS-Section-Code.
           PERFORM VALUE-ONE-BUILDING.
           MOVE "02" TO WS-Section-Code.
           PERFORM VALUE-ONE-BUILDING.
           MOVE "IT" TO WS-Section-Code.
           PERFORM VALUE-IN-TRANSIT.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Grand-Units TO WS-Formatted-Units.
           MOVE WS-Grand-Value TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "GRAND TOTAL  units " DELIMITED BY SIZE
                   WS-Formatted-Units DELIMITED BY SIZE
                   "  value USD " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Over-Price-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Lines with average cost above selling price: "
                   DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           IF WS-Prior-Period-Date NOT = SPACES
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "Cost change is against the period ending "
                           DELIMITED BY SIZE
                           WS-Prior-Period-Date DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           IF WS-PERIOD-CLOSE AND WS-VS-OPEN
               THEN PERFORM ROLL-COST-SNAPSHOT
                    MOVE WS-Snapshot-Count TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING "Period closed - cost snapshot saved for "
                           DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           " item(s)" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           CLOSE Item-Master-File.
           IF WS-VS-OPEN
               THEN CLOSE Cost-Snapshot-File
           END-IF.
           CLOSE Valuation-Report-File.

           MOVE WS-Grand-Value TO WS-Formatted-Total.
           DISPLAY "Inventory valued at USD " WS-Formatted-Total
                   " - report written to INVVALRP".

           GOBACK.

      ****************************************************************
      *    Paragraph VALUE-ONE-BUILDING sweeps the item master once  *
      *    for the building in WS-Section-Code and prints every item *
      *    with stock there, then the building's subtotal.           *
      ****************************************************************
       VALUE-ONE-BUILDING.
           PERFORM WRITE-SECTION-HEADING.
           MOVE LOW-VALUES TO IM-Item-Number.
           START Item-Master-File KEY IS >= IM-Item-Number
               INVALID KEY MOVE "10" TO WS-IM-Status
           END-START.
           PERFORM UNTIL WS-IM-Status NOT = "00"
               READ Item-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-IM-Status
               END-READ
               IF WS-IM-Status = "00"
                   THEN IF WS-Section-Code = "02"
                            THEN MOVE IM-On-Hand-Qty-W2 TO WS-Line-Qty
                            ELSE MOVE IM-On-Hand-Qty    TO WS-Line-Qty
                        END-IF
                        IF WS-Line-Qty > 0
                            THEN PERFORM VALUE-ONE-LINE
                        END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-IM-Status.
           PERFORM WRITE-SECTION-TOTAL.

      ****************************************************************
      *    Paragraph VALUE-IN-TRANSIT prints one line per transfer   *
      *    line still on the road, valued at its item's average      *
      *    cost.  No in-transit file just means an empty section.    *
      ****************************************************************
       VALUE-IN-TRANSIT.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT In-Transit-File.
           IF WS-XT-Status = "00"
               THEN MOVE LOW-VALUES TO XT-Key
                    START In-Transit-File KEY IS >= XT-Key
                        INVALID KEY MOVE "10" TO WS-XT-Status
                    END-START
                    PERFORM UNTIL WS-XT-Status NOT = "00"
                        READ In-Transit-File NEXT RECORD
                            AT END MOVE "10" TO WS-XT-Status
                        END-READ
                        IF WS-XT-Status = "00" AND XT-IN-TRANSIT
                            THEN PERFORM VALUE-TRANSIT-LINE
                        END-IF
                    END-PERFORM
                    CLOSE In-Transit-File
           END-IF.
           PERFORM WRITE-SECTION-TOTAL.

       VALUE-TRANSIT-LINE.
           COMPUTE WS-Line-Qty = XT-Qty-Shipped - XT-Qty-Received.
           MOVE XT-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   MOVE ZERO TO IM-Item-Cost
                   MOVE ZERO TO IM-Item-Price
           END-READ.
           IF WS-Line-Qty > 0
               THEN PERFORM VALUE-ONE-LINE
           END-IF.

      ****************************************************************
      *    Paragraph VALUE-ONE-LINE extends the quantity in          *
      *    WS-Line-Qty at the item's average cost, looks up the cost *
      *    at the prior period close, and prints the line.           *
      ****************************************************************
       VALUE-ONE-LINE.
           COMPUTE WS-Line-Value = WS-Line-Qty * IM-Item-Cost.
           ADD WS-Line-Qty   TO WS-Section-Units.
           ADD WS-Line-Value TO WS-Section-Value.

           MOVE ZERO TO WS-Cost-Change.
           IF WS-VS-OPEN
               THEN MOVE IM-Item-Number TO VS-Item-Number
                    READ Cost-Snapshot-File
                        NOT INVALID KEY
                            COMPUTE WS-Cost-Change =
                                    IM-Item-Cost - VS-Item-Cost
                            IF WS-Prior-Period-Date = SPACES
                                THEN MOVE VS-Period-Date
                                          TO WS-Prior-Period-Date
                            END-IF
                    END-READ
           END-IF.

           MOVE SPACES TO WS-Line-Flag.
           IF IM-Item-Cost > IM-Item-Price
               THEN MOVE "COST>PRICE" TO WS-Line-Flag
                    ADD 1 TO WS-Over-Price-Count
           END-IF.

           MOVE WS-Line-Qty    TO WS-Formatted-Qty.
           MOVE IM-Item-Cost   TO WS-Formatted-Cost.
           MOVE WS-Line-Value  TO WS-Formatted-Value.
           MOVE WS-Cost-Change TO WS-Formatted-Change.
           MOVE SPACES TO RP-Report-Line.
           STRING IM-Item-Number       DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   IM-Item-Description (1:15) DELIMITED BY SIZE
                   WS-Formatted-Qty    DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-Formatted-Cost   DELIMITED BY SIZE
                   WS-Formatted-Value  DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-Formatted-Change DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-Line-Flag        DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       WRITE-SECTION-HEADING.
           MOVE ZERO TO WS-Section-Units.
           MOVE ZERO TO WS-Section-Value.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           IF WS-Section-Code = "IT"
               THEN STRING "IN TRANSIT BETWEEN WAREHOUSES"
                           DELIMITED BY SIZE INTO RP-Report-Line
               ELSE STRING "WAREHOUSE " DELIMITED BY SIZE
                           WS-Section-Code DELIMITED BY SIZE
                           INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "Item       Description          Qty  Avg cost"
                  "      Extended  Change"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

       WRITE-SECTION-TOTAL.
           ADD WS-Section-Units TO WS-Grand-Units.
           ADD WS-Section-Value TO WS-Grand-Value.
           MOVE WS-Section-Units TO WS-Formatted-Units.
           MOVE WS-Section-Value TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           IF WS-Section-Code = "IT"
               THEN STRING "  In transit total  units "
                           DELIMITED BY SIZE
                           WS-Formatted-Units DELIMITED BY SIZE
                           "  value " DELIMITED BY SIZE
                           WS-Formatted-Total DELIMITED BY SIZE
                           INTO RP-Report-Line
               ELSE STRING "  Warehouse " DELIMITED BY SIZE
                           WS-Section-Code DELIMITED BY SIZE
                           " total  units " DELIMITED BY SIZE
                           WS-Formatted-Units DELIMITED BY SIZE
                           "  value " DELIMITED BY SIZE
                           WS-Formatted-Total DELIMITED BY SIZE
                           INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph ROLL-COST-SNAPSHOT saves every item's current   *
      *    average cost as the base for the next period's change.    *
      ****************************************************************
       ROLL-COST-SNAPSHOT.
           MOVE LOW-VALUES TO IM-Item-Number.
           START Item-Master-File KEY IS >= IM-Item-Number
               INVALID KEY MOVE "10" TO WS-IM-Status
           END-START.
           PERFORM UNTIL WS-IM-Status NOT = "00"
               READ Item-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-IM-Status
               END-READ
               IF WS-IM-Status = "00"
                   THEN MOVE IM-Item-Number TO VS-Item-Number
                        MOVE WS-Period-Date TO VS-Period-Date
                        MOVE IM-Item-Cost   TO VS-Item-Cost
                        WRITE VS-Snapshot-Record
                            INVALID KEY REWRITE VS-Snapshot-Record
                        END-WRITE
                        ADD 1 TO WS-Snapshot-Count
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-IM-Status.

       END PROGRAM "InventoryValuation".
