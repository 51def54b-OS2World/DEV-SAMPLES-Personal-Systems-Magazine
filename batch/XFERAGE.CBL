 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "InTransitAging".

      ****************************************************************
      *                                                              *
      *    In-transit aging report.  Sweeps the XFERTRAN in-transit  *
      *    file and reports, to XFERARPT, every transfer line still  *
      *    in transit - the item, the two buildings, the quantity    *
      *    not yet arrived with its value at the item's unit cost,   *
      *    the ship date, and how many days it has been on the road. *
      *    Lines older than the allowed number of days are flagged   *
      *    OVERDUE so a transfer that never arrived is chased before *
      *    the stock is written off.  The threshold in days is read  *
      *    at SYSIN; a blank entry defaults to 7.  Received lines    *
      *    are finished and never age.                               *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT In-Transit-File     ASSIGN TO "XFERTRAN"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS XT-Key
                                       FILE STATUS IS WS-XT-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Aging-Report-File   ASSIGN TO "XFERARPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Aging-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XT-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-IM-Open-Flag             PIC X           VALUE "0".
           88  WS-IM-OPEN                          VALUE "1".
       01  WS-Work-Field               PIC X(30).
       01  WS-Date-Work                PIC X(21).
       01  WS-Age-Limit                PIC 9(5).
       01  WS-Today-Num                PIC 9(8).
       01  WS-Today-Integer            PIC 9(7)        COMP.
       01  WS-Ship-Date-Num            PIC 9(8).
       01  WS-Line-Age                 PIC S9(5)       COMP.
       01  WS-Outstanding-Qty          PIC 9(7).
       01  WS-Line-Value               PIC 9(9)V99.
       01  WS-Overdue-Text             PIC X(8).
       01  WS-Line-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Overdue-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Total-Units              PIC 9(9)        VALUE ZERO.
       01  WS-Total-Value              PIC 9(9)V99     VALUE ZERO.
       01  WS-Formatted-Age            PIC ZZZZ9.
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Value          PIC ZZZ,ZZ9.99.
       01  WS-Formatted-Units          PIC ZZZ,ZZZ,ZZ9.
       01  WS-Formatted-Total          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Get the age threshold - blank defaults to a week.         *
      ****************************************************************
           DISPLAY "Enter the in-transit threshold in days, or press "
                   "Enter for 7: ".
           ACCEPT WS-Work-Field FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE 7 TO WS-Age-Limit
               ELSE COMPUTE WS-Age-Limit =
                            FUNCTION NUMVAL (WS-Work-Field)
           END-IF.
           IF WS-Age-Limit = 0
               THEN MOVE 7 TO WS-Age-Limit
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today-Num.
           COMPUTE WS-Today-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Today-Num).

           OPEN INPUT In-Transit-File.
           IF WS-XT-Status = "35"
               THEN DISPLAY "No transfers are on file yet - ending"
                    GOBACK
           END-IF.
           IF WS-XT-Status NOT = "00"
               THEN DISPLAY "In-transit file could not be opened "
                            "(status " WS-XT-Status ") - ending"
                    GOBACK
           END-IF.

           OPEN INPUT Item-Master-File.
           IF WS-IM-Status = "00"
               THEN MOVE "1" TO WS-IM-Open-Flag
               ELSE DISPLAY "** Warning: item master could not be "
                            "opened (status " WS-IM-Status ") - "
                            "in-transit value will show as zero **"
           END-IF.

           OPEN OUTPUT Aging-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "IN-TRANSIT AGING REPORT AS OF " DELIMITED BY SIZE
                   WS-Today-Num DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "Xfer  Line Item       Fr To  In transit"
                  "      Value  Shipped    Age"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE LOW-VALUES TO XT-Key.
           START In-Transit-File KEY IS >= XT-Key
               INVALID KEY MOVE "10" TO WS-XT-Status
           END-START.
           PERFORM UNTIL WS-XT-Status NOT = "00"
               READ In-Transit-File NEXT RECORD
                   AT END MOVE "10" TO WS-XT-Status
               END-READ
               IF WS-XT-Status = "00" AND XT-IN-TRANSIT
                   THEN PERFORM AGE-ONE-LINE
               END-IF
           END-PERFORM.

           CLOSE In-Transit-File.
           IF WS-IM-OPEN
               THEN CLOSE Item-Master-File
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Line-Count  TO WS-Formatted-Count.
           MOVE WS-Total-Units TO WS-Formatted-Units.
           MOVE WS-Total-Value TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "Lines in transit: " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "  units " DELIMITED BY SIZE
                   WS-Formatted-Units DELIMITED BY SIZE
                   "  value " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Overdue-Count TO WS-Formatted-Count.
           MOVE WS-Age-Limit     TO WS-Formatted-Age.
           MOVE SPACES TO RP-Report-Line.
           STRING "Lines in transit over " DELIMITED BY SIZE
                   WS-Formatted-Age DELIMITED BY SIZE
                   " day(s): " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           CLOSE Aging-Report-File.

           DISPLAY "In-transit aging report written to XFERARPT".

           GOBACK.

      ****************************************************************
      *    Paragraph AGE-ONE-LINE figures how long the line has been *
      *    on the road and what is still owed on it, and prints it - *
      *    flagged when it is past the threshold.                    *
      ****************************************************************
       AGE-ONE-LINE.
           ADD 1 TO WS-Line-Count.
           COMPUTE WS-Outstanding-Qty =
                   XT-Qty-Shipped - XT-Qty-Received.
           ADD WS-Outstanding-Qty TO WS-Total-Units.

           MOVE ZERO TO WS-Line-Value.
           IF WS-IM-OPEN
               THEN MOVE XT-Item-Number TO IM-Item-Number
                    READ Item-Master-File
                        INVALID KEY MOVE ZERO TO IM-Item-Cost
                    END-READ
                    COMPUTE WS-Line-Value =
                            WS-Outstanding-Qty * IM-Item-Cost
           END-IF.
           ADD WS-Line-Value TO WS-Total-Value.

           MOVE XT-Ship-Date TO WS-Ship-Date-Num.
           COMPUTE WS-Line-Age = WS-Today-Integer -
                   FUNCTION INTEGER-OF-DATE (WS-Ship-Date-Num).
           IF WS-Line-Age > WS-Age-Limit
               THEN ADD 1 TO WS-Overdue-Count
                    MOVE "OVERDUE" TO WS-Overdue-Text
               ELSE MOVE SPACES    TO WS-Overdue-Text
           END-IF.

           MOVE WS-Line-Age        TO WS-Formatted-Age.
           MOVE WS-Outstanding-Qty TO WS-Formatted-Qty.
           MOVE WS-Line-Value      TO WS-Formatted-Value.
           MOVE SPACES TO RP-Report-Line.
           STRING XT-Transfer-Number  DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   XT-Line-Number     DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   XT-Item-Number     DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   XT-From-Warehouse  DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   XT-To-Warehouse    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-Formatted-Qty   DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-Formatted-Value DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   XT-Ship-Date       DELIMITED BY SIZE
                   WS-Formatted-Age   DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-Overdue-Text    DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "InTransitAging".
