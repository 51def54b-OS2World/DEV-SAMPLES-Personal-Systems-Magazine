 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "LotExpiryReport".

      ****************************************************************
      *                                                              *
      *    Weekly lot expiry report.  Sweeps LOTBAL and prints to    *
      *    LOTEXPRP every manufacturer lot still holding stock whose *
      *    expiry date falls between today and thirty days out, so   *
      *    it can be pushed to customers before it dates, plus every *
      *    lot still holding stock that has already expired, so it   *
      *    can be written off - order allocation no longer draws     *
      *    from an expired lot.  Each line carries the stock's value *
      *    at the item's current cost.  Lots with no shelf life, and *
      *    lots with nothing left on hand, are not listed.           *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Lot-Report-File     ASSIGN TO "LOTEXPRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Lot-Balance-File holds the stock of each manufacturer lot
      *    received, keyed item + warehouse + lot, with the lot's
      *    expiry date - blank for a lot with no shelf life.
       FD  Lot-Balance-File.
       01  LB-Lot-Record.
           05  LB-Key.
               10  LB-Item-Number      PIC X(10).
               10  LB-Warehouse-Code   PIC X(2).
               10  LB-Lot-Number       PIC X(15).
           05  LB-Expiry-Date          PIC X(8).
           05  LB-Received-Date        PIC X(8).
           05  LB-Qty-Received         PIC 9(7).
           05  LB-On-Hand-Qty          PIC 9(7).

       FD  Item-Master-File.
       01  IM-Item-Record.
           05  IM-Item-Number          PIC X(10).
           05  IM-Item-Description     PIC X(20).
           05  IM-Item-Cost            PIC 999V99.
           05  IM-Item-Price           PIC 999V99.
           05  IM-On-Hand-Qty          PIC 9(7).
           05  IM-On-Hand-Qty-W2       PIC 9(7).
           05  IM-Breaks.
               10  IM-Break            OCCURS 3 TIMES.
                   15  IM-Break-Qty    PIC 9(5).
                   15  IM-Break-Cost   PIC 999V99.
                   15  IM-Break-Price  PIC 999V99.
           05  IM-Reorder-Point        PIC 9(7).
           05  IM-Reorder-Qty          PIC 9(7).

       FD  Lot-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LB-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Today                    PIC X(8).
       01  WS-Today-Numeric REDEFINES WS-Today
                                       PIC 9(8).
       01  WS-Date-Work                PIC X(21).
      *    Last expiry date the report looks ahead to.
       01  WS-Window-Days              PIC 9(3)        VALUE 30.
       01  WS-Window-End               PIC 9(8).
       01  WS-Expiry-Numeric           PIC 9(8).
       01  WS-Days-Left                PIC 9(3).
       01  WS-IM-Open-Flag             PIC X.
           88  WS-ITEMS-OPEN                       VALUE "1".
       01  WS-Item-Description         PIC X(20).
       01  WS-Item-Cost                PIC 999V99.
       01  WS-Lot-Value                PIC 9(9)V99.
       01  WS-Lot-Count                PIC 9(5)        VALUE ZERO.
       01  WS-Expiring-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Expired-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Expiring-Value           PIC 9(9)V99     VALUE ZERO.
       01  WS-Expired-Value            PIC 9(9)V99     VALUE ZERO.
       01  WS-Days-Text                PIC X(7).
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Value          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Days           PIC ZZ9.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Total          PIC ZZZZ9.
       01  WS-Formatted-Total-Value    PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today.
           COMPUTE WS-Window-End = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-Today-Numeric)
                    + WS-Window-Days).

           OPEN INPUT Lot-Balance-File.
           IF WS-LB-Status = "35"
               THEN DISPLAY "No lots are on file - nothing to report"
                    GOBACK
           END-IF.

      ****************************************************************
      *    The item master supplies description and cost - without   *
      *    it the lots are still listed, unvalued.                   *
      ****************************************************************
           MOVE "0" TO WS-IM-Open-Flag.
           OPEN INPUT Item-Master-File.
           IF WS-IM-Status = "00"
               THEN MOVE "1" TO WS-IM-Open-Flag
           END-IF.

           OPEN OUTPUT Lot-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "LOTS EXPIRED OR EXPIRING WITHIN " DELIMITED BY SIZE
                   WS-Window-Days DELIMITED BY SIZE
                   " DAYS AS OF " DELIMITED BY SIZE
                   WS-Today DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "Item       Wh Lot             Expires  Days    "
                   "  On hand  Value at cost"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE LOW-VALUES TO LB-Key.
           START Lot-Balance-File KEY IS >= LB-Key
               INVALID KEY MOVE "10" TO WS-LB-Status
           END-START.
           PERFORM UNTIL WS-LB-Status NOT = "00"
               READ Lot-Balance-File NEXT RECORD
                   AT END MOVE "10" TO WS-LB-Status
               END-READ
               IF WS-LB-Status = "00"
                   THEN ADD 1 TO WS-Lot-Count
                        IF LB-On-Hand-Qty > 0 AND
                           LB-Expiry-Date IS NUMERIC
                            THEN MOVE LB-Expiry-Date
                                           TO WS-Expiry-Numeric
                                 IF WS-Expiry-Numeric <= WS-Window-End
                                     THEN PERFORM REPORT-ONE-LOT
                                 END-IF
                        END-IF
               END-IF
           END-PERFORM.

           CLOSE Lot-Balance-File.
           IF WS-ITEMS-OPEN
               THEN CLOSE Item-Master-File
           END-IF.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Lot-Count TO WS-Formatted-Total.
           MOVE SPACES TO RP-Report-Line.
           STRING "Lots on file: " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Expiring-Count TO WS-Formatted-Count.
           MOVE WS-Expiring-Value TO WS-Formatted-Total-Value.
           MOVE SPACES TO RP-Report-Line.
           STRING "Expiring in window - push:     " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "  value " DELIMITED BY SIZE
                   WS-Formatted-Total-Value DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Expired-Count TO WS-Formatted-Count.
           MOVE WS-Expired-Value TO WS-Formatted-Total-Value.
           MOVE SPACES TO RP-Report-Line.
           STRING "Already expired - write off:   " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   "  value " DELIMITED BY SIZE
                   WS-Formatted-Total-Value DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           CLOSE Lot-Report-File.

           DISPLAY "Lot expiry report written to LOTEXPRP".

           GOBACK.

      ****************************************************************
      *    Paragraph REPORT-ONE-LOT prints the lot just read with    *
      *    the days it has left, or EXPIRED, and values its stock    *
      *    at the item's current cost.                               *
      ****************************************************************
       REPORT-ONE-LOT.
           MOVE SPACES TO WS-Item-Description.
           MOVE ZERO   TO WS-Item-Cost.
           IF WS-ITEMS-OPEN
               THEN MOVE LB-Item-Number TO IM-Item-Number
                    READ Item-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE IM-Item-Description
                                           TO WS-Item-Description
                            MOVE IM-Item-Cost TO WS-Item-Cost
                    END-READ
           END-IF.
           COMPUTE WS-Lot-Value = LB-On-Hand-Qty * WS-Item-Cost.

           IF LB-Expiry-Date < WS-Today
               THEN ADD 1 TO WS-Expired-Count
                    ADD WS-Lot-Value TO WS-Expired-Value
                    MOVE "EXPIRED" TO WS-Days-Text
               ELSE ADD 1 TO WS-Expiring-Count
                    ADD WS-Lot-Value TO WS-Expiring-Value
                    COMPUTE WS-Days-Left =
                            FUNCTION INTEGER-OF-DATE (WS-Expiry-Numeric)
                          - FUNCTION INTEGER-OF-DATE (WS-Today-Numeric)
                    MOVE WS-Days-Left TO WS-Formatted-Days
                    MOVE SPACES TO WS-Days-Text
                    MOVE WS-Formatted-Days TO WS-Days-Text (1:3)
           END-IF.

           MOVE LB-On-Hand-Qty TO WS-Formatted-Qty.
           MOVE WS-Lot-Value   TO WS-Formatted-Value.
           MOVE SPACES TO RP-Report-Line.
           STRING LB-Item-Number     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   LB-Warehouse-Code DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   LB-Lot-Number     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   LB-Expiry-Date    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-Days-Text      DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-Formatted-Qty  DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-Formatted-Value DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-Item-Description NOT = SPACES
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "           " DELIMITED BY SIZE
                            WS-Item-Description DELIMITED BY SIZE
                            INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       END PROGRAM "LotExpiryReport".
