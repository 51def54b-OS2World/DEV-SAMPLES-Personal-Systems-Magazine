      *    last-count date.  A rejected count goes back to "sheet    *
      *    issued" so the location is recounted rather than          *
      *    forgotten.                                                *
      *    Where the item is lot-tracked at the building, the lots   *
      *    follow the book: a shortfall comes off the LOTBAL lots    *
      *    soonest-expiring first, and a gain goes on the lot the    *
      *    supervisor names - with no lot named the adjustment is    *
      *    refused and left entered, reported as needing a lot.      *
      *                                                              *
      ****************************************************************

           SELECT Item-Audit-File     ASSIGN TO "ITMAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IA-Status.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-After-Image          PIC X(113).

      *    Lot-Balance-File holds the stock of each manufacturer lot,
      *    by item and building - the lots a count correction moves.
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

       WORKING-STORAGE SECTION.
       01  WS-CC-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-Book-Qty                 PIC 9(7).
       01  WS-Posted-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Lot-Needed-Count         PIC 9(5)        VALUE ZERO.
       01  WS-LB-Status                PIC X(2).
      *    Whether the lot file opened - with no LOTBAL on file no
      *    item is lot-tracked and a count moves no lots.
       01  WS-Lot-Open-Flag            PIC X.
           88  WS-LOT-FILE-OPEN                    VALUE "1".
       01  WS-Lot-Tracked-Flag         PIC X.
       01  WS-Lot-Found-Flag           PIC X.
       01  WS-Lot-Need                 PIC 9(7).
       01  WS-Lot-Take                 PIC 9(7).
      *    Soonest expiry, then oldest receipt - no expiry sorts last.
       01  WS-Lot-Sort                 PIC X(16).
       01  WS-Best-Sort                PIC X(16).
       01  WS-Best-Lot                 PIC X(15).
       01  WS-Gain-Lot                 PIC X(15).
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.
               THEN OPEN OUTPUT Item-Audit-File
           END-IF.

           MOVE "0" TO WS-Lot-Open-Flag.
           OPEN I-O Lot-Balance-File.
           IF WS-LB-Status = "00"
               THEN MOVE "1" TO WS-Lot-Open-Flag
           END-IF.

           PERFORM SWEEP-COUNT-FILE.

           CLOSE Cycle-Count-File.
           CLOSE Item-Master-File.
           CLOSE Item-Audit-File.
           IF WS-LOT-FILE-OPEN
               THEN CLOSE Lot-Balance-File
           END-IF.

           MOVE WS-Posted-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " adjustment(s) posted".
           MOVE WS-Rejected-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " count(s) sent back for "
                   "recount".
           MOVE WS-Lot-Needed-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " adjustment(s) left entered "
                   "- needing a lot".

           GOBACK.

                                      TO WS-Work-Field
               EVALUATE WS-Work-Field (1:1)
                   WHEN "Y"
                       PERFORM APPROVE-ONE-ADJUSTMENT
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN "N"
                       PERFORM SEND-BACK-FOR-RECOUNT
               END-EVALUATE
           END-PERFORM.

      ****************************************************************
      *    Paragraph APPROVE-ONE-ADJUSTMENT sees whether the item is *
      *    lot-tracked at the counted building before the book is    *
      *    corrected.  A gain on a tracked item has to go on a lot,  *
      *    so the supervisor names one on file there; pressing Enter *
      *    refuses the adjustment and leaves the count entered,      *
      *    reported as needing a lot, for the next run.              *
      ****************************************************************
       APPROVE-ONE-ADJUSTMENT.
           MOVE LOW-VALUE TO WS-Lot-Tracked-Flag.
           MOVE SPACES    TO WS-Gain-Lot.
           IF WS-LOT-FILE-OPEN AND CC-Counted-Qty NOT = WS-Book-Qty
               THEN PERFORM CHECK-LOT-TRACKED
           END-IF.
           IF WS-Lot-Tracked-Flag = HIGH-VALUE AND
              CC-Counted-Qty > WS-Book-Qty
               THEN PERFORM ASK-GAIN-LOT
           END-IF.
           IF WS-Lot-Tracked-Flag = HIGH-VALUE AND
              CC-Counted-Qty > WS-Book-Qty AND
              WS-Gain-Lot = SPACES
               THEN ADD 1 TO WS-Lot-Needed-Count
                    DISPLAY "** Adjustment for " CC-Item-Number
                            " warehouse " CC-Warehouse " refused - "
                            "lot-tracked gain needs a lot **"
               ELSE PERFORM POST-ONE-ADJUSTMENT
           END-IF.

       CHECK-LOT-TRACKED.
           MOVE CC-Item-Number TO LB-Item-Number.
           MOVE CC-Warehouse   TO LB-Warehouse-Code.
           MOVE LOW-VALUES     TO LB-Lot-Number.
           START Lot-Balance-File KEY IS >= LB-Key
               INVALID KEY MOVE "10" TO WS-LB-Status
           END-START.
           IF WS-LB-Status = "00"
               THEN READ Lot-Balance-File NEXT RECORD
                        AT END MOVE "10" TO WS-LB-Status
                    END-READ
                    IF WS-LB-Status = "00" AND
                       LB-Item-Number    = CC-Item-Number AND
                       LB-Warehouse-Code = CC-Warehouse
                        THEN MOVE HIGH-VALUE TO WS-Lot-Tracked-Flag
                    END-IF
           END-IF.
           MOVE "00" TO WS-LB-Status.

       ASK-GAIN-LOT.
           COMPUTE WS-Lot-Need = CC-Counted-Qty - WS-Book-Qty.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Item " CC-Item-Number " is lot-tracked - "
                       "enter the lot to credit the " WS-Lot-Need
                       " unit gain to, or press Enter to refuse: "
               ACCEPT WS-Work-Field                FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
               ELSE
                   MOVE CC-Item-Number       TO LB-Item-Number
                   MOVE CC-Warehouse         TO LB-Warehouse-Code
                   MOVE WS-Work-Field (1:15) TO LB-Lot-Number
                   READ Lot-Balance-File
                       INVALID KEY
                           DISPLAY "Lot " LB-Lot-Number " is not on "
                                   "file for this item at warehouse "
                                   CC-Warehouse " - try again"
                       NOT INVALID KEY
                           MOVE LB-Lot-Number TO WS-Gain-Lot
                           MOVE HIGH-VALUE    TO WS-Edit-Flag
                   END-READ
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph POST-ONE-ADJUSTMENT corrects the warehouse's    *
      *    book to the counted quantity, writes the CYC audit        *
           ELSE
               ADD 1 TO WS-Posted-Count
               PERFORM WRITE-ADJUSTMENT-AUDIT
               IF WS-Lot-Tracked-Flag = HIGH-VALUE
                   THEN PERFORM ADJUST-COUNTED-LOTS
               END-IF
               MOVE CC-Count-Date TO CC-Last-Count-Date
               MOVE "P"           TO CC-Count-Status
               REWRITE CC-Count-Record
                       " warehouse " CC-Warehouse
           END-IF.

      ****************************************************************
      *    Paragraph ADJUST-COUNTED-LOTS brings the lots into line   *
      *    with the corrected book.  A gain goes on the lot named;   *
      *    a shortfall comes off the lots soonest-expiring first,    *
      *    expired ones included since that stock is still on the    *
      *    shelf to go missing.  Lots that hold less than the        *
      *    shortfall between them are emptied and the rest flagged.  *
      ****************************************************************
       ADJUST-COUNTED-LOTS.
           IF CC-Counted-Qty > WS-Book-Qty
               THEN PERFORM CREDIT-GAIN-LOT
           ELSE
               COMPUTE WS-Lot-Need = WS-Book-Qty - CC-Counted-Qty
               MOVE HIGH-VALUE TO WS-Lot-Found-Flag
               PERFORM UNTIL WS-Lot-Need = 0
                          OR WS-Lot-Found-Flag = LOW-VALUE
                   PERFORM FIND-OLDEST-LOT
                   IF WS-Lot-Found-Flag = HIGH-VALUE
                       THEN PERFORM TAKE-FROM-LOT
                   END-IF
               END-PERFORM
               IF WS-Lot-Need > 0
                   THEN DISPLAY "** Item " CC-Item-Number " - "
                                WS-Lot-Need " unit(s) of the "
                                "shortfall not held on any lot in "
                                "warehouse " CC-Warehouse " **"
               END-IF
           END-IF.

       CREDIT-GAIN-LOT.
           MOVE CC-Item-Number TO LB-Item-Number.
           MOVE CC-Warehouse   TO LB-Warehouse-Code.
           MOVE WS-Gain-Lot    TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   MOVE "23" TO WS-LB-Status
               NOT INVALID KEY
                   ADD WS-Lot-Need TO LB-On-Hand-Qty
                   REWRITE LB-Lot-Record
                   END-REWRITE
           END-READ.
           IF WS-LB-Status NOT = "00" AND WS-LB-Status NOT = "02"
               THEN DISPLAY "** Warning: lot " WS-Gain-Lot " of item "
                            CC-Item-Number " could not be credited "
                            "(status " WS-LB-Status ") **"
           END-IF.

       FIND-OLDEST-LOT.
           MOVE LOW-VALUE      TO WS-Lot-Found-Flag.
           MOVE HIGH-VALUES    TO WS-Best-Sort.
           MOVE CC-Item-Number TO LB-Item-Number.
           MOVE CC-Warehouse   TO LB-Warehouse-Code.
           MOVE LOW-VALUES     TO LB-Lot-Number.
           START Lot-Balance-File KEY IS >= LB-Key
               INVALID KEY MOVE "10" TO WS-LB-Status
           END-START.
           PERFORM UNTIL WS-LB-Status NOT = "00"
               READ Lot-Balance-File NEXT RECORD
                   AT END MOVE "10" TO WS-LB-Status
               END-READ
               IF WS-LB-Status = "00"
                   THEN IF LB-Item-Number    = CC-Item-Number AND
                           LB-Warehouse-Code = CC-Warehouse
                       THEN PERFORM WEIGH-LOT
                       ELSE MOVE "10" TO WS-LB-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-LB-Status.

       WEIGH-LOT.
           IF LB-On-Hand-Qty > 0
               THEN IF LB-Expiry-Date = SPACES
                        THEN MOVE "99999999"     TO WS-Lot-Sort (1:8)
                        ELSE MOVE LB-Expiry-Date TO WS-Lot-Sort (1:8)
                    END-IF
                    MOVE LB-Received-Date TO WS-Lot-Sort (9:8)
                    IF WS-Lot-Sort < WS-Best-Sort
                        THEN MOVE WS-Lot-Sort   TO WS-Best-Sort
                             MOVE LB-Lot-Number TO WS-Best-Lot
                             MOVE HIGH-VALUE    TO WS-Lot-Found-Flag
                    END-IF
           END-IF.

       TAKE-FROM-LOT.
           MOVE CC-Item-Number TO LB-Item-Number.
           MOVE CC-Warehouse   TO LB-Warehouse-Code.
           MOVE WS-Best-Lot    TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   MOVE LOW-VALUE TO WS-Lot-Found-Flag
               NOT INVALID KEY
                   IF LB-On-Hand-Qty < WS-Lot-Need
                       THEN MOVE LB-On-Hand-Qty TO WS-Lot-Take
                       ELSE MOVE WS-Lot-Need    TO WS-Lot-Take
                   END-IF
                   SUBTRACT WS-Lot-Take FROM LB-On-Hand-Qty
                   SUBTRACT WS-Lot-Take FROM WS-Lot-Need
                   REWRITE LB-Lot-Record
                   END-REWRITE
           END-READ.

       SEND-BACK-FOR-RECOUNT.
           ADD 1 TO WS-Rejected-Count.
           MOVE "S"  TO CC-Count-Status.
