 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "FreightRateMaint".

      ****************************************************************
      *                                                              *
      *    Carrier freight-rate table maintenance.  Drives an        *
      *    interactive ADD/UPD/DEL/LIS/END loop at SYSIN against     *
      *    FRTRATE, the table the invoice run bills prepaid-and-add  *
      *    freight from.  Each record is one weight bracket for one  *
      *    carrier shipping into one state, keyed carrier code +     *
      *    ship-to state + the bracket's top weight in pounds, and   *
      *    carries the flat USD charge for a shipment up to that     *
      *    weight.  A shipment is billed from the lowest bracket     *
      *    whose top weight covers it; a blank state is the          *
      *    carrier's catch-all for states with no brackets of their  *
      *    own.                                                      *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Freight-Rate-File   ASSIGN TO "FRTRATE"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS FR-Rate-Key
                                       FILE STATUS IS WS-FR-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Freight-Rate-File.
       01  FR-Rate-Record.
           05  FR-Rate-Key.
               10  FR-Carrier-Code     PIC X(4).
               10  FR-Ship-To-State    PIC X(2).
               10  FR-Weight-Limit     PIC 9(5).
           05  FR-Freight-Charge       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-FR-Status                PIC X(2).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
      *    The keyed bracket is held here, not just in the record
      *    area - after an unsuccessful READ the record area is
      *    undefined, so the key is re-moved from this field before
      *    any WRITE or message that needs it.
       01  WS-Rate-Key.
           05  WS-Carrier-Code         PIC X(4).
           05  WS-Ship-To-State        PIC X(2).
           05  WS-Weight-Limit         PIC 9(5).
       01  WS-Formatted-Charge         PIC ZZ,ZZ9.99.
       01  WS-Formatted-Weight         PIC ZZZZ9.
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Open the rate table for update; FRTRATE is pre-allocated  *
      *    empty the same way ORDMAST is, so OPEN I-O fails with a   *
      *    status of 35 the very first time and we fall back to      *
      *    OPEN OUTPUT to create it.                                 *
      ****************************************************************
           OPEN I-O Freight-Rate-File.
           IF WS-FR-Status = "35"
               THEN OPEN OUTPUT Freight-Rate-File
                    CLOSE Freight-Rate-File
                    OPEN I-O Freight-Rate-File
           END-IF.
           IF WS-FR-Status NOT = "00"
               THEN DISPLAY "Freight rate table could not be opened "
                            "(status " WS-FR-Status ") - ending"
                    GOBACK
           END-IF.

      ****************************************************************
      *    Main action loop - the same ADD/DEL/UPD/LIS/END verbs     *
      *    order entry uses, re-prompting on anything else.          *
      ****************************************************************
           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the action desired:  add, update, "
                       "delete, list, end: "
               ACCEPT WS-User-Action                  FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-User-Action)
                                      TO WS-User-Action
               EVALUATE WS-User-Action (1:3)
                   WHEN "ADD"
                       PERFORM ADD-RATE
                   WHEN "UPD"
                       PERFORM UPDATE-RATE
                   WHEN "DEL"
                       PERFORM DELETE-RATE
                   WHEN "LIS"
                       PERFORM LIST-RATES
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Freight-Rate-File.

           GOBACK.

      ****************************************************************
      *    Paragraph ADD-RATE keys a brand-new weight bracket.  An   *
      *    existing one is rejected - corrections go through UPD.    *
      ****************************************************************
       ADD-RATE.
           PERFORM READ-RATE-KEY.
           READ Freight-Rate-File
               INVALID KEY
                   MOVE WS-Rate-Key TO FR-Rate-Key
                   PERFORM READ-RATE-CHARGE
                   WRITE FR-Rate-Record
                   END-WRITE
                   IF WS-FR-Status = "00" OR WS-FR-Status = "02"
                       THEN DISPLAY "Rate " WS-Carrier-Code " "
                                    WS-Ship-To-State " "
                                    WS-Weight-Limit " added"
                       ELSE DISPLAY "** Rate " WS-Carrier-Code " "
                                    WS-Ship-To-State " "
                                    WS-Weight-Limit
                                    " was NOT added (status "
                                    WS-FR-Status ") **"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Rate " WS-Carrier-Code " "
                           WS-Ship-To-State " " WS-Weight-Limit
                           " is already on file - use update"
           END-READ.

      ****************************************************************
      *    Paragraph UPDATE-RATE re-keys the charge of an existing   *
      *    weight bracket.                                           *
      ****************************************************************
       UPDATE-RATE.
           PERFORM READ-RATE-KEY.
           READ Freight-Rate-File
               INVALID KEY
                   DISPLAY "Rate " WS-Carrier-Code " "
                           WS-Ship-To-State " " WS-Weight-Limit
                           " not found on the rate table"
               NOT INVALID KEY
                   MOVE FR-Freight-Charge TO WS-Formatted-Charge
                   DISPLAY "Current charge is " WS-Formatted-Charge
                   PERFORM READ-RATE-CHARGE
                   REWRITE FR-Rate-Record
                   END-REWRITE
                   IF WS-FR-Status = "00" OR WS-FR-Status = "02"
                       THEN DISPLAY "Rate " WS-Carrier-Code " "
                                    WS-Ship-To-State " "
                                    WS-Weight-Limit " updated"
                       ELSE DISPLAY "** Rate " WS-Carrier-Code " "
                                    WS-Ship-To-State " "
                                    WS-Weight-Limit
                                    " was NOT updated (status "
                                    WS-FR-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DELETE-RATE removes a bracket outright; the     *
      *    shipments it covered fall to the next bracket up.         *
      ****************************************************************
       DELETE-RATE.
           PERFORM READ-RATE-KEY.
           READ Freight-Rate-File
               INVALID KEY
                   DISPLAY "Rate " WS-Carrier-Code " "
                           WS-Ship-To-State " " WS-Weight-Limit
                           " not found on the rate table"
               NOT INVALID KEY
                   DELETE Freight-Rate-File
                   END-DELETE
                   IF WS-FR-Status = "00"
                       THEN DISPLAY "Rate " WS-Carrier-Code " "
                                    WS-Ship-To-State " "
                                    WS-Weight-Limit " deleted"
                       ELSE DISPLAY "** Rate " WS-Carrier-Code " "
                                    WS-Ship-To-State " "
                                    WS-Weight-Limit
                                    " was NOT deleted (status "
                                    WS-FR-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph LIST-RATES sweeps the whole table in key order  *
      *    - carrier, state, then bracket - one line per bracket.    *
      ****************************************************************
       LIST-RATES.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO FR-Rate-Key.
           START Freight-Rate-File KEY IS >= FR-Rate-Key
               INVALID KEY MOVE "10" TO WS-FR-Status
           END-START.
           PERFORM UNTIL WS-FR-Status NOT = "00"
               READ Freight-Rate-File NEXT RECORD
                   AT END MOVE "10" TO WS-FR-Status
               END-READ
               IF WS-FR-Status = "00"
                   THEN ADD 1 TO WS-List-Count
                        MOVE FR-Weight-Limit   TO WS-Formatted-Weight
                        MOVE FR-Freight-Charge TO WS-Formatted-Charge
                        DISPLAY FR-Carrier-Code " " FR-Ship-To-State
                                "  up to " WS-Formatted-Weight
                                " lb  USD " WS-Formatted-Charge
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " rate(s) on file".

      ****************************************************************
      *    Paragraph READ-RATE-KEY prompts for the carrier, the      *
      *    ship-to state (blank for the carrier's catch-all), and    *
      *    the bracket's top weight.                                 *
      ****************************************************************
       READ-RATE-KEY.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the carrier code: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Carrier code is required - try again "
                   ELSE MOVE WS-Work-Field (1:4) TO WS-Carrier-Code
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.
           DISPLAY "Enter the ship-to state, or press Enter for all "
                   "other states: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                  TO WS-Work-Field.
           MOVE WS-Work-Field (1:2) TO WS-Ship-To-State.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the top weight of the bracket in "
                       "pounds: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               COMPUTE WS-Weight-Limit =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF WS-Weight-Limit NUMERIC AND WS-Weight-Limit > 0
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Weight must be a number above zero "
                                "- try again "
               END-IF
           END-PERFORM.
           MOVE WS-Rate-Key TO FR-Rate-Key.

      ****************************************************************
      *    Paragraph READ-RATE-CHARGE prompts for the bracket's flat *
      *    USD charge - shared by ADD and UPD.                       *
      ****************************************************************
       READ-RATE-CHARGE.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the freight charge in USD: "
               ACCEPT WS-Work-Field                FROM SYSIN
               COMPUTE FR-Freight-Charge =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF FR-Freight-Charge NUMERIC
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Freight charge is not numeric - "
                                "try again "
               END-IF
           END-PERFORM.

       END PROGRAM "FreightRateMaint".
