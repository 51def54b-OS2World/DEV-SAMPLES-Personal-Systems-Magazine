 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "VendorMaint".

      ****************************************************************
      *                                                              *
      *    Vendor master maintenance.  Drives an interactive         *
      *    ADD/UPD/DEL/PRE/LIS/END loop at SYSIN against VENDMAST,   *
      *    the supplier file the purchase-order programs work from - *
      *    name, remit-to address, and the lead time in days a       *
      *    purchase order placed today takes to arrive.  DEL         *
      *    deactivates the record (status "D") rather than deleting  *
      *    it, so purchase orders already placed keep resolving to a *
      *    name; a deactivated vendor can be reactivated with UPD.   *
      *    PRE names the preferred vendor for an item on ITEMVEND -  *
      *    the vendor the draft purchase-order run orders that item  *
      *    from.  Both the item and the vendor are validated on the  *
      *    way in; a blank vendor takes the item's preference off.   *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-Master-File.
       01  VN-Vendor-Record.
           05  VN-Vendor-Number        PIC X(6).
           05  VN-Vendor-Name          PIC X(30).
      *    Remit-to address - where the vendor's invoices are paid,
      *    printed on every purchase order sent to them.
           05  VN-Remit-To.
               10  VN-RT-Line1         PIC X(30).
               10  VN-RT-Line2         PIC X(30).
               10  VN-RT-City          PIC X(20).
               10  VN-RT-State         PIC X(2).
               10  VN-RT-Zip           PIC X(10).
      *    Calendar days from order to receipt - the expected date
      *    on each new purchase order is the order date plus this.
           05  VN-Lead-Time-Days       PIC 9(3).
           05  VN-Status-Flag          PIC X.
               88  VN-ACTIVE                       VALUE "A".
               88  VN-DEACTIVATED                  VALUE "D".

      *    Item-Vendor-File holds one record per item that has a
      *    preferred supplier - the vendor the draft purchase-order
      *    run orders that item from.
       FD  Item-Vendor-File.
       01  IV-Item-Vendor-Record.
           05  IV-Item-Number          PIC X(10).
           05  IV-Vendor-Number        PIC X(6).

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

       WORKING-STORAGE SECTION.
       01  WS-VN-Status                PIC X(2).
       01  WS-IV-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
      *    The keyed vendor and item numbers are held here, not just
      *    in the record areas - after an unsuccessful READ the
      *    record area is undefined, so the key is re-moved from
      *    these fields before any WRITE or message that needs it.
       01  WS-Vendor-Key               PIC X(6).
       01  WS-Item-Key                 PIC X(10).
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Open the vendor master and the preferred-vendor file for  *
      *    update; both are pre-allocated empty the same way ORDMAST *
      *    is, so OPEN I-O fails with a status of 35 the very first  *
      *    time and we fall back to OPEN OUTPUT to create them.      *
      ****************************************************************
           OPEN I-O Vendor-Master-File.
           IF WS-VN-Status = "35"
               THEN OPEN OUTPUT Vendor-Master-File
                    CLOSE Vendor-Master-File
                    OPEN I-O Vendor-Master-File
           END-IF.
           IF WS-VN-Status NOT = "00"
               THEN DISPLAY "Vendor master could not be opened "
                            "(status " WS-VN-Status ") - ending"
                    GOBACK
           END-IF.

           OPEN I-O Item-Vendor-File.
           IF WS-IV-Status = "35"
               THEN OPEN OUTPUT Item-Vendor-File
                    CLOSE Item-Vendor-File
                    OPEN I-O Item-Vendor-File
           END-IF.
           IF WS-IV-Status NOT = "00"
               THEN DISPLAY "Preferred-vendor file could not be opened "
                            "(status " WS-IV-Status ") - ending"
                    CLOSE Vendor-Master-File
                    GOBACK
           END-IF.

           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    CLOSE Vendor-Master-File
                    CLOSE Item-Vendor-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    Main action loop - the same ADD/DEL/UPD/LIS/END verbs     *
      *    order entry uses, plus PRE for an item's preferred        *
      *    vendor, re-prompting on anything else.                    *
      ****************************************************************
           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the action desired:  add, update, "
                       "delete, preferred, list, end: "
               ACCEPT WS-User-Action                  FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-User-Action)
                                      TO WS-User-Action
               EVALUATE WS-User-Action (1:3)
                   WHEN "ADD"
                       PERFORM ADD-VENDOR
                   WHEN "UPD"
                       PERFORM UPDATE-VENDOR
                   WHEN "DEL"
                       PERFORM DEACTIVATE-VENDOR
                   WHEN "PRE"
                       PERFORM SET-PREFERRED-VENDOR
                   WHEN "LIS"
                       PERFORM LIST-VENDORS
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Vendor-Master-File.
           CLOSE Item-Vendor-File.
           CLOSE Item-Master-File.

           GOBACK.

      ****************************************************************
      *    Paragraph ADD-VENDOR keys a brand-new vendor record.  An  *
      *    existing vendor number is rejected - corrections go       *
      *    through UPD so an ADD can never silently overlay a vendor *
      *    already on file.                                          *
      ****************************************************************
       ADD-VENDOR.
           PERFORM READ-VENDOR-NUMBER.
           READ Vendor-Master-File
               INVALID KEY
                   MOVE WS-Vendor-Key TO VN-Vendor-Number
                   PERFORM READ-VENDOR-FIELDS
                   MOVE "A" TO VN-Status-Flag
                   WRITE VN-Vendor-Record
                   END-WRITE
                   IF WS-VN-Status = "00" OR WS-VN-Status = "02"
                       THEN DISPLAY "Vendor " WS-Vendor-Key
                                    " added"
                       ELSE DISPLAY "** Vendor " WS-Vendor-Key
                                    " was NOT added (status "
                                    WS-VN-Status ") **"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Vendor " WS-Vendor-Key
                           " is already on file - use update"
           END-READ.

      ****************************************************************
      *    Paragraph UPDATE-VENDOR re-keys every field of an         *
      *    existing record, including the status flag, so a          *
      *    deactivated vendor can be reactivated here.               *
      ****************************************************************
       UPDATE-VENDOR.
           PERFORM READ-VENDOR-NUMBER.
           READ Vendor-Master-File
               INVALID KEY
                   DISPLAY "Vendor " WS-Vendor-Key
                           " not found in vendor master"
               NOT INVALID KEY
                   PERFORM READ-VENDOR-FIELDS
                   PERFORM READ-STATUS-FLAG
                   REWRITE VN-Vendor-Record
                   END-REWRITE
                   IF WS-VN-Status = "00" OR WS-VN-Status = "02"
                       THEN DISPLAY "Vendor " WS-Vendor-Key
                                    " updated"
                       ELSE DISPLAY "** Vendor " WS-Vendor-Key
                                    " was NOT updated (status "
                                    WS-VN-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DEACTIVATE-VENDOR sets the status flag to "D" - *
      *    the record itself stays on file so purchase orders        *
      *    already placed still resolve to a name and address.  The  *
      *    draft run will not order from a deactivated vendor.       *
      ****************************************************************
       DEACTIVATE-VENDOR.
           PERFORM READ-VENDOR-NUMBER.
           READ Vendor-Master-File
               INVALID KEY
                   DISPLAY "Vendor " WS-Vendor-Key
                           " not found in vendor master"
               NOT INVALID KEY
                   MOVE "D" TO VN-Status-Flag
                   REWRITE VN-Vendor-Record
                   END-REWRITE
                   IF WS-VN-Status = "00" OR WS-VN-Status = "02"
                       THEN DISPLAY "Vendor " WS-Vendor-Key
                                    " deactivated"
                       ELSE DISPLAY "** Vendor " WS-Vendor-Key
                                    " was NOT deactivated (status "
                                    WS-VN-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph SET-PREFERRED-VENDOR names (or, with a blank    *
      *    vendor, removes) the preferred vendor for one item.  The  *
      *    item must be on ITEMMAST and the vendor must be an active *
      *    vendor, so the draft run never orders a ghost.            *
      ****************************************************************
       SET-PREFERRED-VENDOR.
           PERFORM READ-ITEM-NUMBER.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Item " WS-Item-Key
                           " not found in item master"
               NOT INVALID KEY
                   PERFORM READ-PREFERRED-VENDOR
           END-READ.

       READ-PREFERRED-VENDOR.
           DISPLAY "Enter the preferred vendor for " WS-Item-Key
                   ", or press Enter to remove the preference: ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                  TO WS-Work-Field.
           IF WS-Work-Field = SPACES
               THEN PERFORM REMOVE-PREFERRED-VENDOR
           ELSE
               MOVE WS-Work-Field (1:6) TO WS-Vendor-Key
               MOVE WS-Vendor-Key       TO VN-Vendor-Number
               READ Vendor-Master-File
                   INVALID KEY
                       DISPLAY "Vendor " WS-Vendor-Key
                               " not found in vendor master - no "
                               "change made"
                   NOT INVALID KEY
                       IF VN-ACTIVE
                           THEN PERFORM WRITE-PREFERRED-VENDOR
                           ELSE DISPLAY "Vendor " WS-Vendor-Key
                                        " is deactivated - no change "
                                        "made"
                       END-IF
               END-READ
           END-IF.

       WRITE-PREFERRED-VENDOR.
           MOVE WS-Item-Key   TO IV-Item-Number.
           MOVE WS-Vendor-Key TO IV-Vendor-Number.
           WRITE IV-Item-Vendor-Record
               INVALID KEY REWRITE IV-Item-Vendor-Record
           END-WRITE.
           IF WS-IV-Status = "00" OR WS-IV-Status = "02"
               THEN DISPLAY "Item " WS-Item-Key
                            " now ordered from vendor " WS-Vendor-Key
               ELSE DISPLAY "** Preferred vendor for " WS-Item-Key
                            " was NOT recorded (status "
                            WS-IV-Status ") **"
           END-IF.

       REMOVE-PREFERRED-VENDOR.
           MOVE WS-Item-Key TO IV-Item-Number.
           READ Item-Vendor-File
               INVALID KEY
                   DISPLAY "Item " WS-Item-Key
                           " has no preferred vendor - no change made"
               NOT INVALID KEY
                   DELETE Item-Vendor-File
                   END-DELETE
                   IF WS-IV-Status = "00"
                       THEN DISPLAY "Preferred vendor removed from "
                                    WS-Item-Key
                       ELSE DISPLAY "** Preferred vendor for "
                                    WS-Item-Key
                                    " was NOT removed (status "
                                    WS-IV-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph LIST-VENDORS sweeps the whole master in key     *
      *    order, one display line per vendor, then the preferred-   *
      *    vendor assignments one line per item.                     *
      ****************************************************************
       LIST-VENDORS.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO VN-Vendor-Number.
           START Vendor-Master-File KEY IS >= VN-Vendor-Number
               INVALID KEY MOVE "10" TO WS-VN-Status
           END-START.
           PERFORM UNTIL WS-VN-Status NOT = "00"
               READ Vendor-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-VN-Status
               END-READ
               IF WS-VN-Status = "00"
                   THEN ADD 1 TO WS-List-Count
                        DISPLAY VN-Vendor-Number " "
                                VN-Vendor-Name " "
                                VN-Status-Flag " lead time "
                                VN-Lead-Time-Days " day(s)"
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " vendor(s) on file".

           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO IV-Item-Number.
           START Item-Vendor-File KEY IS >= IV-Item-Number
               INVALID KEY MOVE "10" TO WS-IV-Status
           END-START.
           PERFORM UNTIL WS-IV-Status NOT = "00"
               READ Item-Vendor-File NEXT RECORD
                   AT END MOVE "10" TO WS-IV-Status
               END-READ
               IF WS-IV-Status = "00"
                   THEN ADD 1 TO WS-List-Count
                        DISPLAY "  item " IV-Item-Number
                                " preferred vendor " IV-Vendor-Number
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " item(s) with a preferred "
                   "vendor".

      ****************************************************************
      *    Paragraph READ-VENDOR-NUMBER prompts for the vendor       *
      *    number, retrying until a non-blank one is keyed.          *
      ****************************************************************
       READ-VENDOR-NUMBER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the vendor number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Vendor number is required - "
                                "try again "
                   ELSE MOVE WS-Work-Field (1:6)
                                      TO WS-Vendor-Key
                        MOVE WS-Vendor-Key
                                      TO VN-Vendor-Number
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.

       READ-ITEM-NUMBER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the item number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Item number is required - try again "
                   ELSE MOVE WS-Work-Field (1:10)
                                      TO WS-Item-Key
                        MOVE WS-Item-Key
                                      TO IM-Item-Number
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-VENDOR-FIELDS prompts for everything on    *
      *    the record except the key and the status flag - shared by *
      *    ADD (which forces status "A") and UPD (which prompts for  *
      *    the status separately).                                   *
      ****************************************************************
       READ-VENDOR-FIELDS.
           DISPLAY "Enter the vendor name: ".
           ACCEPT VN-Vendor-Name                   FROM SYSIN.
           DISPLAY "Enter remit-to address line 1: ".
           ACCEPT VN-RT-Line1                      FROM SYSIN.
           DISPLAY "Enter remit-to address line 2, or press Enter "
                   "for none: ".
           ACCEPT VN-RT-Line2                      FROM SYSIN.
           DISPLAY "Enter remit-to city: ".
           ACCEPT VN-RT-City                       FROM SYSIN.
           DISPLAY "Enter remit-to state: ".
           ACCEPT VN-RT-State                      FROM SYSIN.
           DISPLAY "Enter remit-to zip: ".
           ACCEPT VN-RT-Zip                        FROM SYSIN.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the lead time in days: "
               ACCEPT WS-Work-Field                FROM SYSIN
               COMPUTE VN-Lead-Time-Days =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF VN-Lead-Time-Days > 0
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Lead time must be a positive "
                                "number - try again "
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-STATUS-FLAG prompts for the status byte,   *
      *    accepting only A(ctive) or D(eactivated).                 *
      ****************************************************************
       READ-STATUS-FLAG.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the status - A(ctive) or "
                       "D(eactivated): "
               ACCEPT WS-Work-Field                FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               EVALUATE WS-Work-Field (1:1)
                   WHEN "A"
                       MOVE "A" TO VN-Status-Flag
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN "D"
                       MOVE "D" TO VN-Status-Flag
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN OTHER
                       DISPLAY "Please answer A or D - try again "
               END-EVALUATE
           END-PERFORM.

       END PROGRAM "VendorMaint".
