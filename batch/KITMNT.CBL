 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "KitMaint".

      ****************************************************************
      *                                                              *
      *    Kit master maintenance.  Drives an interactive            *
      *    ADD/UPD/DEL/LIS/END loop at SYSIN against KITMAST, one    *
      *    record per kit naming the stock items boxed together to   *
      *    make it and how many of each go in one kit.  The kit      *
      *    itself is an ordinary ITEMMAST item - it is priced, sold, *
      *    confirmed and invoiced as one line - while the order      *
      *    save allocates and backorders its components and the      *
      *    pick list picks them.  The kit and every component are    *
      *    validated against ITEMMAST on the way in, and a kit can   *
      *    neither contain itself nor another kit.                   *
      *    Every ADD/UPD/DEL writes a before/after-image record to   *
      *    KITAUDIT under the signed-on operator's id, the same      *
      *    style ItemMaint keeps ITMAUDIT - an ADD has a blank       *
      *    before image, a DEL a blank after image.                  *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Kit-Audit-File      ASSIGN TO "KITAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-KA-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT Audit-Log-File      ASSIGN TO "AUDITLOG"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AL-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Kit-Master-File holds one record per kit item - the
      *    components boxed together to make one kit, and how many
      *    of each.  Unused component slots are blank with a zero
      *    quantity.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

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

      *    Kit-Audit-File gets one record per ADD/UPD/DEL against
      *    the kit master, carrying the operator and the full
      *    before and after images of the kit record so a changed
      *    bill of materials can be reconstructed exactly.
       FD  Kit-Audit-File.
       01  KA-Audit-Record.
           05  KA-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  KA-Action               PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  KA-Operator-Id          PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  KA-Before-Image         PIC X(116).
           05  FILLER                  PIC X       VALUE SPACE.
           05  KA-After-Image          PIC X(116).

      *    Operator-Master-File gates the run: a kit's components
      *    decide what every kit order takes off the shelf, so
      *    changing them is manager work, the same as the item
      *    master.  Audit-Log-File records the operators the gate
      *    turned away.
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

       WORKING-STORAGE SECTION.
       01  WS-KT-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-KA-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-KA-Timestamp-Work        PIC X(21).
       01  WS-Operator-Id              PIC X(3).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
      *    The keyed kit number is held here, not just in the
      *    record area - after an unsuccessful READ the record area
      *    is undefined, and the component checks read the kit
      *    master too, so the key is re-moved from this field
      *    before any WRITE or message that needs it.
       01  WS-Kit-Key                  PIC X(10).
       01  WS-Component-Key            PIC X(10).
      *    Before image of the record as it stood when it was read,
      *    captured ahead of the re-key so UPD/DEL audit records
      *    show what the kit looked like before the change.
       01  WS-Before-Image             PIC X(116).
      *    The components as they are keyed - built here and moved
      *    to the record area only once the whole list checks out,
      *    since validating a component reads the kit master.
       01  WS-Component-Table.
           05  WS-CT-Count             PIC 9(2).
           05  WS-CT-Entry             OCCURS 8 TIMES.
               10  WS-CT-Item          PIC X(10).
               10  WS-CT-Qty           PIC 9(3).
       01  WS-Comp-Index               PIC S9(4)       COMP.
       01  WS-Search-Index             PIC S9(4)       COMP.
       01  WS-Comp-Number              PIC 9.
       01  WS-Comp-Ok-Flag             PIC X.
       01  WS-Formatted-Comp-Qty       PIC ZZ9.
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    A kit's components decide what every kit order takes off  *
      *    the shelf, so changing them is manager work - the         *
      *    operator signs on first, and anyone below manager is      *
      *    refused with the attempt written to the audit log.        *
      ****************************************************************
           OPEN INPUT Operator-Master-File.
           IF WS-OP-Status NOT = "00"
               THEN DISPLAY "Operator file could not be opened "
                            "(status " WS-OP-Status ") - ending"
                    GOBACK
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OP-MANAGER
               THEN PERFORM WRITE-REFUSAL-AUDIT
                    DISPLAY "Operator " WS-Operator-Id " is not "
                            "authorized to maintain the kit master "
                            "- run refused"
                    CLOSE Operator-Master-File
                    GOBACK
           END-IF.
           CLOSE Operator-Master-File.

      ****************************************************************
      *    Open the kit master for update; KITMAST is pre-allocated  *
      *    empty the same way ORDMAST is, so OPEN I-O fails with a   *
      *    status of 35 the very first time and we fall back to      *
      *    OPEN OUTPUT to create it.                                 *
      ****************************************************************
           OPEN I-O Kit-Master-File.
           IF WS-KT-Status = "35"
               THEN OPEN OUTPUT Kit-Master-File
                    CLOSE Kit-Master-File
                    OPEN I-O Kit-Master-File
           END-IF.
           IF WS-KT-Status NOT = "00"
               THEN DISPLAY "Kit master could not be opened "
                            "(status " WS-KT-Status ") - ending"
                    GOBACK
           END-IF.

           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    CLOSE Kit-Master-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    Open the kit audit log for the run - append-only, with    *
      *    the same first-time OPEN OUTPUT fallback AUDITLOG uses.   *
      ****************************************************************
           OPEN EXTEND Kit-Audit-File.
           IF WS-KA-Status = "35"
               THEN OPEN OUTPUT Kit-Audit-File
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
                       PERFORM ADD-KIT
                   WHEN "UPD"
                       PERFORM UPDATE-KIT
                   WHEN "DEL"
                       PERFORM DELETE-KIT
                   WHEN "LIS"
                       PERFORM LIST-KITS
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Kit-Master-File.
           CLOSE Item-Master-File.
           CLOSE Kit-Audit-File.

           GOBACK.

      ****************************************************************
      *    Paragraph ADD-KIT keys a brand-new kit.  A kit already on *
      *    file is rejected - component changes go through UPD so an *
      *    ADD can never silently overlay a kit already on file.     *
      ****************************************************************
       ADD-KIT.
           PERFORM READ-KIT-NUMBER.
           READ Kit-Master-File
               INVALID KEY
                   PERFORM READ-KIT-COMPONENTS
                   PERFORM BUILD-KIT-RECORD
                   WRITE KT-Kit-Record
                   END-WRITE
                   IF WS-KT-Status = "00" OR WS-KT-Status = "02"
                       THEN MOVE SPACES TO WS-Before-Image
                            PERFORM WRITE-KIT-AUDIT
                            DISPLAY "Kit " WS-Kit-Key " added"
                       ELSE DISPLAY "** Kit " WS-Kit-Key
                                    " was NOT added (status "
                                    WS-KT-Status ") **"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Kit " WS-Kit-Key
                           " is already on file - use update"
           END-READ.

      ****************************************************************
      *    Paragraph UPDATE-KIT re-keys the whole component list of  *
      *    an existing kit.                                          *
      ****************************************************************
       UPDATE-KIT.
           PERFORM READ-KIT-NUMBER.
           READ Kit-Master-File
               INVALID KEY
                   DISPLAY "Kit " WS-Kit-Key
                           " not found in kit master"
               NOT INVALID KEY
                   MOVE KT-Kit-Record TO WS-Before-Image
                   PERFORM SHOW-KIT-COMPONENTS
                   PERFORM READ-KIT-COMPONENTS
                   PERFORM BUILD-KIT-RECORD
                   REWRITE KT-Kit-Record
                   END-REWRITE
                   IF WS-KT-Status = "00" OR WS-KT-Status = "02"
                       THEN PERFORM WRITE-KIT-AUDIT
                            DISPLAY "Kit " WS-Kit-Key " updated"
                       ELSE DISPLAY "** Kit " WS-Kit-Key
                                    " was NOT updated (status "
                                    WS-KT-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DELETE-KIT removes a kit's bill of materials.   *
      *    The kit item stays on the item master - from then on it   *
      *    sells and allocates as an ordinary stock item - and the   *
      *    audit record's before image preserves what was removed.   *
      ****************************************************************
       DELETE-KIT.
           PERFORM READ-KIT-NUMBER.
           READ Kit-Master-File
               INVALID KEY
                   DISPLAY "Kit " WS-Kit-Key
                           " not found in kit master"
               NOT INVALID KEY
                   MOVE KT-Kit-Record TO WS-Before-Image
                   DELETE Kit-Master-File
                   END-DELETE
                   IF WS-KT-Status = "00"
                       THEN MOVE SPACES TO KT-Kit-Record
                            PERFORM WRITE-KIT-AUDIT
                            DISPLAY "Kit " WS-Kit-Key " deleted"
                       ELSE DISPLAY "** Kit " WS-Kit-Key
                                    " was NOT deleted (status "
                                    WS-KT-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph LIST-KITS sweeps the whole kit master in key    *
      *    order, one display line per kit and one per component.    *
      ****************************************************************
       LIST-KITS.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO KT-Kit-Number.
           START Kit-Master-File KEY IS >= KT-Kit-Number
               INVALID KEY MOVE "10" TO WS-KT-Status
           END-START.
           PERFORM UNTIL WS-KT-Status NOT = "00"
               READ Kit-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-KT-Status
               END-READ
               IF WS-KT-Status = "00"
                   THEN ADD 1 TO WS-List-Count
                        MOVE KT-Kit-Number TO IM-Item-Number
                        READ Item-Master-File
                            INVALID KEY
                                MOVE "** not on item master **"
                                     TO IM-Item-Description
                        END-READ
                        DISPLAY "Kit " KT-Kit-Number " "
                                IM-Item-Description
                        PERFORM SHOW-KIT-COMPONENTS
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " kit(s) on file".

      ****************************************************************
      *    Paragraph SHOW-KIT-COMPONENTS displays the components of  *
      *    the kit in the record area, one line each.                *
      ****************************************************************
       SHOW-KIT-COMPONENTS.
           PERFORM VARYING WS-Comp-Index FROM 1 BY 1
                   UNTIL   WS-Comp-Index > KT-Component-Count
                        OR WS-Comp-Index > 8
               MOVE KT-Comp-Qty (WS-Comp-Index)
                                      TO WS-Formatted-Comp-Qty
               DISPLAY "    " KT-Comp-Item (WS-Comp-Index)
                       " x " WS-Formatted-Comp-Qty
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-KIT-NUMBER prompts for the kit item,       *
      *    retrying until one on the item master is keyed - the kit  *
      *    is priced and sold from its own item record.              *
      ****************************************************************
       READ-KIT-NUMBER.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the kit item: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Kit item is required - try again "
                   ELSE MOVE WS-Work-Field (1:10) TO WS-Kit-Key
                        MOVE WS-Kit-Key TO IM-Item-Number
                        READ Item-Master-File
                            INVALID KEY
                                DISPLAY "Item " WS-Kit-Key
                                        " not found in item master "
                                        "- add it with ItemMaint "
                                        "first"
                            NOT INVALID KEY
                                MOVE HIGH-VALUE TO WS-Edit-Flag
                        END-READ
               END-IF
           END-PERFORM.
           MOVE WS-Kit-Key TO KT-Kit-Number.

      ****************************************************************
      *    Paragraph READ-KIT-COMPONENTS prompts for up to eight     *
      *    components and their per-kit quantities, ended by a       *
      *    blank item.  At least one component is required.          *
      ****************************************************************
       READ-KIT-COMPONENTS.
           MOVE ZERO TO WS-CT-Count.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               COMPUTE WS-Comp-Number = WS-CT-Count + 1
               DISPLAY "Enter component " WS-Comp-Number
                       ", or press Enter when done: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               MOVE WS-Work-Field (1:10) TO WS-Component-Key
               IF WS-Component-Key = SPACES
                   THEN IF WS-CT-Count > 0
                            THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                            ELSE DISPLAY "A kit needs at least one "
                                         "component - try again "
                        END-IF
                   ELSE PERFORM CHECK-ONE-COMPONENT
                        IF WS-Comp-Ok-Flag = HIGH-VALUE
                            THEN PERFORM READ-COMPONENT-QUANTITY
                                 IF WS-CT-Count = 8
                                     THEN DISPLAY "Eight components "
                                                  "is the most a kit "
                                                  "holds"
                                          MOVE HIGH-VALUE
                                               TO WS-Edit-Flag
                                 END-IF
                        END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph CHECK-ONE-COMPONENT refuses a component that is *
      *    the kit itself, is already in the list, is not on the     *
      *    item master, or is itself a kit - components are stock    *
      *    items, never kits of kits.                                *
      ****************************************************************
       CHECK-ONE-COMPONENT.
           MOVE HIGH-VALUE TO WS-Comp-Ok-Flag.
           IF WS-Component-Key = WS-Kit-Key
               THEN DISPLAY "A kit cannot contain itself - try again "
                    MOVE LOW-VALUE TO WS-Comp-Ok-Flag
           END-IF.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-CT-Count
               IF WS-CT-Item (WS-Search-Index) = WS-Component-Key
                   THEN DISPLAY "Item " WS-Component-Key
                                " is already in this kit - try again "
                        MOVE LOW-VALUE TO WS-Comp-Ok-Flag
               END-IF
           END-PERFORM.
           IF WS-Comp-Ok-Flag = HIGH-VALUE
               THEN MOVE WS-Component-Key TO IM-Item-Number
                    READ Item-Master-File
                        INVALID KEY
                            DISPLAY "Item " WS-Component-Key
                                    " not found in item master "
                                    "- try again"
                            MOVE LOW-VALUE TO WS-Comp-Ok-Flag
                    END-READ
           END-IF.
           IF WS-Comp-Ok-Flag = HIGH-VALUE
               THEN MOVE WS-Component-Key TO KT-Kit-Number
                    READ Kit-Master-File
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            DISPLAY "Item " WS-Component-Key
                                    " is itself a kit - try again"
                            MOVE LOW-VALUE TO WS-Comp-Ok-Flag
                    END-READ
           END-IF.

       READ-COMPONENT-QUANTITY.
           ADD 1 TO WS-CT-Count.
           MOVE WS-Component-Key TO WS-CT-Item (WS-CT-Count).
           MOVE LOW-VALUE TO WS-Comp-Ok-Flag.
           PERFORM UNTIL WS-Comp-Ok-Flag = HIGH-VALUE
               DISPLAY "Enter the quantity of " WS-Component-Key
                       " in one kit: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               COMPUTE WS-CT-Qty (WS-CT-Count) =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF WS-CT-Qty (WS-CT-Count) > 0
                   THEN MOVE HIGH-VALUE TO WS-Comp-Ok-Flag
                   ELSE DISPLAY "Quantity must be 1 through 999 - "
                                "try again "
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph BUILD-KIT-RECORD moves the keyed component list *
      *    into the record area under the kit's key, blanking the    *
      *    unused slots.                                             *
      ****************************************************************
       BUILD-KIT-RECORD.
           MOVE SPACES        TO KT-Kit-Record.
           MOVE WS-Kit-Key    TO KT-Kit-Number.
           MOVE WS-CT-Count   TO KT-Component-Count.
           PERFORM VARYING WS-Comp-Index FROM 1 BY 1
                   UNTIL   WS-Comp-Index > 8
               IF WS-Comp-Index > WS-CT-Count
                   THEN MOVE SPACES TO KT-Comp-Item (WS-Comp-Index)
                        MOVE ZERO   TO KT-Comp-Qty (WS-Comp-Index)
                   ELSE MOVE WS-CT-Item (WS-Comp-Index)
                             TO KT-Comp-Item (WS-Comp-Index)
                        MOVE WS-CT-Qty (WS-Comp-Index)
                             TO KT-Comp-Qty (WS-Comp-Index)
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph WRITE-KIT-AUDIT appends one before/after-image  *
      *    record for the action just completed.  The caller leaves  *
      *    the before image in WS-Before-Image (spaces for ADD) and  *
      *    the after image in the record area (spaces for DEL).      *
      ****************************************************************
       WRITE-KIT-AUDIT.
           MOVE FUNCTION CURRENT-DATE       TO WS-KA-Timestamp-Work.
           MOVE WS-KA-Timestamp-Work (1:14) TO KA-Timestamp.
           MOVE WS-User-Action (1:3)        TO KA-Action.
           MOVE WS-Operator-Id              TO KA-Operator-Id.
           MOVE WS-Before-Image             TO KA-Before-Image.
           MOVE KT-Kit-Record               TO KA-After-Image.
           WRITE KA-Audit-Record.
           IF WS-KA-Status NOT = "00" AND WS-KA-Status NOT = "02"
               THEN DISPLAY "** Warning: kit audit record for "
                            WS-Kit-Key
                            " could not be written (status "
                            WS-KA-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph SIGN-ON-OPERATOR validates the operator id the  *
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
      *    Paragraph WRITE-REFUSAL-AUDIT appends one REF record for  *
      *    an operator the authority check turned away, with the     *
      *    same first-time OPEN OUTPUT fallback AUDITLOG always      *
      *    gets.                                                     *
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
           MOVE "KITMNT"                    TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           CLOSE Audit-Log-File.

       END PROGRAM "KitMaint".
