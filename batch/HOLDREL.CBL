 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "OrderHoldRelease".

      ****************************************************************
      *                                                              *
      *    Supervisor's order hold queue.  Order entry saves an      *
      *    order HELD instead of ENTERED when it would take the      *
      *    customer past the credit limit, is worth more than the    *
      *    order ceiling, or sells a line below its unit cost, and   *
      *    queues it on ORDHOLD with the reasons; the pick list and  *
      *    the warehouse extract pass a HELD order over.  Drives an  *
      *    interactive LIS/REL/CAN/CEI/END loop:                     *
      *    - LIS lists every order still waiting on the queue;       *
      *    - REL shows a held order's reasons and lines and, once    *
      *      confirmed, releases it to ENTERED for the next wave;    *
      *    - CAN cancels a held order instead: every line's stock    *
      *      goes back on hand (kit components and manufacturer      *
      *      lots included) with a reversing CAN record in the       *
      *      audit trail, and the order is set to CANCELLED.  A      *
      *      held order was never billed, so no credit memo is due;  *
      *    - CEI lets a manager set the USD order ceiling order      *
      *      entry holds against (HOLDPARM).                         *
      *    Every decision is written to the HOLDAUD trail with the   *
      *    hold's reasons, who entered the order, who decided it,    *
      *    and the supervisor's note.  Deciding a hold is            *
      *    supervisor work - an entry-only operator is refused with  *
      *    the attempt written to the audit log.                     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-Hold-File     ASSIGN TO "ORDHOLD"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OH-Order-Number
                                       FILE STATUS IS WS-OH-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Order-Index-File    ASSIGN TO "ORDINDX"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OI-Order-Number
                                       ALTERNATE RECORD KEY IS
                                           OI-Date-Key
                                       ALTERNATE RECORD KEY IS
                                           OI-Status-Key
                                       FILE STATUS IS WS-OI-Status.
           SELECT Order-Detail-File   ASSIGN TO "ORDDTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OD-Key
                                       FILE STATUS IS WS-OD-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Kit-Master-File     ASSIGN TO "KITMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS KT-Kit-Number
                                       FILE STATUS IS WS-KT-Status.
           SELECT Lot-Balance-File    ASSIGN TO "LOTBAL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LB-Key
                                       FILE STATUS IS WS-LB-Status.
           SELECT Order-Lot-File      ASSIGN TO "ORDLOT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OL-Key
                                       FILE STATUS IS WS-OL-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT Audit-Log-File      ASSIGN TO "AUDITLOG"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AL-Status.
           SELECT Hold-Audit-File     ASSIGN TO "HOLDAUD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-HA-Status.
           SELECT Hold-Parameter-File ASSIGN TO "HOLDPARM"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-HP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Order-Hold-File is the hold queue order entry keeps - one
      *    record per held order with the rules it tripped and the
      *    figures it tripped them on.  A decided record stays on
      *    file marked released or cancelled.
       FD  Order-Hold-File.
       01  OH-Hold-Record.
           05  OH-Order-Number         PIC X(5).
           05  OH-Customer-Number      PIC X(10).
           05  OH-Held-Date            PIC X(8).
           05  OH-Entered-By           PIC X(3).
           05  OH-Hold-Reasons.
               10  OH-Credit-Reason    PIC X.
                   88  OH-OVER-CREDIT-LIMIT        VALUE "Y".
               10  OH-Ceiling-Reason   PIC X.
                   88  OH-OVER-ORDER-CEILING       VALUE "Y".
               10  OH-Margin-Reason    PIC X.
                   88  OH-PRICED-BELOW-COST        VALUE "Y".
      *    All amounts in USD.  Exposure is open receivables plus
      *    every other unbilled order plus this one.
           05  OH-Order-USD            PIC 9(9)V99.
           05  OH-Credit-Limit         PIC 9(7)V99.
           05  OH-Exposure             PIC S9(9)V99.
           05  OH-Order-Ceiling        PIC 9(9)V99.
      *    The first line found priced below its unit cost.
           05  OH-Below-Cost-Item      PIC X(10).
           05  OH-Below-Cost-Price     PIC 9(7)V99.
           05  OH-Below-Cost-Unit      PIC 999V99.
           05  OH-Hold-Status          PIC X.
               88  OH-ON-HOLD                      VALUE "H".
               88  OH-RELEASED                     VALUE "R".
               88  OH-CANCELLED                    VALUE "C".
           05  OH-Decided-By           PIC X(3).
           05  OH-Decided-Date         PIC X(8).

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
               88  OM-ORDER-HELD                   VALUE "H".
           05  OM-Exchange-Rate        PIC 9(3)V9(6).
           05  OM-USD-Total            PIC 9(9)V99.
           05  OM-Tax-Amount           PIC 9(7)V99.
           05  OM-Ship-To-State        PIC X(2).
           05  OM-Ship-To-Name         PIC X(30).
           05  OM-Ship-To-Line1        PIC X(30).
           05  OM-Ship-To-Line2        PIC X(30).
           05  OM-Ship-To-City         PIC X(20).
           05  OM-Ship-To-Zip          PIC X(10).
      *    Shipping warehouse assigned at entry - the building
      *    whose stock a cancelled hold goes back into.  Blank
      *    means warehouse 01.
           05  OM-Warehouse-Code       PIC X(2).
           05  OM-Customer-PO          PIC X(20).
           05  OM-Rep-Code             PIC X(3).

      *    Order-Index-File is the order-date and order-status access
      *    path over ORDMAST - one entry per order, posted by every
      *    program that writes or changes an order header, and built
      *    from ORDMAST by OrderIndexRebuild.
       FD  Order-Index-File.
       01  OI-Index-Record.
           05  OI-Order-Number         PIC X(5).
           05  OI-Date-Key.
               10  OI-Order-Date       PIC X(8).
               10  OI-Date-Order       PIC X(5).
           05  OI-Status-Key.
               10  OI-Order-Status     PIC X.
               10  OI-Status-Date      PIC X(8).
               10  OI-Status-Order     PIC X(5).

       FD  Order-Detail-File.
       01  OD-Detail-Record.
           05  OD-Key.
               10  OD-Order-Number     PIC X(5).
               10  OD-Line-Number      PIC 9(4).
           05  OD-Item-Number          PIC X(10).
           05  OD-Item-Cost            PIC 999V99.
           05  OD-Item-Quantity        PIC 9(5).
           05  OD-Contract-Flag        PIC X.
               88  OD-CONTRACT-PRICED              VALUE "C".

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

      *    Kit-Master-File is the bill of materials KitMaint keeps -
      *    a kit line's stock went out as its components, so it is
      *    the components that come back.
       FD  Kit-Master-File.
       01  KT-Kit-Record.
           05  KT-Kit-Number           PIC X(10).
           05  KT-Component-Count      PIC 9(2).
           05  KT-Components.
               10  KT-Component        OCCURS 8 TIMES.
                   15  KT-Comp-Item    PIC X(10).
                   15  KT-Comp-Qty     PIC 9(3).

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

       FD  Order-Lot-File.
       01  OL-Lot-Record.
           05  OL-Key.
               10  OL-Order-Number     PIC X(5).
               10  OL-Line-Number      PIC 9(4).
               10  OL-Lot-Seq          PIC 9(2).
           05  OL-Item-Number          PIC X(10).
           05  OL-Warehouse-Code       PIC X(2).
           05  OL-Lot-Number           PIC X(15).
           05  OL-Expiry-Date          PIC X(8).
           05  OL-Lot-Qty              PIC 9(5).
           05  OL-Returned-Qty         PIC 9(5).

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

      *    Hold-Audit-File is the trail of hold decisions - one
      *    record per release, cancellation, or ceiling change:
      *    REL/CAN carry the order, its customer, the hold reasons
      *    (Y/N for credit, ceiling, below cost) and the order's
      *    USD value; CEI carries the new ceiling, with the old one
      *    in the note.
       FD  Hold-Audit-File.
       01  HA-Audit-Record.
           05  HA-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Order-Number         PIC X(5).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Decision             PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Customer-Number      PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Hold-Reasons         PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Amount               PIC 9(9)V99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Entered-By           PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Operator-Id          PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  HA-Note                 PIC X(30).

      *    Hold-Parameter-File holds the single order-value ceiling
      *    record order entry holds against.
       FD  Hold-Parameter-File.
       01  HP-Parameter-Record.
           05  HP-Order-Ceiling        PIC 9(9)V99.
           05  HP-Set-By               PIC X(3).
           05  HP-Set-Date             PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-OH-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-OI-Status                PIC X(2).
      *    Whether the order index is on hand - it only exists once
      *    OrderIndexRebuild has built it from ORDMAST.
       01  WS-Index-Open-Flag          PIC X.
           88  WS-INDEX-OPEN                       VALUE "1".
       01  WS-OD-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-KT-Status                PIC X(2).
       01  WS-LB-Status                PIC X(2).
       01  WS-OL-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-HA-Status                PIC X(2).
       01  WS-HP-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
       01  WS-Operator-Id              PIC X(3).
      *    The signed-on operator's tier, kept past the close of the
      *    operator file - setting the ceiling is manager work.
       01  WS-Authority-Level          PIC X.
           88  WS-MANAGER                          VALUE "M".
      *    The keyed order number is held here, not just in the
      *    record area - after an unsuccessful READ the record area
      *    is undefined.
       01  WS-Order-Key                PIC X(5).
       01  WS-Hold-Found-Flag          PIC X.
           88  WS-HOLD-ON-FILE                     VALUE "1".
       01  WS-Decision                 PIC X(3).
       01  WS-Decision-Note            PIC X(30).
      *    Whether the item master actually opened - the stock
      *    REWRITEs and the final CLOSE are guarded by this switch.
       01  WS-Stock-Open-Flag          PIC X.
           88  WS-STOCK-OPEN                       VALUE "1".
       01  WS-KT-Open-Flag             PIC X.
           88  WS-KIT-FILE-OPEN                    VALUE "1".
       01  WS-Lot-Open-Flag            PIC X.
           88  WS-LOT-FILES-OPEN                   VALUE "1".
       01  WS-Kit-Index                PIC S9(4)       COMP.
       01  WS-Stock-Item               PIC X(10).
       01  WS-Stock-Qty                PIC 9(5).
       01  WS-Lot-Need                 PIC 9(5).
       01  WS-Lot-Take                 PIC 9(5).
       01  WS-Lines-Remaining          PIC 9(4).
       01  WS-Before-Count             PIC 9(4).
      *    The ceiling order entry falls back on when no HOLDPARM
      *    record is on file - the same house default it uses.
       01  WS-Default-Order-Ceiling    PIC 9(9)V99 VALUE 50000.00.
       01  WS-Current-Ceiling          PIC 9(9)V99.
       01  WS-New-Ceiling              PIC 9(9)V99.
       01  WS-Reason-Text              PIC X(30).
       01  WS-Reason-Pointer           PIC S9(4)       COMP.
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Release-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Cancel-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Amount         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Limit          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Exposure       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-Formatted-Price          PIC Z,ZZZ,ZZ9.99.
       01  WS-Formatted-Cost           PIC ZZ9.99.
       01  WS-Formatted-Qty            PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

      ****************************************************************
      *    Releasing or cancelling a held order overrides the rules  *
      *    order entry applied, so the operator signs on first and   *
      *    anyone below supervisor is refused with the attempt       *
      *    written to the audit log.                                 *
      ****************************************************************
           OPEN INPUT Operator-Master-File.
           IF WS-OP-Status NOT = "00"
               THEN DISPLAY "Operator file could not be opened "
                            "(status " WS-OP-Status ") - ending"
                    GOBACK
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT (OP-SUPERVISOR OR OP-MANAGER)
               THEN PERFORM WRITE-REFUSAL-AUDIT
                    DISPLAY "Operator " WS-Operator-Id " is not "
                            "authorized to release held orders "
                            "- run refused"
                    CLOSE Operator-Master-File
                    GOBACK
           END-IF.
           MOVE OP-Authority-Level TO WS-Authority-Level.
           CLOSE Operator-Master-File.

      ****************************************************************
      *    ORDHOLD is created by the first order entry holds; a shop *
      *    that has never held one gets it created empty here, the   *
      *    same way, so the ceiling can be set before the first      *
      *    hold.                                                     *
      ****************************************************************
           OPEN I-O Order-Hold-File.
           IF WS-OH-Status = "35"
               THEN OPEN OUTPUT Order-Hold-File
                    CLOSE Order-Hold-File
                    OPEN I-O Order-Hold-File
           END-IF.
           IF WS-OH-Status NOT = "00"
               THEN DISPLAY "Hold queue could not be opened "
                            "(status " WS-OH-Status ") - ending"
                    GOBACK
           END-IF.
           OPEN I-O Order-Master-File.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "Order master could not be opened "
                            "(status " WS-OM-Status ") - ending"
                    CLOSE Order-Hold-File
                    GOBACK
           END-IF.
           OPEN INPUT Order-Detail-File.
           IF WS-OD-Status NOT = "00"
               THEN DISPLAY "Order detail could not be opened "
                            "(status " WS-OD-Status ") - ending"
                    CLOSE Order-Hold-File
                    CLOSE Order-Master-File
                    GOBACK
           END-IF.

      *    The order index only exists once OrderIndexRebuild has
      *    built it from ORDMAST; until then there is nothing to
      *    keep current.
           MOVE "0" TO WS-Index-Open-Flag.
           OPEN I-O Order-Index-File.
           IF WS-OI-Status = "00"
               THEN MOVE "1" TO WS-Index-Open-Flag
           END-IF.
           MOVE "0" TO WS-Stock-Open-Flag.
           OPEN I-O Item-Master-File.
           IF WS-IM-Status = "00"
               THEN MOVE "1" TO WS-Stock-Open-Flag
               ELSE DISPLAY "** Warning: item master could not be "
                            "opened (status " WS-IM-Status
                            ") - stock of cancelled orders will not "
                            "go back on hand **"
           END-IF.
           MOVE "0" TO WS-KT-Open-Flag.
           OPEN INPUT Kit-Master-File.
           IF WS-KT-Status = "00"
               THEN MOVE "1" TO WS-KT-Open-Flag
           END-IF.
           MOVE "0" TO WS-Lot-Open-Flag.
           OPEN I-O Lot-Balance-File.
           IF WS-LB-Status = "00"
               THEN OPEN I-O Order-Lot-File
                    IF WS-OL-Status = "00"
                        THEN MOVE "1" TO WS-Lot-Open-Flag
                        ELSE CLOSE Lot-Balance-File
                    END-IF
           END-IF.

           OPEN EXTEND Audit-Log-File.
           IF WS-AL-Status = "35"
               THEN OPEN OUTPUT Audit-Log-File
           END-IF.
           OPEN EXTEND Hold-Audit-File.
           IF WS-HA-Status = "35"
               THEN OPEN OUTPUT Hold-Audit-File
           END-IF.

      ****************************************************************
      *    Main action loop, re-prompting on anything unknown.       *
      ****************************************************************
           MOVE "0" TO WS-Done-Flag.
           PERFORM UNTIL WS-DONE
               DISPLAY "Enter the action desired:  list, release, "
                       "cancel, ceiling, end: "
               ACCEPT WS-User-Action                  FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-User-Action)
                                      TO WS-User-Action
               EVALUATE WS-User-Action (1:3)
                   WHEN "LIS"
                       PERFORM LIST-HOLD-QUEUE
                   WHEN "REL"
                       MOVE "REL" TO WS-Decision
                       PERFORM DECIDE-HELD-ORDER
                   WHEN "CAN"
                       MOVE "CAN" TO WS-Decision
                       PERFORM DECIDE-HELD-ORDER
                   WHEN "CEI"
                       PERFORM SET-ORDER-CEILING
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           IF WS-INDEX-OPEN
               THEN CLOSE Order-Index-File
           END-IF.
           CLOSE Order-Hold-File.
           CLOSE Order-Master-File.
           CLOSE Order-Detail-File.
           IF WS-STOCK-OPEN
               THEN CLOSE Item-Master-File
           END-IF.
           IF WS-KIT-FILE-OPEN
               THEN CLOSE Kit-Master-File
           END-IF.
           IF WS-LOT-FILES-OPEN
               THEN CLOSE Lot-Balance-File
                    CLOSE Order-Lot-File
           END-IF.
           CLOSE Audit-Log-File.
           CLOSE Hold-Audit-File.

           MOVE WS-Release-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " held order(s) released".
           MOVE WS-Cancel-Count  TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " held order(s) cancelled".

           GOBACK.

      ****************************************************************
      *    Paragraph SIGN-ON-OPERATOR validates the supervisor's id  *
      *    the same way order entry's sign-on does.                  *
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
      *    an operator the authority check turned away - the audit   *
      *    log is opened and closed right here because the run ends  *
      *    before the normal open.                                   *
      ****************************************************************
       WRITE-REFUSAL-AUDIT.
           OPEN EXTEND Audit-Log-File.
           IF WS-AL-Status = "35"
               THEN OPEN OUTPUT Audit-Log-File
           END-IF.
           PERFORM BUILD-REFUSAL-RECORD.
           CLOSE Audit-Log-File.

       BUILD-REFUSAL-RECORD.
           MOVE FUNCTION CURRENT-DATE       TO WS-AL-Timestamp-Work.
           MOVE WS-AL-Timestamp-Work (1:14) TO AL-Timestamp.
           MOVE SPACES                      TO AL-Order-Number.
           MOVE "REF"                       TO AL-Action.
           MOVE "HOLDREL"                   TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.

      ****************************************************************
      *    Paragraph LIST-HOLD-QUEUE sweeps the queue in order-      *
      *    number order, one display line per order still waiting.   *
      ****************************************************************
       LIST-HOLD-QUEUE.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO OH-Order-Number.
           START Order-Hold-File KEY IS >= OH-Order-Number
               INVALID KEY MOVE "10" TO WS-OH-Status
           END-START.
           PERFORM UNTIL WS-OH-Status NOT = "00"
               READ Order-Hold-File NEXT RECORD
                   AT END MOVE "10" TO WS-OH-Status
               END-READ
               IF WS-OH-Status = "00" AND OH-ON-HOLD
                   THEN ADD 1 TO WS-List-Count
                        PERFORM BUILD-REASON-TEXT
                        MOVE OH-Order-USD TO WS-Formatted-Amount
                        DISPLAY OH-Order-Number " customer "
                                OH-Customer-Number " held "
                                OH-Held-Date " by "
                                OH-Entered-By " USD "
                                WS-Formatted-Amount " "
                                WS-Reason-Text
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-OH-Status.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " order(s) on hold".

       BUILD-REASON-TEXT.
           MOVE SPACES TO WS-Reason-Text.
           MOVE 1      TO WS-Reason-Pointer.
           IF OH-OVER-CREDIT-LIMIT
               THEN STRING "CREDIT " DELIMITED BY SIZE
                           INTO WS-Reason-Text
                           WITH POINTER WS-Reason-Pointer
           END-IF.
           IF OH-OVER-ORDER-CEILING
               THEN STRING "CEILING " DELIMITED BY SIZE
                           INTO WS-Reason-Text
                           WITH POINTER WS-Reason-Pointer
           END-IF.
           IF OH-PRICED-BELOW-COST
               THEN STRING "BELOW-COST" DELIMITED BY SIZE
                           INTO WS-Reason-Text
                           WITH POINTER WS-Reason-Pointer
           END-IF.

      ****************************************************************
      *    Paragraph READ-ORDER-KEY prompts for the order number to  *
      *    act on.                                                   *
      ****************************************************************
       READ-ORDER-KEY.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the order number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Order number is required - try again "
                   ELSE MOVE WS-Work-Field (1:5) TO WS-Order-Key
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph DECIDE-HELD-ORDER finds the order, makes sure   *
      *    it is still HELD, shows the supervisor why it was held    *
      *    and what is on it, and carries out the release or         *
      *    cancellation (WS-Decision) once confirmed.  An order      *
      *    HELD with no queue record - the queue write failed at     *
      *    entry - can still be decided; its reasons are unknown.    *
      ****************************************************************
       DECIDE-HELD-ORDER.
           PERFORM READ-ORDER-KEY.
           MOVE WS-Order-Key TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY
                   DISPLAY "Order " WS-Order-Key
                           " not found in order master"
               NOT INVALID KEY
                   IF OM-ORDER-HELD
                       THEN PERFORM REVIEW-HELD-ORDER
                       ELSE DISPLAY "Order " WS-Order-Key
                                    " is not on hold - nothing to "
                                    "decide"
                   END-IF
           END-READ.

       REVIEW-HELD-ORDER.
           MOVE "0" TO WS-Hold-Found-Flag.
           MOVE WS-Order-Key TO OH-Order-Number.
           READ Order-Hold-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "1" TO WS-Hold-Found-Flag
           END-READ.
           PERFORM DISPLAY-HOLD-DETAIL.
           IF WS-Decision = "REL"
               THEN DISPLAY "Release order " WS-Order-Key
                            " for picking (Y/N)? "
               ELSE DISPLAY "Cancel order " WS-Order-Key
                            " and return its stock (Y/N)? "
           END-IF.
           ACCEPT WS-Work-Field                    FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           IF WS-Work-Field (1:1) = "Y"
               THEN DISPLAY "Enter a note for the hold audit trail: "
                    ACCEPT WS-Decision-Note        FROM SYSIN
                    IF WS-Decision = "REL"
                        THEN PERFORM RELEASE-HELD-ORDER
                        ELSE PERFORM CANCEL-HELD-ORDER
                    END-IF
               ELSE DISPLAY "Order " WS-Order-Key " left on hold"
           END-IF.

      ****************************************************************
      *    Paragraph DISPLAY-HOLD-DETAIL shows each rule the order   *
      *    tripped with the figures it tripped on, then its lines.   *
      ****************************************************************
       DISPLAY-HOLD-DETAIL.
           MOVE OM-USD-Total TO WS-Formatted-Amount.
           DISPLAY "Order " OM-Order-Number " customer "
                   OM-Customer-Number " dated " OM-Order-Date
                   " entered by " OM-Operator-Id.
           DISPLAY "  Order value USD " WS-Formatted-Amount
                   "  warehouse " OM-Warehouse-Code.
           IF NOT WS-HOLD-ON-FILE
               THEN DISPLAY "  No hold record on file - the reasons "
                            "for this hold are not known"
           ELSE
               IF OH-OVER-CREDIT-LIMIT
                   THEN MOVE OH-Exposure     TO WS-Formatted-Exposure
                        MOVE OH-Credit-Limit TO WS-Formatted-Limit
                        DISPLAY "  Over credit limit: exposure "
                                WS-Formatted-Exposure " against limit "
                                WS-Formatted-Limit
               END-IF
               IF OH-OVER-ORDER-CEILING
                   THEN MOVE OH-Order-USD     TO WS-Formatted-Amount
                        MOVE OH-Order-Ceiling TO WS-Formatted-Limit
                        DISPLAY "  Over order ceiling: value "
                                WS-Formatted-Amount " against ceiling "
                                WS-Formatted-Limit
               END-IF
               IF OH-PRICED-BELOW-COST
                   THEN MOVE OH-Below-Cost-Price TO WS-Formatted-Price
                        MOVE OH-Below-Cost-Unit  TO WS-Formatted-Cost
                        DISPLAY "  Priced below cost: item "
                                OH-Below-Cost-Item " at USD "
                                WS-Formatted-Price " against cost "
                                WS-Formatted-Cost
               END-IF
           END-IF.
           MOVE OM-Order-Number TO OD-Order-Number.
           MOVE ZERO            TO OD-Line-Number.
           START Order-Detail-File KEY IS >= OD-Key
               INVALID KEY MOVE "10" TO WS-OD-Status
           END-START.
           PERFORM UNTIL WS-OD-Status NOT = "00"
               READ Order-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-OD-Status
               END-READ
               IF WS-OD-Status = "00"
                   THEN IF OD-Order-Number = OM-Order-Number
                       THEN MOVE OD-Item-Quantity TO WS-Formatted-Qty
                            MOVE OD-Item-Cost     TO WS-Formatted-Cost
                            DISPLAY "  line " OD-Line-Number " "
                                    OD-Item-Number " qty "
                                    WS-Formatted-Qty " @ "
                                    WS-Formatted-Cost " "
                                    OM-Currency-Code
                       ELSE MOVE "10" TO WS-OD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-OD-Status.

      ****************************************************************
      *    Paragraph RELEASE-HELD-ORDER puts the order into the      *
      *    lifecycle at ENTERED - its stock was allocated when it    *
      *    was saved, so the next pick wave simply takes it up.      *
      ****************************************************************
       RELEASE-HELD-ORDER.
           MOVE "E" TO OM-Order-Status.
           REWRITE OM-Order-Record
           END-REWRITE.
           IF WS-OM-Status = "00"
               THEN PERFORM POST-ORDER-INDEX
                    ADD 1 TO WS-Release-Count
                    PERFORM RECORD-HOLD-DECISION
                    DISPLAY "Order " WS-Order-Key " released for "
                            "picking"
               ELSE DISPLAY "** Order " WS-Order-Key
                            " was NOT released (status "
                            WS-OM-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph CANCEL-HELD-ORDER reverses the held order in    *
      *    full - each line's stock goes back on hand with a         *
      *    reversing CAN audit record, the way the cancellation      *
      *    program reverses an order - and leaves its records on     *
      *    file under CANCELLED status.  Nothing was ever invoiced,  *
      *    so nothing is credited.                                   *
      ****************************************************************
       CANCEL-HELD-ORDER.
           MOVE OM-Line-Count TO WS-Lines-Remaining.
           PERFORM REVERSE-ALL-DETAILS.
           MOVE WS-Order-Key TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY CONTINUE
           END-READ.
           MOVE "C" TO OM-Order-Status.
           REWRITE OM-Order-Record
           END-REWRITE.
           IF WS-OM-Status = "00"
               THEN PERFORM POST-ORDER-INDEX
                    ADD 1 TO WS-Cancel-Count
                    PERFORM RECORD-HOLD-DECISION
                    DISPLAY "Order " WS-Order-Key " cancelled and its "
                            "stock returned"
               ELSE DISPLAY "** Warning: order " WS-Order-Key
                            " stock was returned but the order could "
                            "not be set to CANCELLED (status "
                            WS-OM-Status ") **"
           END-IF.

       REVERSE-ALL-DETAILS.
           MOVE OM-Order-Number TO OD-Order-Number.
           MOVE ZERO            TO OD-Line-Number.
           START Order-Detail-File KEY IS >= OD-Key
               INVALID KEY MOVE "10" TO WS-OD-Status
           END-START.
           PERFORM UNTIL WS-OD-Status NOT = "00"
               READ Order-Detail-File NEXT RECORD
                   AT END MOVE "10" TO WS-OD-Status
               END-READ
               IF WS-OD-Status = "00"
                   THEN IF OD-Order-Number = WS-Order-Key
                       THEN PERFORM REVERSE-ONE-DETAIL
                       ELSE MOVE "10" TO WS-OD-Status
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-OD-Status.

       REVERSE-ONE-DETAIL.
           PERFORM RETURN-STOCK-TO-ITEM.
           MOVE WS-Lines-Remaining TO WS-Before-Count.
           IF WS-Lines-Remaining > 0
               THEN SUBTRACT 1 FROM WS-Lines-Remaining
           END-IF.
           PERFORM WRITE-REVERSING-AUDIT.

      ****************************************************************
      *    Paragraph RETURN-STOCK-TO-ITEM puts the line's units back *
      *    on hand in the building the order allocated from - a kit  *
      *    line returns each of its components at the line quantity  *
      *    times the component's per-kit quantity.                   *
      ****************************************************************
       RETURN-STOCK-TO-ITEM.
           IF WS-STOCK-OPEN
               THEN MOVE OD-Item-Number   TO WS-Stock-Item
                    MOVE OD-Item-Quantity TO WS-Stock-Qty
                    IF WS-KIT-FILE-OPEN
                        THEN MOVE OD-Item-Number TO KT-Kit-Number
                             READ Kit-Master-File
                                 INVALID KEY
                                     PERFORM RETURN-STOCK-ITEM
                                 NOT INVALID KEY
                                     PERFORM RETURN-KIT-COMPONENTS
                             END-READ
                        ELSE PERFORM RETURN-STOCK-ITEM
                    END-IF
           END-IF.

       RETURN-KIT-COMPONENTS.
           PERFORM VARYING WS-Kit-Index FROM 1 BY 1
                   UNTIL   WS-Kit-Index > KT-Component-Count
                        OR WS-Kit-Index > 8
               MOVE KT-Comp-Item (WS-Kit-Index) TO WS-Stock-Item
               COMPUTE WS-Stock-Qty =
                       OD-Item-Quantity * KT-Comp-Qty (WS-Kit-Index)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-Stock-Qty
               END-COMPUTE
               PERFORM RETURN-STOCK-ITEM
           END-PERFORM.

       RETURN-STOCK-ITEM.
           MOVE WS-Stock-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "** Item " WS-Stock-Item
                           " is no longer on the item "
                           "master - stock not returned **"
               NOT INVALID KEY
                   IF OM-Warehouse-Code = "02"
                       THEN ADD WS-Stock-Qty
                                TO IM-On-Hand-Qty-W2
                       ELSE ADD WS-Stock-Qty
                                TO IM-On-Hand-Qty
                   END-IF
                   REWRITE IM-Item-Record
                   END-REWRITE
           END-READ.
           IF WS-LOT-FILES-OPEN
               THEN PERFORM RETURN-ITEM-TO-LOTS
           END-IF.

      ****************************************************************
      *    Paragraph RETURN-ITEM-TO-LOTS puts the units of the stock *
      *    item just returned back into the lots the line drew them  *
      *    from, lot by lot in the order drawn.                      *
      ****************************************************************
       RETURN-ITEM-TO-LOTS.
           MOVE WS-Stock-Qty    TO WS-Lot-Need.
           MOVE OD-Order-Number TO OL-Order-Number.
           MOVE OD-Line-Number  TO OL-Line-Number.
           MOVE ZERO            TO OL-Lot-Seq.
           START Order-Lot-File KEY IS >= OL-Key
               INVALID KEY MOVE "10" TO WS-OL-Status
           END-START.
           PERFORM UNTIL WS-OL-Status NOT = "00"
                      OR WS-Lot-Need = 0
               READ Order-Lot-File NEXT RECORD
                   AT END MOVE "10" TO WS-OL-Status
               END-READ
               IF WS-OL-Status = "00"
                   THEN IF OL-Order-Number = OD-Order-Number AND
                           OL-Line-Number  = OD-Line-Number
                       THEN IF OL-Item-Number = WS-Stock-Item AND
                               OL-Lot-Qty > OL-Returned-Qty
                                THEN PERFORM RETURN-TO-ONE-LOT
                            END-IF
                       ELSE MOVE "10" TO WS-OL-Status
                       END-IF
               END-IF
           END-PERFORM.

       RETURN-TO-ONE-LOT.
           COMPUTE WS-Lot-Take = OL-Lot-Qty - OL-Returned-Qty.
           IF WS-Lot-Take > WS-Lot-Need
               THEN MOVE WS-Lot-Need TO WS-Lot-Take
           END-IF.
           ADD WS-Lot-Take      TO OL-Returned-Qty.
           SUBTRACT WS-Lot-Take FROM WS-Lot-Need.
           REWRITE OL-Lot-Record
           END-REWRITE.
           MOVE OL-Item-Number    TO LB-Item-Number.
           MOVE OL-Warehouse-Code TO LB-Warehouse-Code.
           MOVE OL-Lot-Number     TO LB-Lot-Number.
           READ Lot-Balance-File
               INVALID KEY
                   DISPLAY "** Lot " OL-Lot-Number " of item "
                           OL-Item-Number " is no longer on the lot "
                           "file - lot balance not refilled **"
               NOT INVALID KEY
                   ADD WS-Lot-Take TO LB-On-Hand-Qty
                   REWRITE LB-Lot-Record
                   END-REWRITE
           END-READ.

      ****************************************************************
      *    Paragraph WRITE-REVERSING-AUDIT appends one CAN record    *
      *    per cancelled line so the audit inquiry replays the       *
      *    reversal alongside the original entry.  The before/after  *
      *    counts carry the order's remaining line count.            *
      ****************************************************************
       WRITE-REVERSING-AUDIT.
           MOVE FUNCTION CURRENT-DATE       TO WS-AL-Timestamp-Work.
           MOVE WS-AL-Timestamp-Work (1:14) TO AL-Timestamp.
           MOVE WS-Order-Key                TO AL-Order-Number.
           MOVE "CAN"                       TO AL-Action.
           MOVE OD-Item-Number              TO AL-Item-Number.
           MOVE OD-Item-Cost                TO AL-Item-Cost.
           MOVE WS-Before-Count             TO AL-Before-Count.
           MOVE WS-Lines-Remaining          TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           IF WS-AL-Status NOT = "00" AND WS-AL-Status NOT = "02"
               THEN DISPLAY "** Warning: reversing audit record for "
                            "order " WS-Order-Key " item "
                            OD-Item-Number
                            " could not be written (status "
                            WS-AL-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph RECORD-HOLD-DECISION marks the queue record     *
      *    decided and writes the decision to the hold audit trail.  *
      *    The order header is still in its record area.             *
      ****************************************************************
       RECORD-HOLD-DECISION.
           MOVE FUNCTION CURRENT-DATE       TO WS-AL-Timestamp-Work.
           MOVE WS-AL-Timestamp-Work (1:14) TO HA-Timestamp.
           MOVE WS-Order-Key                TO HA-Order-Number.
           MOVE WS-Decision                 TO HA-Decision.
           MOVE OM-Customer-Number          TO HA-Customer-Number.
           MOVE OM-USD-Total                TO HA-Amount.
           MOVE OM-Operator-Id              TO HA-Entered-By.
           MOVE WS-Operator-Id              TO HA-Operator-Id.
           MOVE WS-Decision-Note            TO HA-Note.
           IF WS-HOLD-ON-FILE
               THEN MOVE OH-Hold-Reasons    TO HA-Hold-Reasons
                    PERFORM MARK-HOLD-DECIDED
               ELSE MOVE "???"              TO HA-Hold-Reasons
           END-IF.
           PERFORM WRITE-HOLD-AUDIT.

       MARK-HOLD-DECIDED.
           MOVE WS-Order-Key TO OH-Order-Number.
           READ Order-Hold-File
               INVALID KEY CONTINUE
           END-READ.
           IF WS-Decision = "REL"
               THEN MOVE "R" TO OH-Hold-Status
               ELSE MOVE "C" TO OH-Hold-Status
           END-IF.
           MOVE WS-Operator-Id TO OH-Decided-By.
           MOVE WS-Run-Date    TO OH-Decided-Date.
           REWRITE OH-Hold-Record
           END-REWRITE.
           IF WS-OH-Status NOT = "00"
               THEN DISPLAY "** Warning: hold record for order "
                            WS-Order-Key " could not be marked "
                            "decided (status " WS-OH-Status ") **"
           END-IF.

       WRITE-HOLD-AUDIT.
           WRITE HA-Audit-Record.
           IF WS-HA-Status NOT = "00"
               THEN DISPLAY "** Warning: hold audit record could not "
                            "be written (status " WS-HA-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph SET-ORDER-CEILING lets a manager change the USD *
      *    order value above which order entry holds an order.  The  *
      *    change is on the hold audit trail with the old ceiling in *
      *    the note; a supervisor asking is refused and the attempt  *
      *    written to the audit log.                                 *
      ****************************************************************
       SET-ORDER-CEILING.
           IF NOT WS-MANAGER
               THEN PERFORM BUILD-REFUSAL-RECORD
                    DISPLAY "Operator " WS-Operator-Id " is not "
                            "authorized to change the order ceiling"
           ELSE
               PERFORM READ-CURRENT-CEILING
               MOVE WS-Current-Ceiling TO WS-Formatted-Limit
               DISPLAY "Current order ceiling is USD "
                       WS-Formatted-Limit
               PERFORM READ-NEW-CEILING
               IF WS-New-Ceiling = ZERO
                   THEN DISPLAY "Order ceiling left unchanged"
                   ELSE PERFORM STORE-NEW-CEILING
               END-IF
           END-IF.

       READ-CURRENT-CEILING.
           MOVE WS-Default-Order-Ceiling TO WS-Current-Ceiling.
           OPEN INPUT Hold-Parameter-File.
           IF WS-HP-Status = "00"
               THEN READ Hold-Parameter-File
                        AT END CONTINUE
                        NOT AT END
                            IF HP-Order-Ceiling NUMERIC AND
                               HP-Order-Ceiling > ZERO
                                THEN MOVE HP-Order-Ceiling
                                               TO WS-Current-Ceiling
                            END-IF
                    END-READ
                    CLOSE Hold-Parameter-File
           END-IF.

       READ-NEW-CEILING.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the new ceiling in USD, or press Enter "
                       "to leave it: "
               ACCEPT WS-Work-Field                FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN MOVE ZERO TO WS-New-Ceiling
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               ELSE
                   COMPUTE WS-New-Ceiling =
                           FUNCTION NUMVAL (WS-Work-Field)
                   IF WS-New-Ceiling > ZERO
                       THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                       ELSE DISPLAY "Ceiling must be a positive "
                                    "amount - try again "
                   END-IF
               END-IF
           END-PERFORM.

       STORE-NEW-CEILING.
           OPEN OUTPUT Hold-Parameter-File.
           MOVE WS-New-Ceiling TO HP-Order-Ceiling.
           MOVE WS-Operator-Id TO HP-Set-By.
           MOVE WS-Run-Date    TO HP-Set-Date.
           WRITE HP-Parameter-Record.
           IF WS-HP-Status = "00"
               THEN MOVE WS-New-Ceiling TO WS-Formatted-Amount
                    DISPLAY "Order ceiling set to USD "
                            WS-Formatted-Amount
                    MOVE FUNCTION CURRENT-DATE TO WS-AL-Timestamp-Work
                    MOVE WS-AL-Timestamp-Work (1:14) TO HA-Timestamp
                    MOVE SPACES         TO HA-Order-Number
                    MOVE "CEI"          TO HA-Decision
                    MOVE SPACES         TO HA-Customer-Number
                    MOVE SPACES         TO HA-Hold-Reasons
                    MOVE WS-New-Ceiling TO HA-Amount
                    MOVE SPACES         TO HA-Entered-By
                    MOVE WS-Operator-Id TO HA-Operator-Id
                    MOVE SPACES         TO HA-Note
                    STRING "was USD " DELIMITED BY SIZE
                           WS-Formatted-Limit DELIMITED BY SIZE
                           INTO HA-Note
                    PERFORM WRITE-HOLD-AUDIT
               ELSE DISPLAY "** Order ceiling could NOT be stored "
                            "(status " WS-HP-Status ") **"
           END-IF.
           CLOSE Hold-Parameter-File.

      ****************************************************************
      *    Paragraph POST-ORDER-INDEX brings the order's entry on    *
      *    the order-date and status index into line with the        *
      *    header just rewritten.                                    *
      ****************************************************************
       POST-ORDER-INDEX.
           IF WS-INDEX-OPEN
               THEN MOVE OM-Order-Number TO OI-Order-Number
                    READ Order-Index-File
                        INVALID KEY
                            PERFORM FILL-ORDER-INDEX
                            WRITE OI-Index-Record
                            END-WRITE
                        NOT INVALID KEY
                            PERFORM FILL-ORDER-INDEX
                            REWRITE OI-Index-Record
                            END-REWRITE
                    END-READ
                    IF WS-OI-Status NOT = "00"
                        THEN DISPLAY "** Warning: order index entry "
                                     "for order " OM-Order-Number
                                     " was not posted (status "
                                     WS-OI-Status ") **"
                    END-IF
           END-IF.

       FILL-ORDER-INDEX.
           MOVE OM-Order-Number TO OI-Order-Number.
           MOVE OM-Order-Number TO OI-Date-Order.
           MOVE OM-Order-Number TO OI-Status-Order.
           MOVE OM-Order-Date   TO OI-Order-Date.
           MOVE OM-Order-Date   TO OI-Status-Date.
           MOVE OM-Order-Status TO OI-Order-Status.

       END PROGRAM "OrderHoldRelease".
