 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "IntegrityCheck".

      ****************************************************************
      *                                                              *
      *    Weekly referential-integrity sweep.  DayEndBalance proves *
      *    one business date; this run checks the files against      *
      *    each other over their whole contents and writes one       *
      *    section per file pair to INTCHKRP, with the key of every  *
      *    orphan found and a count:                                 *
      *    - ORDDTL lines whose ORDMAST header is gone,              *
      *    - ORDXREF entries for orders no longer on ORDMAST -       *
      *      archived (found on ARCMAST) or simply missing,          *
      *    - SHIPMENT records for CANCELLED orders,                  *
      *    - WHSSENT markers for CANCELLED orders,                   *
      *    - ARLEDGER invoices whose order is on neither ORDMAST nor *
      *      ARCMAST,                                                *
      *    - BACKORD lines for CANCELLED orders,                     *
      *    - CYCCOUNT records for items no longer on ITEMMAST, and   *
      *    - SUBXREF entries naming an item or a substitute no       *
      *      longer on ITEMMAST.                                     *
      *    Answering REPAIR at SYSIN runs the same sweep in repair   *
      *    mode, for a manager only - anyone else is refused with    *
      *    the attempt written to AUDITLOG.  Repair mode removes the *
      *    orphans that carry no money - ORDDTL, ORDXREF, WHSSENT,   *
      *    BACKORD, CYCCOUNT and SUBXREF - and writes each removed   *
      *    record's image, with the operator, to the INTAUDIT trail. *
      *    SHIPMENT (freight cost and freight billed) and ARLEDGER   *
      *    are financial and are only ever listed for someone to     *
      *    decide.  A file that is not on file is reported as not    *
      *    checked rather than ending the run.                       *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Order-Detail-File   ASSIGN TO "ORDDTL"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OD-Key
                                       FILE STATUS IS WS-OD-Status.
           SELECT Order-Xref-File     ASSIGN TO "ORDXREF"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OX-Key
                                       FILE STATUS IS WS-OX-Status.
           SELECT Archive-Master-File ASSIGN TO "ARCMAST"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AM-Status.
           SELECT Shipment-File       ASSIGN TO "SHIPMENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SH-Order-Number
                                       FILE STATUS IS WS-SH-Status.
           SELECT Sent-Marker-File    ASSIGN TO "WHSSENT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS WH-Order-Number
                                       FILE STATUS IS WS-WH-Status.
           SELECT AR-Ledger-File      ASSIGN TO "ARLEDGER"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS LG-Key
                                       FILE STATUS IS WS-LG-Status.
           SELECT Backorder-File      ASSIGN TO "BACKORD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BO-Status.
           SELECT Backorder-Work-File ASSIGN TO "BACKWORK"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-BW-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Cycle-Count-File    ASSIGN TO "CYCCOUNT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CC-Key
                                       FILE STATUS IS WS-CC-Status.
           SELECT Substitution-File   ASSIGN TO "SUBXREF"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SX-Key
                                       FILE STATUS IS WS-SX-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.
           SELECT Audit-Log-File      ASSIGN TO "AUDITLOG"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-AL-Status.
           SELECT Integrity-Audit-File ASSIGN TO "INTAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IT-Status.
           SELECT Integrity-Report-File ASSIGN TO "INTCHKRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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
           05  OM-Warehouse-Code       PIC X(2).
           05  OM-Customer-PO          PIC X(20).
           05  OM-Rep-Code             PIC X(3).

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

       FD  Order-Xref-File.
       01  OX-Xref-Record.
           05  OX-Key.
               10  OX-Customer-Number  PIC X(10).
               10  OX-Order-Number     PIC X(5).

      *    Archive-Master-File is read only to tell an archived order
      *    from one that is simply gone - the order number leads
      *    the archived header image.
       FD  Archive-Master-File.
       01  AM-Archive-Record.
           05  AM-Archive-Date         PIC X(8).
           05  FILLER                  PIC X.
           05  AM-Order-Image.
               10  AM-Order-Number     PIC X(5).
               10  FILLER              PIC X(217).

       FD  Shipment-File.
       01  SH-Shipment-Record.
           05  SH-Order-Number         PIC X(5).
           05  SH-Carrier-Code         PIC X(4).
           05  SH-Tracking-Number      PIC X(20).
           05  SH-Ship-Date            PIC X(8).
           05  SH-Freight-Cost         PIC 9(5)V99.
           05  SH-Operator-Id          PIC X(3).
           05  SH-Ship-Weight          PIC 9(5).
           05  SH-Freight-Billed       PIC 9(5)V99.

       FD  Sent-Marker-File.
       01  WH-Sent-Record.
           05  WH-Order-Number         PIC X(5).
           05  WH-Sent-Date            PIC X(8).
           05  WH-Sent-Time            PIC X(6).

       FD  AR-Ledger-File.
       01  LG-Ledger-Record.
           05  LG-Key.
               10  LG-Customer-Number  PIC X(10).
               10  LG-Doc-Type         PIC X.
                   88  LG-DOC-INVOICE              VALUE "I".
                   88  LG-DOC-CREDIT               VALUE "C".
                   88  LG-DOC-PAYMENT              VALUE "P".
               10  LG-Doc-Number       PIC X(5).
           05  LG-Doc-Date             PIC X(8).
           05  LG-Due-Date             PIC X(8).
           05  LG-Order-Number         PIC X(5).
           05  LG-Currency-Code        PIC X(3).
           05  LG-Exchange-Rate        PIC 9(3)V9(6).
           05  LG-Original-Amount      PIC 9(9)V99.
           05  LG-Open-Amount          PIC 9(9)V99.
           05  LG-Status-Flag          PIC X.
               88  LG-ITEM-OPEN                    VALUE "O".
               88  LG-ITEM-CLOSED                  VALUE "C".
           05  LG-Freight-Amount       PIC 9(5)V99.
           05  LG-Rep-Code             PIC X(3).
           05  LG-Tax-Amount           PIC 9(7)V99.
           05  LG-Closed-Date          PIC X(8).

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

       FD  Backorder-Work-File.
       01  BW-Work-Record              PIC X(59).

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

       FD  Cycle-Count-File.
       01  CC-Count-Record.
           05  CC-Key.
               10  CC-Item-Number      PIC X(10).
               10  CC-Warehouse        PIC X(2).
           05  CC-Last-Count-Date      PIC X(8).
           05  CC-Sheet-Date           PIC X(8).
           05  CC-Counted-Qty          PIC 9(7).
           05  CC-Count-Date           PIC X(8).
           05  CC-Operator-Id          PIC X(3).
           05  CC-Count-Status         PIC X.
               88  CC-IDLE                         VALUE "N" " ".
               88  CC-SHEET-ISSUED                 VALUE "S".
               88  CC-COUNT-ENTERED                VALUE "E".
               88  CC-COUNT-POSTED                 VALUE "P".

       FD  Substitution-File.
       01  SX-Subst-Record.
           05  SX-Key.
               10  SX-Item-Number      PIC X(10).
               10  SX-Priority         PIC 9(2).
           05  SX-Substitute-Item      PIC X(10).

      *    Operator-Master-File gates repair mode: removing records
      *    from the live files is manager work.  Audit-Log-File
      *    records the operators the gate turned away.
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

      *    Integrity-Audit-File gets one record per orphan repair
      *    mode removes, carrying the operator, the file it came
      *    from and the full image of the removed record, so any
      *    removal can be put back by hand.
       FD  Integrity-Audit-File.
       01  IT-Audit-Record.
           05  IT-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IT-Action               PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IT-Operator-Id          PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IT-File-Name            PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IT-Removed-Image        PIC X(60).

       FD  Integrity-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OM-Status                PIC X(2).
       01  WS-OD-Status                PIC X(2).
       01  WS-OX-Status                PIC X(2).
       01  WS-AM-Status                PIC X(2).
       01  WS-SH-Status                PIC X(2).
       01  WS-WH-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-BO-Status                PIC X(2).
       01  WS-BW-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-CC-Status                PIC X(2).
       01  WS-SX-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-IT-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-IT-Timestamp-Work        PIC X(21).
       01  WS-Work-Field               PIC X(30).
       01  WS-Edit-Flag                PIC X.
       01  WS-Operator-Id              PIC X(3).
       01  WS-Date-Work                PIC X(21).
       01  WS-Today                    PIC X(8).
       01  WS-Run-Mode                 PIC X.
           88  WS-REPORT-ONLY                      VALUE "R".
           88  WS-REPAIR-MODE                      VALUE "F".

      *    One switch per optional file - a file that never opened
      *    is reported as not checked, and never CLOSEd.
       01  WS-File-Open-Flag           PIC X.
           88  WS-FILE-OPEN                        VALUE "1".
       01  WS-Xref-Open-Flag           PIC X.
           88  WS-XREF-OPEN                        VALUE "1".
       01  WS-Ledger-Open-Flag         PIC X.
           88  WS-LEDGER-OPEN                      VALUE "1".
       01  WS-Items-Open-Flag          PIC X.
           88  WS-ITEMS-OPEN                       VALUE "1".
       01  WS-Archive-Read-Flag        PIC X.
           88  WS-ARCHIVE-READ                     VALUE "1".
       01  WS-EOF-Flag                 PIC X.
           88  WS-AT-EOF                           VALUE "1".
       01  WS-Header-Found-Flag        PIC X.
           88  WS-HEADER-FOUND                     VALUE "1".
       01  WS-Last-Order               PIC X(5).
       01  WS-Item-Missing-Flag        PIC X.
           88  WS-ITEM-MISSING                     VALUE "1".
       01  WS-Subst-Missing-Flag       PIC X.
           88  WS-SUBST-MISSING                    VALUE "1".

      *    Section bookkeeping - the findings of the section being
      *    written, capped at a sane listing length while the count
      *    still takes everything.
       01  WS-Section-Number           PIC 9.
       01  WS-Section-Title            PIC X(60).
       01  WS-Section-File             PIC X(8).
       01  WS-Section-Kind             PIC X.
           88  WS-SECTION-FINANCIAL                VALUE "F".
           88  WS-SECTION-REPAIRABLE               VALUE "R".
       01  WS-Section-Found            PIC 9(7).
       01  WS-Section-Removed          PIC 9(7).
       01  WS-Section-Lines            PIC 9(5).
       01  WS-Max-Section-Lines        PIC 9(5)        VALUE 100.
       01  WS-Finding-Text             PIC X(56).
       01  WS-Finding-Note             PIC X(24).
       01  WS-Delete-Status            PIC X(2).
       01  WS-Removed-Image            PIC X(60).
       01  WS-Formatted-Amount         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-Total-Found              PIC 9(7)        VALUE ZERO.
       01  WS-Total-Removed            PIC 9(7)        VALUE ZERO.
       01  WS-Total-Review             PIC 9(7)        VALUE ZERO.
       01  WS-Formatted-Count          PIC Z,ZZZ,ZZ9.

      *    ORDXREF and ARLEDGER orphans are held here until one pass
      *    over ARCMAST has said which of their orders were
      *    archived; a finding past the table is still counted and
      *    is picked up by the next run once these are cleared.
       01  WS-Xref-Table.
           05  WS-Xref-Entry-Count     PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Xref-Entry           OCCURS 1000 TIMES.
               10  WS-XE-Customer      PIC X(10).
               10  WS-XE-Order         PIC X(5).
       01  WS-Xref-Overflow            PIC 9(7)        VALUE ZERO.
       01  WS-Ledger-Table.
           05  WS-Ledger-Entry-Count   PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Ledger-Entry         OCCURS 500 TIMES.
               10  WS-LE-Customer      PIC X(10).
               10  WS-LE-Doc-Number    PIC X(5).
               10  WS-LE-Order         PIC X(5).
               10  WS-LE-Open-Amount   PIC 9(9)V99.
       01  WS-Ledger-Overflow          PIC 9(7)        VALUE ZERO.
       01  WS-Archive-Table.
           05  WS-Archive-Entry-Count  PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Archive-Entry        OCCURS 1500 TIMES.
               10  WS-AE-Order         PIC X(5).
               10  WS-AE-Archived      PIC X.
       01  WS-Lookup-Order             PIC X(5).
       01  WS-Archive-Slot             PIC S9(4)       COMP.
       01  WS-Search-Index             PIC S9(4)       COMP.
       01  WS-Table-Index              PIC S9(4)       COMP.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today.

      ****************************************************************
      *    Report only unless REPAIR is answered - and repair mode   *
      *    changes the live files, so it is manager work: the        *
      *    operator signs on, and anyone below manager is refused    *
      *    with the attempt written to the audit log.                *
      ****************************************************************
           DISPLAY "Enter REPAIR to remove the safe orphans, or "
                   "press Enter for the report only: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           MOVE SPACES TO WS-Operator-Id.
           IF WS-Work-Field (1:6) = "REPAIR"
               THEN MOVE "F" TO WS-Run-Mode
               ELSE MOVE "R" TO WS-Run-Mode
           END-IF.
           IF WS-REPAIR-MODE
               THEN OPEN INPUT Operator-Master-File
                    IF WS-OP-Status NOT = "00"
                        THEN DISPLAY "Operator file could not be "
                                     "opened (status " WS-OP-Status
                                     ") - ending"
                             GOBACK
                    END-IF
                    PERFORM SIGN-ON-OPERATOR
                    IF NOT OP-MANAGER
                        THEN PERFORM WRITE-REFUSAL-AUDIT
                             DISPLAY "Operator " WS-Operator-Id
                                     " is not authorized to repair "
                                     "the files - run refused"
                             CLOSE Operator-Master-File
                             GOBACK
                    END-IF
                    CLOSE Operator-Master-File
           END-IF.

           OPEN INPUT Order-Master-File.
           IF WS-OM-Status NOT = "00"
               THEN DISPLAY "Order master could not be opened "
                            "(status " WS-OM-Status ") - nothing to "
                            "check"
                    GOBACK
           END-IF.

           IF WS-REPAIR-MODE
               THEN OPEN EXTEND Integrity-Audit-File
                    IF WS-IT-Status = "35"
                        THEN OPEN OUTPUT Integrity-Audit-File
                    END-IF
           END-IF.

           OPEN OUTPUT Integrity-Report-File.
           MOVE SPACES TO RP-Report-Line.
           IF WS-REPAIR-MODE
               THEN STRING "REFERENTIAL INTEGRITY SWEEP - REPAIR RUN "
                           DELIMITED BY SIZE
                           WS-Today DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-Operator-Id DELIMITED BY SIZE
                           INTO RP-Report-Line
               ELSE STRING "REFERENTIAL INTEGRITY SWEEP - REPORT ONLY "
                           DELIMITED BY SIZE
                           WS-Today DELIMITED BY SIZE
                           INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

           MOVE ZERO TO WS-Section-Number.
           PERFORM CHECK-ORDER-DETAIL.
           PERFORM COLLECT-XREF-ORPHANS.
           PERFORM COLLECT-LEDGER-ORPHANS.
           PERFORM MARK-ARCHIVED-ORDERS.
           PERFORM REPORT-XREF-ORPHANS.
           PERFORM CHECK-SHIPMENTS.
           PERFORM CHECK-SENT-MARKERS.
           PERFORM REPORT-LEDGER-ORPHANS.
           PERFORM CHECK-BACKORDERS.

           MOVE "0" TO WS-Items-Open-Flag.
           OPEN INPUT Item-Master-File.
           IF WS-IM-Status = "00"
               THEN MOVE "1" TO WS-Items-Open-Flag
           END-IF.
           PERFORM CHECK-CYCLE-COUNTS.
           PERFORM CHECK-SUBSTITUTIONS.
           IF WS-ITEMS-OPEN
               THEN CLOSE Item-Master-File
           END-IF.

           CLOSE Order-Master-File.
           PERFORM WRITE-SWEEP-TOTALS.
           CLOSE Integrity-Report-File.
           IF WS-REPAIR-MODE
               THEN CLOSE Integrity-Audit-File
           END-IF.

           MOVE WS-Total-Found TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " orphan(s) found - sweep "
                   "written to INTCHKRP".

           GOBACK.

      ****************************************************************
      *    Paragraph CHECK-ORDER-DETAIL looks every ORDDTL line's    *
      *    order up on ORDMAST - once per order, since the lines of  *
      *    an order come together in key order.                      *
      ****************************************************************
       CHECK-ORDER-DETAIL.
           MOVE "ORDDTL LINES WITH NO ORDMAST HEADER"
                                      TO WS-Section-Title.
           MOVE "ORDDTL"              TO WS-Section-File.
           MOVE "R"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           MOVE "0" TO WS-File-Open-Flag.
           IF WS-REPAIR-MODE
               THEN OPEN I-O   Order-Detail-File
               ELSE OPEN INPUT Order-Detail-File
           END-IF.
           IF WS-OD-Status = "00"
               THEN MOVE "1" TO WS-File-Open-Flag
           END-IF.
           IF NOT WS-FILE-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE HIGH-VALUES TO WS-Last-Order
               MOVE LOW-VALUES  TO OD-Key
               START Order-Detail-File KEY IS >= OD-Key
                   INVALID KEY MOVE "10" TO WS-OD-Status
               END-START
               PERFORM UNTIL WS-OD-Status NOT = "00"
                   READ Order-Detail-File NEXT RECORD
                       AT END MOVE "10" TO WS-OD-Status
                   END-READ
                   IF WS-OD-Status = "00"
                       THEN PERFORM CHECK-ONE-DETAIL
                   END-IF
               END-PERFORM
               CLOSE Order-Detail-File
               PERFORM END-SECTION
           END-IF.

       CHECK-ONE-DETAIL.
           IF OD-Order-Number NOT = WS-Last-Order
               THEN MOVE OD-Order-Number TO WS-Last-Order
                    MOVE OD-Order-Number TO OM-Order-Number
                    READ Order-Master-File
                        INVALID KEY
                            MOVE "0" TO WS-Header-Found-Flag
                        NOT INVALID KEY
                            MOVE "1" TO WS-Header-Found-Flag
                    END-READ
           END-IF.
           IF NOT WS-HEADER-FOUND
               THEN ADD 1 TO WS-Section-Found
                    MOVE SPACES TO WS-Finding-Text
                    STRING "order " DELIMITED BY SIZE
                           OD-Order-Number DELIMITED BY SIZE
                           " line " DELIMITED BY SIZE
                           OD-Line-Number DELIMITED BY SIZE
                           " item " DELIMITED BY SIZE
                           OD-Item-Number DELIMITED BY SIZE
                           INTO WS-Finding-Text
                    MOVE SPACES TO WS-Finding-Note
                    IF WS-REPAIR-MODE
                        THEN MOVE OD-Detail-Record TO WS-Removed-Image
                             DELETE Order-Detail-File
                                 INVALID KEY CONTINUE
                             END-DELETE
                             MOVE WS-OD-Status TO WS-Delete-Status
                             PERFORM NOTE-REMOVAL
                             MOVE "00" TO WS-OD-Status
                    END-IF
                    PERFORM REPORT-ONE-FINDING
           END-IF.

      ****************************************************************
      *    Paragraph COLLECT-XREF-ORPHANS gathers every ORDXREF      *
      *    entry whose order is no longer on ORDMAST.  The file is   *
      *    left open for REPORT-XREF-ORPHANS to list and repair.     *
      ****************************************************************
       COLLECT-XREF-ORPHANS.
           MOVE "0" TO WS-Xref-Open-Flag.
           IF WS-REPAIR-MODE
               THEN OPEN I-O   Order-Xref-File
               ELSE OPEN INPUT Order-Xref-File
           END-IF.
           IF WS-OX-Status = "00"
               THEN MOVE "1" TO WS-Xref-Open-Flag
                    MOVE LOW-VALUES TO OX-Key
                    START Order-Xref-File KEY IS >= OX-Key
                        INVALID KEY MOVE "10" TO WS-OX-Status
                    END-START
                    PERFORM UNTIL WS-OX-Status NOT = "00"
                        READ Order-Xref-File NEXT RECORD
                            AT END MOVE "10" TO WS-OX-Status
                        END-READ
                        IF WS-OX-Status = "00"
                            THEN PERFORM COLLECT-ONE-XREF
                        END-IF
                    END-PERFORM
           END-IF.

       COLLECT-ONE-XREF.
           MOVE OX-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY
                   IF WS-Xref-Entry-Count < 1000
                       THEN ADD 1 TO WS-Xref-Entry-Count
                            MOVE OX-Customer-Number TO
                                 WS-XE-Customer (WS-Xref-Entry-Count)
                            MOVE OX-Order-Number TO
                                 WS-XE-Order (WS-Xref-Entry-Count)
                            MOVE OX-Order-Number TO WS-Lookup-Order
                            PERFORM ADD-ARCHIVE-CANDIDATE
                       ELSE ADD 1 TO WS-Xref-Overflow
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph COLLECT-LEDGER-ORPHANS gathers every ARLEDGER   *
      *    invoice whose order is no longer on ORDMAST.  Most of     *
      *    these are simply archived; the ARCMAST pass sorts them.   *
      ****************************************************************
       COLLECT-LEDGER-ORPHANS.
           MOVE "0" TO WS-Ledger-Open-Flag.
           OPEN INPUT AR-Ledger-File.
           IF WS-LG-Status = "00"
               THEN MOVE "1" TO WS-Ledger-Open-Flag
                    MOVE LOW-VALUES TO LG-Key
                    START AR-Ledger-File KEY IS >= LG-Key
                        INVALID KEY MOVE "10" TO WS-LG-Status
                    END-START
                    PERFORM UNTIL WS-LG-Status NOT = "00"
                        READ AR-Ledger-File NEXT RECORD
                            AT END MOVE "10" TO WS-LG-Status
                        END-READ
                        IF WS-LG-Status = "00" AND
                           LG-DOC-INVOICE AND
                           LG-Order-Number NOT = SPACES
                            THEN PERFORM COLLECT-ONE-INVOICE
                        END-IF
                    END-PERFORM
                    CLOSE AR-Ledger-File
           END-IF.

       COLLECT-ONE-INVOICE.
           MOVE LG-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY
                   IF WS-Ledger-Entry-Count < 500
                       THEN ADD 1 TO WS-Ledger-Entry-Count
                            MOVE LG-Customer-Number TO
                                 WS-LE-Customer (WS-Ledger-Entry-Count)
                            MOVE LG-Doc-Number TO
                               WS-LE-Doc-Number (WS-Ledger-Entry-Count)
                            MOVE LG-Order-Number TO
                                 WS-LE-Order (WS-Ledger-Entry-Count)
                            MOVE LG-Open-Amount TO
                              WS-LE-Open-Amount (WS-Ledger-Entry-Count)
                            MOVE LG-Order-Number TO WS-Lookup-Order
                            PERFORM ADD-ARCHIVE-CANDIDATE
                       ELSE ADD 1 TO WS-Ledger-Overflow
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph ADD-ARCHIVE-CANDIDATE enters WS-Lookup-Order on *
      *    the archive table once, not yet known to be archived.     *
      ****************************************************************
       ADD-ARCHIVE-CANDIDATE.
           PERFORM FIND-ARCHIVE-CANDIDATE.
           IF WS-Archive-Slot = 0 AND WS-Archive-Entry-Count < 1500
               THEN ADD 1 TO WS-Archive-Entry-Count
                    MOVE WS-Lookup-Order
                         TO WS-AE-Order (WS-Archive-Entry-Count)
                    MOVE "0"
                         TO WS-AE-Archived (WS-Archive-Entry-Count)
           END-IF.

       FIND-ARCHIVE-CANDIDATE.
           MOVE ZERO TO WS-Archive-Slot.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Archive-Entry-Count
                        OR WS-Archive-Slot > 0
               IF WS-AE-Order (WS-Search-Index) = WS-Lookup-Order
                   THEN MOVE WS-Search-Index TO WS-Archive-Slot
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph MARK-ARCHIVED-ORDERS reads ARCMAST once and     *
      *    marks every candidate order it finds there.               *
      ****************************************************************
       MARK-ARCHIVED-ORDERS.
           MOVE "0" TO WS-Archive-Read-Flag.
           IF WS-Archive-Entry-Count > 0
               THEN OPEN INPUT Archive-Master-File
                    IF WS-AM-Status = "00"
                        THEN MOVE "1" TO WS-Archive-Read-Flag
                             MOVE "0" TO WS-EOF-Flag
                             PERFORM UNTIL WS-AT-EOF
                                 READ Archive-Master-File
                                     AT END MOVE "1" TO WS-EOF-Flag
                                     NOT AT END
                                         PERFORM MARK-ONE-ARCHIVED
                                 END-READ
                             END-PERFORM
                             CLOSE Archive-Master-File
                    END-IF
           END-IF.

       MARK-ONE-ARCHIVED.
           MOVE AM-Order-Number TO WS-Lookup-Order.
           PERFORM FIND-ARCHIVE-CANDIDATE.
           IF WS-Archive-Slot > 0
               THEN MOVE "1" TO WS-AE-Archived (WS-Archive-Slot)
           END-IF.

      ****************************************************************
      *    Paragraph REPORT-XREF-ORPHANS lists the ORDXREF orphans   *
      *    gathered earlier and, in repair mode, removes them - the  *
      *    cross-reference only points, so it holds nothing to lose. *
      ****************************************************************
       REPORT-XREF-ORPHANS.
           MOVE "ORDXREF ENTRIES FOR ORDERS NOT ON ORDMAST"
                                      TO WS-Section-Title.
           MOVE "ORDXREF"             TO WS-Section-File.
           MOVE "R"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           IF NOT WS-XREF-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               PERFORM VARYING WS-Table-Index FROM 1 BY 1
                       UNTIL   WS-Table-Index > WS-Xref-Entry-Count
                   PERFORM REPORT-ONE-XREF
               END-PERFORM
               ADD WS-Xref-Overflow TO WS-Section-Found
               CLOSE Order-Xref-File
               PERFORM END-SECTION
               IF WS-Xref-Overflow > 0
                   THEN PERFORM WRITE-OVERFLOW-NOTE
               END-IF
           END-IF.

       REPORT-ONE-XREF.
           ADD 1 TO WS-Section-Found.
           MOVE WS-XE-Order (WS-Table-Index) TO WS-Lookup-Order.
           PERFORM FIND-ARCHIVE-CANDIDATE.
           MOVE SPACES TO WS-Finding-Text.
           STRING "customer " DELIMITED BY SIZE
                  WS-XE-Customer (WS-Table-Index) DELIMITED BY SIZE
                  " order " DELIMITED BY SIZE
                  WS-XE-Order (WS-Table-Index) DELIMITED BY SIZE
                  INTO WS-Finding-Text.
           IF NOT WS-ARCHIVE-READ OR WS-Archive-Slot = 0
               THEN MOVE " - archive not checked"
                                      TO WS-Finding-Text (32:22)
           ELSE IF WS-AE-Archived (WS-Archive-Slot) = "1"
               THEN MOVE " - archived" TO WS-Finding-Text (32:11)
               ELSE MOVE " - not on file" TO WS-Finding-Text (32:14)
           END-IF
           END-IF.
           MOVE SPACES TO WS-Finding-Note.
           IF WS-REPAIR-MODE
               THEN MOVE WS-XE-Customer (WS-Table-Index)
                                      TO OX-Customer-Number
                    MOVE WS-XE-Order (WS-Table-Index)
                                      TO OX-Order-Number
                    MOVE OX-Xref-Record TO WS-Removed-Image
                    DELETE Order-Xref-File RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                    MOVE WS-OX-Status TO WS-Delete-Status
                    PERFORM NOTE-REMOVAL
           END-IF.
           PERFORM REPORT-ONE-FINDING.

      ****************************************************************
      *    Paragraph CHECK-SHIPMENTS lists SHIPMENT records whose    *
      *    order was cancelled.  A shipment carries the freight paid *
      *    and billed, so these are only listed, never removed.      *
      ****************************************************************
       CHECK-SHIPMENTS.
           MOVE "SHIPMENT RECORDS FOR CANCELLED ORDERS"
                                      TO WS-Section-Title.
           MOVE "SHIPMENT"            TO WS-Section-File.
           MOVE "F"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           MOVE "0" TO WS-File-Open-Flag.
           OPEN INPUT Shipment-File.
           IF WS-SH-Status = "00"
               THEN MOVE "1" TO WS-File-Open-Flag
           END-IF.
           IF NOT WS-FILE-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES TO SH-Order-Number
               START Shipment-File KEY IS >= SH-Order-Number
                   INVALID KEY MOVE "10" TO WS-SH-Status
               END-START
               PERFORM UNTIL WS-SH-Status NOT = "00"
                   READ Shipment-File NEXT RECORD
                       AT END MOVE "10" TO WS-SH-Status
                   END-READ
                   IF WS-SH-Status = "00"
                       THEN PERFORM CHECK-ONE-SHIPMENT
                   END-IF
               END-PERFORM
               CLOSE Shipment-File
               PERFORM END-SECTION
           END-IF.

       CHECK-ONE-SHIPMENT.
           MOVE SH-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               NOT INVALID KEY
                   IF OM-ORDER-CANCELLED
                       THEN ADD 1 TO WS-Section-Found
                            MOVE SPACES TO WS-Finding-Text
                            STRING "order " DELIMITED BY SIZE
                                   SH-Order-Number DELIMITED BY SIZE
                                   " shipped " DELIMITED BY SIZE
                                   SH-Ship-Date DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SH-Carrier-Code DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SH-Tracking-Number
                                       DELIMITED BY SIZE
                                   INTO WS-Finding-Text
                            MOVE "  REVIEW - FREIGHT"
                                      TO WS-Finding-Note
                            PERFORM REPORT-ONE-FINDING
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph CHECK-SENT-MARKERS lists WHSSENT markers whose  *
      *    order was cancelled, and in repair mode removes them -    *
      *    the marker only records that the extract went out.        *
      ****************************************************************
       CHECK-SENT-MARKERS.
           MOVE "WHSSENT MARKERS FOR CANCELLED ORDERS"
                                      TO WS-Section-Title.
           MOVE "WHSSENT"             TO WS-Section-File.
           MOVE "R"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           MOVE "0" TO WS-File-Open-Flag.
           IF WS-REPAIR-MODE
               THEN OPEN I-O   Sent-Marker-File
               ELSE OPEN INPUT Sent-Marker-File
           END-IF.
           IF WS-WH-Status = "00"
               THEN MOVE "1" TO WS-File-Open-Flag
           END-IF.
           IF NOT WS-FILE-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES TO WH-Order-Number
               START Sent-Marker-File KEY IS >= WH-Order-Number
                   INVALID KEY MOVE "10" TO WS-WH-Status
               END-START
               PERFORM UNTIL WS-WH-Status NOT = "00"
                   READ Sent-Marker-File NEXT RECORD
                       AT END MOVE "10" TO WS-WH-Status
                   END-READ
                   IF WS-WH-Status = "00"
                       THEN PERFORM CHECK-ONE-MARKER
                   END-IF
               END-PERFORM
               CLOSE Sent-Marker-File
               PERFORM END-SECTION
           END-IF.

       CHECK-ONE-MARKER.
           MOVE WH-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               NOT INVALID KEY
                   IF OM-ORDER-CANCELLED
                       THEN PERFORM REPORT-ONE-MARKER
                   END-IF
           END-READ.

       REPORT-ONE-MARKER.
           ADD 1 TO WS-Section-Found.
           MOVE SPACES TO WS-Finding-Text.
           STRING "order " DELIMITED BY SIZE
                  WH-Order-Number DELIMITED BY SIZE
                  " sent " DELIMITED BY SIZE
                  WH-Sent-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WH-Sent-Time DELIMITED BY SIZE
                  INTO WS-Finding-Text.
           MOVE SPACES TO WS-Finding-Note.
           IF WS-REPAIR-MODE
               THEN MOVE WH-Sent-Record TO WS-Removed-Image
                    DELETE Sent-Marker-File
                        INVALID KEY CONTINUE
                    END-DELETE
                    MOVE WS-WH-Status TO WS-Delete-Status
                    PERFORM NOTE-REMOVAL
                    MOVE "00" TO WS-WH-Status
           END-IF.
           PERFORM REPORT-ONE-FINDING.

      ****************************************************************
      *    Paragraph REPORT-LEDGER-ORPHANS lists the ARLEDGER        *
      *    invoices whose order is on neither ORDMAST nor ARCMAST.   *
      *    Receivables are money - nothing here is ever removed.     *
      ****************************************************************
       REPORT-LEDGER-ORPHANS.
           MOVE "ARLEDGER INVOICES WHOSE ORDER NO LONGER EXISTS"
                                      TO WS-Section-Title.
           MOVE "ARLEDGER"            TO WS-Section-File.
           MOVE "F"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           IF NOT WS-LEDGER-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               PERFORM VARYING WS-Table-Index FROM 1 BY 1
                       UNTIL   WS-Table-Index > WS-Ledger-Entry-Count
                   PERFORM REPORT-ONE-INVOICE
               END-PERFORM
               ADD WS-Ledger-Overflow TO WS-Section-Found
               PERFORM END-SECTION
               IF WS-Ledger-Overflow > 0
                   THEN PERFORM WRITE-OVERFLOW-NOTE
               END-IF
           END-IF.

       REPORT-ONE-INVOICE.
           MOVE WS-LE-Order (WS-Table-Index) TO WS-Lookup-Order.
           PERFORM FIND-ARCHIVE-CANDIDATE.
           IF WS-Archive-Slot > 0 AND
              WS-AE-Archived (WS-Archive-Slot) = "1"
               THEN CONTINUE
           ELSE
               ADD 1 TO WS-Section-Found
               MOVE WS-LE-Open-Amount (WS-Table-Index)
                                      TO WS-Formatted-Amount
               MOVE SPACES TO WS-Finding-Text
               STRING "cust " DELIMITED BY SIZE
                      WS-LE-Customer (WS-Table-Index)
                          DELIMITED BY SIZE
                      " inv " DELIMITED BY SIZE
                      WS-LE-Doc-Number (WS-Table-Index)
                          DELIMITED BY SIZE
                      " ord " DELIMITED BY SIZE
                      WS-LE-Order (WS-Table-Index)
                          DELIMITED BY SIZE
                      " open" DELIMITED BY SIZE
                      WS-Formatted-Amount DELIMITED BY SIZE
                      INTO WS-Finding-Text
               IF WS-ARCHIVE-READ AND WS-Archive-Slot > 0
                   THEN MOVE "  REVIEW"             TO WS-Finding-Note
                   ELSE MOVE "  REVIEW - NOT ARC CHKD"
                                                    TO WS-Finding-Note
               END-IF
               PERFORM REPORT-ONE-FINDING
           END-IF.

      ****************************************************************
      *    Paragraph CHECK-BACKORDERS lists BACKORD lines for        *
      *    cancelled orders.  BACKORD is a sequential file, so in    *
      *    repair mode the keepers go through the BACKWORK pass-     *
      *    through file and are copied back, the same compaction the *
      *    backorder release run uses.                               *
      ****************************************************************
       CHECK-BACKORDERS.
           MOVE "BACKORD LINES FOR CANCELLED ORDERS"
                                      TO WS-Section-Title.
           MOVE "BACKORD"             TO WS-Section-File.
           MOVE "R"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           MOVE "0" TO WS-File-Open-Flag.
           OPEN INPUT Backorder-File.
           IF WS-BO-Status = "00"
               THEN MOVE "1" TO WS-File-Open-Flag
           END-IF.
           IF NOT WS-FILE-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               IF WS-REPAIR-MODE
                   THEN OPEN OUTPUT Backorder-Work-File
               END-IF
               MOVE "0" TO WS-EOF-Flag
               PERFORM UNTIL WS-AT-EOF
                   READ Backorder-File
                       AT END MOVE "1" TO WS-EOF-Flag
                       NOT AT END PERFORM CHECK-ONE-BACKORDER
                   END-READ
               END-PERFORM
               CLOSE Backorder-File
               IF WS-REPAIR-MODE
                   THEN CLOSE Backorder-Work-File
                        IF WS-Section-Removed > 0
                            THEN PERFORM COPY-KEEPERS-BACK
                        END-IF
               END-IF
               PERFORM END-SECTION
           END-IF.

       CHECK-ONE-BACKORDER.
           MOVE "0" TO WS-Header-Found-Flag.
           MOVE BO-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               NOT INVALID KEY
                   IF OM-ORDER-CANCELLED
                       THEN MOVE "1" TO WS-Header-Found-Flag
                   END-IF
           END-READ.
      *    the header-found switch is borrowed here to mean "this
      *    line's order is cancelled"
           IF WS-HEADER-FOUND
               THEN ADD 1 TO WS-Section-Found
                    MOVE SPACES TO WS-Finding-Text
                    STRING "order " DELIMITED BY SIZE
                           BO-Order-Number DELIMITED BY SIZE
                           " customer " DELIMITED BY SIZE
                           BO-Customer-Number DELIMITED BY SIZE
                           " item " DELIMITED BY SIZE
                           BO-Item-Number DELIMITED BY SIZE
                           " short " DELIMITED BY SIZE
                           BO-Qty-Short DELIMITED BY SIZE
                           INTO WS-Finding-Text
                    MOVE SPACES TO WS-Finding-Note
                    IF WS-REPAIR-MODE
                        THEN MOVE BO-Backorder-Record
                                               TO WS-Removed-Image
                             MOVE "00" TO WS-Delete-Status
                             PERFORM NOTE-REMOVAL
                    END-IF
                    PERFORM REPORT-ONE-FINDING
           ELSE IF WS-REPAIR-MODE
               THEN MOVE BO-Backorder-Record TO BW-Work-Record
                    WRITE BW-Work-Record
           END-IF
           END-IF.

      ****************************************************************
      *    Paragraph COPY-KEEPERS-BACK rewrites BACKORD from the     *
      *    pass-through file - only the lines of live orders survive *
      *    the repair.                                               *
      ****************************************************************
       COPY-KEEPERS-BACK.
           OPEN INPUT Backorder-Work-File.
           OPEN OUTPUT Backorder-File.
           MOVE "0" TO WS-EOF-Flag.
           PERFORM UNTIL WS-AT-EOF
               READ Backorder-Work-File
                   AT END MOVE "1" TO WS-EOF-Flag
                   NOT AT END
                       MOVE BW-Work-Record TO BO-Backorder-Record
                       WRITE BO-Backorder-Record
               END-READ
           END-PERFORM.
           CLOSE Backorder-Work-File.
           CLOSE Backorder-File.

      ****************************************************************
      *    Paragraph CHECK-CYCLE-COUNTS lists CYCCOUNT records for   *
      *    items no longer on ITEMMAST, and in repair mode removes   *
      *    them - an item that is gone can never be counted or       *
      *    posted again.                                             *
      ****************************************************************
       CHECK-CYCLE-COUNTS.
           MOVE "CYCCOUNT RECORDS FOR ITEMS NOT ON ITEMMAST"
                                      TO WS-Section-Title.
           MOVE "CYCCOUNT"            TO WS-Section-File.
           MOVE "R"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           MOVE "0" TO WS-File-Open-Flag.
           IF WS-ITEMS-OPEN
               THEN IF WS-REPAIR-MODE
                        THEN OPEN I-O   Cycle-Count-File
                        ELSE OPEN INPUT Cycle-Count-File
                    END-IF
                    IF WS-CC-Status = "00"
                        THEN MOVE "1" TO WS-File-Open-Flag
                    END-IF
           END-IF.
           IF NOT WS-FILE-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES TO CC-Key
               START Cycle-Count-File KEY IS >= CC-Key
                   INVALID KEY MOVE "10" TO WS-CC-Status
               END-START
               PERFORM UNTIL WS-CC-Status NOT = "00"
                   READ Cycle-Count-File NEXT RECORD
                       AT END MOVE "10" TO WS-CC-Status
                   END-READ
                   IF WS-CC-Status = "00"
                       THEN PERFORM CHECK-ONE-COUNT
                   END-IF
               END-PERFORM
               CLOSE Cycle-Count-File
               PERFORM END-SECTION
           END-IF.

       CHECK-ONE-COUNT.
           MOVE CC-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   PERFORM REPORT-ONE-COUNT
           END-READ.

       REPORT-ONE-COUNT.
           ADD 1 TO WS-Section-Found.
           MOVE SPACES TO WS-Finding-Text.
           STRING "item " DELIMITED BY SIZE
                  CC-Item-Number DELIMITED BY SIZE
                  " warehouse " DELIMITED BY SIZE
                  CC-Warehouse DELIMITED BY SIZE
                  " count status " DELIMITED BY SIZE
                  CC-Count-Status DELIMITED BY SIZE
                  INTO WS-Finding-Text.
           MOVE SPACES TO WS-Finding-Note.
           IF WS-REPAIR-MODE
               THEN MOVE CC-Count-Record TO WS-Removed-Image
                    DELETE Cycle-Count-File
                        INVALID KEY CONTINUE
                    END-DELETE
                    MOVE WS-CC-Status TO WS-Delete-Status
                    PERFORM NOTE-REMOVAL
                    MOVE "00" TO WS-CC-Status
           END-IF.
           PERFORM REPORT-ONE-FINDING.

      ****************************************************************
      *    Paragraph CHECK-SUBSTITUTIONS lists SUBXREF entries where *
      *    either the item or its substitute is no longer on         *
      *    ITEMMAST, and in repair mode removes them - order entry   *
      *    could only ever offer a substitute it cannot sell.        *
      ****************************************************************
       CHECK-SUBSTITUTIONS.
           MOVE "SUBXREF ENTRIES NAMING ITEMS NOT ON ITEMMAST"
                                      TO WS-Section-Title.
           MOVE "SUBXREF"             TO WS-Section-File.
           MOVE "R"                   TO WS-Section-Kind.
           PERFORM START-SECTION.
           MOVE "0" TO WS-File-Open-Flag.
           IF WS-ITEMS-OPEN
               THEN IF WS-REPAIR-MODE
                        THEN OPEN I-O   Substitution-File
                        ELSE OPEN INPUT Substitution-File
                    END-IF
                    IF WS-SX-Status = "00"
                        THEN MOVE "1" TO WS-File-Open-Flag
                    END-IF
           END-IF.
           IF NOT WS-FILE-OPEN
               THEN PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES TO SX-Key
               START Substitution-File KEY IS >= SX-Key
                   INVALID KEY MOVE "10" TO WS-SX-Status
               END-START
               PERFORM UNTIL WS-SX-Status NOT = "00"
                   READ Substitution-File NEXT RECORD
                       AT END MOVE "10" TO WS-SX-Status
                   END-READ
                   IF WS-SX-Status = "00"
                       THEN PERFORM CHECK-ONE-SUBSTITUTION
                   END-IF
               END-PERFORM
               CLOSE Substitution-File
               PERFORM END-SECTION
           END-IF.

       CHECK-ONE-SUBSTITUTION.
           MOVE "0" TO WS-Item-Missing-Flag.
           MOVE "0" TO WS-Subst-Missing-Flag.
           MOVE SX-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY MOVE "1" TO WS-Item-Missing-Flag
           END-READ.
           MOVE SX-Substitute-Item TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY MOVE "1" TO WS-Subst-Missing-Flag
           END-READ.
           IF WS-ITEM-MISSING OR WS-SUBST-MISSING
               THEN PERFORM REPORT-ONE-SUBSTITUTION
           END-IF.

       REPORT-ONE-SUBSTITUTION.
           ADD 1 TO WS-Section-Found.
           MOVE SPACES TO WS-Finding-Text.
           STRING "item " DELIMITED BY SIZE
                  SX-Item-Number DELIMITED BY SIZE
                  " pri " DELIMITED BY SIZE
                  SX-Priority DELIMITED BY SIZE
                  " sub " DELIMITED BY SIZE
                  SX-Substitute-Item DELIMITED BY SIZE
                  INTO WS-Finding-Text.
           IF WS-ITEM-MISSING AND WS-SUBST-MISSING
               THEN MOVE " - both gone" TO WS-Finding-Text (38:12)
           ELSE IF WS-ITEM-MISSING
               THEN MOVE " - item gone" TO WS-Finding-Text (38:12)
               ELSE MOVE " - sub gone"  TO WS-Finding-Text (38:11)
           END-IF
           END-IF.
           MOVE SPACES TO WS-Finding-Note.
           IF WS-REPAIR-MODE
               THEN MOVE SX-Subst-Record TO WS-Removed-Image
                    DELETE Substitution-File
                        INVALID KEY CONTINUE
                    END-DELETE
                    MOVE WS-SX-Status TO WS-Delete-Status
                    PERFORM NOTE-REMOVAL
                    MOVE "00" TO WS-SX-Status
           END-IF.
           PERFORM REPORT-ONE-FINDING.

      ****************************************************************
      *    Paragraph NOTE-REMOVAL records the outcome of one repair  *
      *    delete: a removed record is counted and its image written *
      *    to the integrity audit trail; a failed one is marked on   *
      *    the report and left for the next run.                     *
      ****************************************************************
       NOTE-REMOVAL.
           IF WS-Delete-Status = "00"
               THEN ADD 1 TO WS-Section-Removed
                    MOVE "  REMOVED" TO WS-Finding-Note
                    MOVE FUNCTION CURRENT-DATE TO WS-IT-Timestamp-Work
                    MOVE WS-IT-Timestamp-Work (1:14) TO IT-Timestamp
                    MOVE "DEL"             TO IT-Action
                    MOVE WS-Operator-Id    TO IT-Operator-Id
                    MOVE WS-Section-File   TO IT-File-Name
                    MOVE WS-Removed-Image  TO IT-Removed-Image
                    WRITE IT-Audit-Record
               ELSE MOVE SPACES TO WS-Finding-Note
                    STRING "  NOT REMOVED (STATUS " DELIMITED BY SIZE
                           WS-Delete-Status DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-Finding-Note
           END-IF.

      ****************************************************************
      *    Paragraph START-SECTION heads the next section and zeroes *
      *    its counts.                                               *
      ****************************************************************
       START-SECTION.
           ADD 1 TO WS-Section-Number.
           MOVE ZERO TO WS-Section-Found.
           MOVE ZERO TO WS-Section-Removed.
           MOVE ZERO TO WS-Section-Lines.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "SECTION " DELIMITED BY SIZE
                   WS-Section-Number DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-Section-Title DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph REPORT-ONE-FINDING prints one orphan.  The      *
      *    listing stops at a sane number of lines per section; the  *
      *    counts still take everything.                             *
      ****************************************************************
       REPORT-ONE-FINDING.
           ADD 1 TO WS-Section-Lines.
           IF WS-Section-Lines <= WS-Max-Section-Lines
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  " DELIMITED BY SIZE
                           WS-Finding-Text DELIMITED BY SIZE
                           WS-Finding-Note DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           IF WS-Section-Lines = WS-Max-Section-Lines
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  ** FURTHER ORPHANS COUNTED BUT NOT "
                           "LISTED **"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

      ****************************************************************
      *    Paragraph END-SECTION prints the section's counts and     *
      *    adds them to the sweep totals.  Findings in a financial   *
      *    section all count as left for review.                     *
      ****************************************************************
       END-SECTION.
           IF WS-Section-Found = ZERO
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  No orphans found" DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Section-Found TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  Orphans found:     " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF WS-SECTION-FINANCIAL
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "  Financial records - listed for review, "
                           "never removed"
                           DELIMITED BY SIZE INTO RP-Report-Line
                    WRITE RP-Report-Line
                    ADD WS-Section-Found TO WS-Total-Review
           ELSE IF WS-REPAIR-MODE
               THEN MOVE WS-Section-Removed TO WS-Formatted-Count
                    MOVE SPACES TO RP-Report-Line
                    STRING "  Removed:           " DELIMITED BY SIZE
                           WS-Formatted-Count DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF
           END-IF.
           ADD WS-Section-Found   TO WS-Total-Found.
           ADD WS-Section-Removed TO WS-Total-Removed.

      ****************************************************************
      *    Paragraph WRITE-NOT-CHECKED closes out a section whose    *
      *    file (or ITEMMAST, for the item checks) is not on file.   *
      ****************************************************************
       WRITE-NOT-CHECKED.
           MOVE SPACES TO RP-Report-Line.
           IF WS-Section-File = "CYCCOUNT" OR
              WS-Section-File = "SUBXREF"
               THEN STRING "  ** " DELIMITED BY SIZE
                           WS-Section-File DELIMITED BY SPACE
                           " OR ITEMMAST NOT ON FILE - NOT CHECKED **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
               ELSE STRING "  ** " DELIMITED BY SIZE
                           WS-Section-File DELIMITED BY SPACE
                           " NOT ON FILE - NOT CHECKED **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

       WRITE-OVERFLOW-NOTE.
           MOVE SPACES TO RP-Report-Line.
           STRING "  ** MORE ORPHANS THAN ONE RUN HOLDS - THE REST ARE "
                  "COUNTED ONLY **"
                  DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph WRITE-SWEEP-TOTALS closes the report with the   *
      *    totals across every section.                              *
      ****************************************************************
       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Total-Found TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Orphans found, all sections:  " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Total-Removed TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Removed by repair:            " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Total-Review TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Financial, left for review:   " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

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
           MOVE "INTCHK"                    TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           CLOSE Audit-Log-File.

       END PROGRAM "IntegrityCheck".
