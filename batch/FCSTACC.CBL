 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "ForecastAccept".

      ****************************************************************
      *                                                              *
      *    Buyer's acceptance of the demand-forecast                 *
      *    recommendations.  DemandForecast writes FCSTREC - one     *
      *    recommended reorder point and quantity per item whose     *
      *    settings should change - and nothing reaches the item     *
      *    master until a buyer takes them here, in bulk: ALL of     *
      *    them, or only the ones FLAGGED as big differences.        *
      *    A recommendation is applied only while ITEMMAST still     *
      *    holds the settings the forecast saw; an item changed by   *
      *    hand since the run, or deleted, is skipped and listed.    *
      *    Every change is written to ITMAUDIT as an UPD with the    *
      *    full before and after images, exactly as an ItemMaint     *
      *    update is.  Replenishment settings commit the company's   *
      *    money the way a purchase order does, so this is           *
      *    supervisor work - an entry-only operator is refused with  *
      *    the attempt written to the audit log.                     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Forecast-Rec-File   ASSIGN TO "FCSTREC"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-FR-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Item-Audit-File     ASSIGN TO "ITMAUDIT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-IA-Status.
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
      *    Forecast-Rec-File carries one recommendation per item
      *    whose settings should change, with the settings the
      *    forecast saw.
       FD  Forecast-Rec-File.
       01  FR-Recommendation-Record.
           05  FR-Item-Number          PIC X(10).
           05  FILLER                  PIC X.
           05  FR-Current-Point        PIC 9(7).
           05  FILLER                  PIC X.
           05  FR-Current-Qty          PIC 9(7).
           05  FILLER                  PIC X.
           05  FR-Recommended-Point    PIC 9(7).
           05  FILLER                  PIC X.
           05  FR-Recommended-Qty      PIC 9(7).
           05  FILLER                  PIC X.
           05  FR-Difference-Flag      PIC X.
               88  FR-BIG-DIFFERENCE               VALUE "*".
           05  FILLER                  PIC X.
           05  FR-Forecast-Date        PIC X(8).

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
      *    Replenishment controls - the nightly suggestion run flags
      *    the item when on-hand less open backorder demand falls
      *    below the reorder point.  A zero reorder point means the
      *    item is not replenished automatically.
           05  IM-Reorder-Point        PIC 9(7).
           05  IM-Reorder-Qty          PIC 9(7).

      *    Item-Audit-File gets one record per change to the item
      *    master, carrying the full before and after images of the
      *    item record - the same trail ItemMaint writes.
       FD  Item-Audit-File.
       01  IA-Audit-Record.
           05  IA-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-Action               PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-Before-Image         PIC X(113).
           05  FILLER                  PIC X       VALUE SPACE.
           05  IA-After-Image          PIC X(113).

      *    Operator-Master-File gates the run: replenishment
      *    settings decide what the company buys, so changing them
      *    is supervisor work.  Audit-Log-File records the
      *    operators the gate turned away.
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
       01  WS-FR-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-IA-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-IA-Timestamp-Work        PIC X(21).
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
       01  WS-Operator-Id              PIC X(3).
       01  WS-EOF-Flag                 PIC X.
           88  WS-AT-EOF                           VALUE "1".
       01  WS-Accept-Mode              PIC X.
           88  WS-ACCEPT-ALL                       VALUE "A".
           88  WS-ACCEPT-FLAGGED                   VALUE "F".
           88  WS-ACCEPT-NONE                      VALUE "N".
       01  WS-Forecast-Date            PIC X(8).
       01  WS-Before-Image             PIC X(113).
       01  WS-Rec-Count                PIC 9(5)        VALUE ZERO.
       01  WS-Flagged-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Flagged        PIC ZZZZ9.
       01  WS-Formatted-Point          PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Qty            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Replenishment settings decide what the company buys, so   *
      *    the buyer signs on first and anyone below supervisor is   *
      *    refused with the attempt written to the audit log.        *
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
                            "authorized to change reorder settings "
                            "- run refused"
                    CLOSE Operator-Master-File
                    GOBACK
           END-IF.
           CLOSE Operator-Master-File.

      ****************************************************************
      *    One pass over the recommendations first, so the buyer     *
      *    sees how many there are - and from which run - before     *
      *    choosing what to take.                                    *
      ****************************************************************
           OPEN INPUT Forecast-Rec-File.
           IF WS-FR-Status NOT = "00"
               THEN DISPLAY "No forecast recommendations are on file "
                            "(status " WS-FR-Status ") - run the "
                            "demand forecast first.  Ending"
                    GOBACK
           END-IF.
           MOVE SPACES TO WS-Forecast-Date.
           MOVE "0" TO WS-EOF-Flag.
           PERFORM UNTIL WS-AT-EOF
               READ Forecast-Rec-File
                   AT END MOVE "1" TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Rec-Count
                       MOVE FR-Forecast-Date TO WS-Forecast-Date
                       IF FR-BIG-DIFFERENCE
                           THEN ADD 1 TO WS-Flagged-Count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Forecast-Rec-File.
           IF WS-Rec-Count = ZERO
               THEN DISPLAY "The forecast recommends no changes - "
                            "nothing to accept"
                    GOBACK
           END-IF.

           MOVE WS-Rec-Count     TO WS-Formatted-Count.
           MOVE WS-Flagged-Count TO WS-Formatted-Flagged.
           DISPLAY WS-Formatted-Count " recommendation(s) from the "
                   "forecast of " WS-Forecast-Date ", "
                   WS-Formatted-Flagged " flagged as big differences".
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter ALL to accept every recommendation, "
                       "FLAGGED for the flagged ones only, or press "
                       "Enter to end without changes: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               MOVE HIGH-VALUE TO WS-Edit-Flag
               EVALUATE TRUE
                   WHEN WS-Work-Field = SPACES
                       MOVE "N" TO WS-Accept-Mode
                   WHEN WS-Work-Field (1:3) = "ALL"
                       MOVE "A" TO WS-Accept-Mode
                   WHEN WS-Work-Field (1:4) = "FLAG"
                       MOVE "F" TO WS-Accept-Mode
                   WHEN OTHER
                       DISPLAY "Reply was " WS-Work-Field
                       DISPLAY "Try again, fumblefingers!!!"
                       MOVE LOW-VALUE TO WS-Edit-Flag
               END-EVALUATE
           END-PERFORM.
           IF WS-ACCEPT-NONE
               THEN DISPLAY "No recommendations accepted"
                    GOBACK
           END-IF.

      ****************************************************************
      *    Open the item master for update and the item audit log    *
      *    for append, with the first-time OPEN OUTPUT fallback      *
      *    ItemMaint uses.                                           *
      ****************************************************************
           OPEN I-O Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    GOBACK
           END-IF.
           OPEN EXTEND Item-Audit-File.
           IF WS-IA-Status = "35"
               THEN OPEN OUTPUT Item-Audit-File
           END-IF.

           OPEN INPUT Forecast-Rec-File.
           MOVE "0" TO WS-EOF-Flag.
           PERFORM UNTIL WS-AT-EOF
               READ Forecast-Rec-File
                   AT END MOVE "1" TO WS-EOF-Flag
                   NOT AT END
                       IF WS-ACCEPT-ALL OR FR-BIG-DIFFERENCE
                           THEN PERFORM ACCEPT-ONE-RECOMMENDATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Forecast-Rec-File.
           CLOSE Item-Master-File.
           CLOSE Item-Audit-File.

           MOVE WS-Applied-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " item(s) updated with the "
                   "recommended reorder settings".
           IF WS-Skipped-Count > ZERO
               THEN MOVE WS-Skipped-Count TO WS-Formatted-Count
                    DISPLAY WS-Formatted-Count " recommendation(s) "
                            "skipped - see the messages above"
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph ACCEPT-ONE-RECOMMENDATION applies one item's    *
      *    recommended settings, provided the item master still      *
      *    holds the settings the forecast saw, and writes the       *
      *    before/after-image audit record.                          *
      ****************************************************************
       ACCEPT-ONE-RECOMMENDATION.
           MOVE FR-Item-Number TO IM-Item-Number.
           READ Item-Master-File
               INVALID KEY
                   ADD 1 TO WS-Skipped-Count
                   DISPLAY "Item " FR-Item-Number " is no longer on "
                           "the item master - skipped"
               NOT INVALID KEY
                   IF IM-Reorder-Point NOT = FR-Current-Point OR
                      IM-Reorder-Qty   NOT = FR-Current-Qty
                       THEN ADD 1 TO WS-Skipped-Count
                            DISPLAY "Item " FR-Item-Number " reorder "
                                    "settings changed since the "
                                    "forecast - skipped"
                       ELSE PERFORM UPDATE-ITEM-SETTINGS
                   END-IF
           END-READ.

       UPDATE-ITEM-SETTINGS.
           MOVE IM-Item-Record       TO WS-Before-Image.
           MOVE FR-Recommended-Point TO IM-Reorder-Point.
           MOVE FR-Recommended-Qty   TO IM-Reorder-Qty.
           REWRITE IM-Item-Record
               INVALID KEY
                   ADD 1 TO WS-Skipped-Count
                   DISPLAY "Item " FR-Item-Number " could not be "
                           "updated (status " WS-IM-Status ") - "
                           "skipped"
               NOT INVALID KEY
                   ADD 1 TO WS-Applied-Count
                   MOVE IM-Reorder-Point TO WS-Formatted-Point
                   MOVE IM-Reorder-Qty   TO WS-Formatted-Qty
                   DISPLAY "Item " FR-Item-Number " reorder point "
                           WS-Formatted-Point " quantity "
                           WS-Formatted-Qty
                   PERFORM WRITE-ITEM-AUDIT
           END-REWRITE.

      ****************************************************************
      *    Paragraph WRITE-ITEM-AUDIT appends one UPD before/after-  *
      *    image record for the item just updated.                   *
      ****************************************************************
       WRITE-ITEM-AUDIT.
           MOVE FUNCTION CURRENT-DATE       TO WS-IA-Timestamp-Work.
           MOVE WS-IA-Timestamp-Work (1:14) TO IA-Timestamp.
           MOVE "UPD"                       TO IA-Action.
           MOVE WS-Before-Image             TO IA-Before-Image.
           MOVE IM-Item-Record              TO IA-After-Image.
           WRITE IA-Audit-Record.
           IF WS-IA-Status NOT = "00" AND WS-IA-Status NOT = "02"
               THEN DISPLAY "** Warning: item audit record for "
                            IM-Item-Number
                            " could not be written (status "
                            WS-IA-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph SIGN-ON-OPERATOR validates the buyer's id the   *
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
      *    Paragraph WRITE-REFUSAL-AUDIT records a refused sign-on   *
      *    the same way the item maintenance does.                   *
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
           MOVE "FCSTACC"                   TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           CLOSE Audit-Log-File.

       END PROGRAM "ForecastAccept".
