 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "CustomerChangeReport".

      ****************************************************************
      *                                                              *
      *    Periodic customer change report.  Reads CUSTAUD, the      *
      *    before/after-image trail CustomerMaint writes for every   *
      *    ADD/UPD/DEL, and prints to CUSTCHRP every change in the   *
      *    period that matters to credit control:                    *
      *    - a credit-limit increase (a new account keyed with a     *
      *      limit counts as an increase from nothing),              *
      *    - a status change (active/hold/deactivated), and          *
      *    - a payment-terms change,                                 *
      *    each with its timestamp, operator, and before and after   *
      *    values.  A change made by an operator who also entered an *
      *    order for the same customer that day - found through the  *
      *    ORDXREF cross-reference and the ORDMAST header's operator *
      *    and order date - is flagged, since the person who takes   *
      *    the order should not be the one loosening its credit.     *
      *    The period is read at SYSIN; a blank from-date defaults   *
      *    to the first of the current month and a blank to-date to  *
      *    today.                                                    *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Audit-File ASSIGN TO "CUSTAUD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-CA-Status.
           SELECT Order-Master-File   ASSIGN TO "ORDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OM-Order-Number
                                       FILE STATUS IS WS-OM-Status.
           SELECT Order-Xref-File     ASSIGN TO "ORDXREF"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OX-Key
                                       FILE STATUS IS WS-OX-Status.
           SELECT Change-Report-File  ASSIGN TO "CUSTCHRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Audit-File.
       01  CA-Audit-Record.
           05  CA-Timestamp            PIC X(14).
           05  FILLER                  PIC X.
           05  CA-Action               PIC X(3).
           05  FILLER                  PIC X.
           05  CA-Operator-Id          PIC X(3).
           05  FILLER                  PIC X.
           05  CA-Before-Image         PIC X(149).
           05  FILLER                  PIC X.
           05  CA-After-Image          PIC X(149).

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

       FD  Order-Xref-File.
       01  OX-Xref-Record.
           05  OX-Key.
               10  OX-Customer-Number  PIC X(10).
               10  OX-Order-Number     PIC X(5).

       FD  Change-Report-File.
       01  RP-Report-Line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CA-Status                PIC X(2).
       01  WS-OM-Status                PIC X(2).
       01  WS-OX-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-CA-EOF-Flag              PIC X.
           88  WS-CA-EOF                           VALUE "1".
      *    The order files may not exist yet on a box where no order
      *    has been saved - the report still runs, it just has no
      *    orders to flag changes against.
       01  WS-Orders-Open-Flag         PIC X.
           88  WS-ORDERS-OPEN                      VALUE "1".
       01  WS-Xref-Open-Flag           PIC X.
           88  WS-XREF-OPEN                        VALUE "1".
       01  WS-Work-Field               PIC X(30).
       01  WS-Date-Work                PIC X(21).
       01  WS-Today                    PIC X(8).
       01  WS-From-Date                PIC X(8).
       01  WS-To-Date                  PIC X(8).

      *    The two images on the audit record, laid out as the
      *    CUSTMAST record they were taken from.
       01  WS-Before-Customer.
           05  WB-Customer-Number      PIC X(10).
           05  WB-Customer-Name        PIC X(30).
           05  WB-Bill-To              PIC X(92).
           05  WB-Credit-Limit         PIC 9(7)V99.
           05  WB-Status-Flag          PIC X.
           05  WB-Terms-Code           PIC X(3).
           05  WB-Freight-Policy       PIC X.
           05  WB-Rep-Code             PIC X(3).
       01  WS-After-Customer.
           05  WA-Customer-Number      PIC X(10).
           05  WA-Customer-Name        PIC X(30).
           05  WA-Bill-To              PIC X(92).
           05  WA-Credit-Limit         PIC 9(7)V99.
           05  WA-Status-Flag          PIC X.
           05  WA-Terms-Code           PIC X(3).
           05  WA-Freight-Policy       PIC X.
           05  WA-Rep-Code             PIC X(3).
       01  WS-Old-Limit                PIC 9(7)V99.

      *    The order-taker check is made once per audit record, and
      *    only when the record carries a change worth listing.
       01  WS-Taker-Checked-Flag       PIC X.
           88  WS-TAKER-CHECKED                    VALUE "1".
       01  WS-Taker-Flag               PIC X.
           88  WS-SAME-AS-ORDER-TAKER              VALUE "1".
       01  WS-Xref-Done-Flag           PIC X.
           88  WS-XREF-DONE                        VALUE "1".

       01  WS-Display-Stamp            PIC X(19).
       01  WS-Change-Text              PIC X(16).
       01  WS-Before-Text              PIC X(12).
       01  WS-After-Text               PIC X(12).
       01  WS-Flag-Text                PIC X(30).
       01  WS-Formatted-Limit          PIC Z,ZZZ,ZZ9.99.

       01  WS-Records-In-Period        PIC 9(7)        VALUE ZERO.
       01  WS-Limit-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Status-Count             PIC 9(5)        VALUE ZERO.
       01  WS-Terms-Count              PIC 9(5)        VALUE ZERO.
       01  WS-Flagged-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZZZ9.
       01  WS-Formatted-Small          PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today.

      ****************************************************************
      *    Get the period to report - blank from-date is the first   *
      *    of this month, blank to-date is today.                    *
      ****************************************************************
           DISPLAY "Enter the from date (YYYYMMDD), or press Enter "
                   "for the first of this month: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Today (1:6)      TO WS-From-Date (1:6)
                    MOVE "01"                TO WS-From-Date (7:2)
               ELSE MOVE WS-Work-Field (1:8) TO WS-From-Date
           END-IF.
           DISPLAY "Enter the to date (YYYYMMDD), or press Enter "
                   "for today: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Today            TO WS-To-Date
               ELSE MOVE WS-Work-Field (1:8) TO WS-To-Date
           END-IF.
           IF WS-From-Date NOT NUMERIC OR WS-To-Date NOT NUMERIC
               THEN DISPLAY "Period " WS-From-Date " to " WS-To-Date
                            " is not a valid YYYYMMDD range - ending"
                    GOBACK
           END-IF.

           OPEN INPUT Customer-Audit-File.
           IF WS-CA-Status = "35"
               THEN DISPLAY "No customer audit trail is on file - "
                            "nothing to report"
                    GOBACK
           END-IF.

      ****************************************************************
      *    The order files are read-only and optional - without      *
      *    them every change is listed, none flagged.                *
      ****************************************************************
           MOVE "0" TO WS-Orders-Open-Flag.
           OPEN INPUT Order-Master-File.
           IF WS-OM-Status = "00"
               THEN MOVE "1" TO WS-Orders-Open-Flag
           END-IF.
           MOVE "0" TO WS-Xref-Open-Flag.
           OPEN INPUT Order-Xref-File.
           IF WS-OX-Status = "00"
               THEN MOVE "1" TO WS-Xref-Open-Flag
           END-IF.

           OPEN OUTPUT Change-Report-File.
           PERFORM WRITE-REPORT-HEADING.

           MOVE "0" TO WS-CA-EOF-Flag.
           PERFORM UNTIL WS-CA-EOF
               READ Customer-Audit-File
                   AT END MOVE "1" TO WS-CA-EOF-Flag
                   NOT AT END
                       IF CA-Timestamp (1:8) >= WS-From-Date AND
                          CA-Timestamp (1:8) <= WS-To-Date
                           THEN PERFORM REPORT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-FOOTING.

           CLOSE Customer-Audit-File.
           CLOSE Change-Report-File.
           IF WS-ORDERS-OPEN
               THEN CLOSE Order-Master-File
           END-IF.
           IF WS-XREF-OPEN
               THEN CLOSE Order-Xref-File
           END-IF.

           DISPLAY "Customer change report written to CUSTCHRP".

           GOBACK.

      ****************************************************************
      *    Paragraph REPORT-ONE-CHANGE compares the before and after *
      *    images of one audit record and lists each credit-limit    *
      *    increase, status change, and terms change it carries.     *
      *    An ADD has no before image, so its limit counts up from   *
      *    zero and its status and terms are not changes.            *
      ****************************************************************
       REPORT-ONE-CHANGE.
           ADD 1 TO WS-Records-In-Period.
           MOVE CA-Before-Image TO WS-Before-Customer.
           MOVE CA-After-Image  TO WS-After-Customer.
           MOVE "0" TO WS-Taker-Checked-Flag.
           MOVE "0" TO WS-Taker-Flag.
           IF CA-Action = "ADD"
               THEN MOVE ZERO            TO WS-Old-Limit
               ELSE MOVE WB-Credit-Limit TO WS-Old-Limit
           END-IF.

           IF WA-Credit-Limit > WS-Old-Limit
               THEN ADD 1 TO WS-Limit-Count
                    IF CA-Action = "ADD"
                        THEN MOVE "NEW ACCT LIMIT"  TO WS-Change-Text
                        ELSE MOVE "LIMIT INCREASED" TO WS-Change-Text
                    END-IF
                    MOVE WS-Old-Limit    TO WS-Formatted-Limit
                    MOVE WS-Formatted-Limit TO WS-Before-Text
                    MOVE WA-Credit-Limit TO WS-Formatted-Limit
                    MOVE WS-Formatted-Limit TO WS-After-Text
                    PERFORM WRITE-CHANGE-LINE
           END-IF.

           IF CA-Action NOT = "ADD" AND
              WA-Status-Flag NOT = WB-Status-Flag
               THEN ADD 1 TO WS-Status-Count
                    MOVE "STATUS CHANGED"    TO WS-Change-Text
                    MOVE SPACES              TO WS-Before-Text
                    MOVE SPACES              TO WS-After-Text
                    MOVE WB-Status-Flag      TO WS-Before-Text (12:1)
                    MOVE WA-Status-Flag      TO WS-After-Text (1:1)
                    PERFORM WRITE-CHANGE-LINE
           END-IF.

           IF CA-Action NOT = "ADD" AND
              WA-Terms-Code NOT = WB-Terms-Code
               THEN ADD 1 TO WS-Terms-Count
                    MOVE "TERMS CHANGED"     TO WS-Change-Text
                    MOVE SPACES              TO WS-Before-Text
                    MOVE SPACES              TO WS-After-Text
                    MOVE WB-Terms-Code       TO WS-Before-Text (10:3)
                    MOVE WA-Terms-Code       TO WS-After-Text (1:3)
                    PERFORM WRITE-CHANGE-LINE
           END-IF.

           IF WS-SAME-AS-ORDER-TAKER
               THEN ADD 1 TO WS-Flagged-Count
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-CHANGE-LINE prints one change, checking   *
      *    the order-taker rule the first time the record needs it.  *
      ****************************************************************
       WRITE-CHANGE-LINE.
           IF NOT WS-TAKER-CHECKED
               THEN PERFORM CHECK-ORDER-TAKER
                    MOVE "1" TO WS-Taker-Checked-Flag
           END-IF.
           IF WS-SAME-AS-ORDER-TAKER
               THEN MOVE "  ** OPERATOR TOOK ORDERS TODAY"
                                      TO WS-Flag-Text
               ELSE MOVE SPACES       TO WS-Flag-Text
           END-IF.

           MOVE SPACES TO WS-Display-Stamp.
           STRING CA-Timestamp (1:4)  DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CA-Timestamp (5:2) DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CA-Timestamp (7:2) DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CA-Timestamp (9:2) DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   CA-Timestamp (11:2) DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   CA-Timestamp (13:2) DELIMITED BY SIZE
                   INTO WS-Display-Stamp.

           MOVE SPACES TO RP-Report-Line.
           STRING WS-Display-Stamp    DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WA-Customer-Number DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WA-Customer-Name (1:20) DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CA-Operator-Id     DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WS-Change-Text     DELIMITED BY SIZE
                   WS-Before-Text     DELIMITED BY SIZE
                   " -> "             DELIMITED BY SIZE
                   WS-After-Text      DELIMITED BY SIZE
                   WS-Flag-Text       DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph CHECK-ORDER-TAKER walks the customer's orders   *
      *    on ORDXREF and sets WS-Taker-Flag when one of them was    *
      *    entered on the day of the change by the operator who made *
      *    it.                                                       *
      ****************************************************************
       CHECK-ORDER-TAKER.
           MOVE "0" TO WS-Taker-Flag.
           IF WS-XREF-OPEN AND WS-ORDERS-OPEN
               THEN MOVE "0"                TO WS-Xref-Done-Flag
                    MOVE WA-Customer-Number TO OX-Customer-Number
                    MOVE LOW-VALUES         TO OX-Order-Number
                    START Order-Xref-File KEY IS >= OX-Key
                        INVALID KEY MOVE "1" TO WS-Xref-Done-Flag
                    END-START
                    PERFORM UNTIL WS-XREF-DONE
                               OR WS-SAME-AS-ORDER-TAKER
                        READ Order-Xref-File NEXT RECORD
                            AT END MOVE "1" TO WS-Xref-Done-Flag
                        END-READ
                        IF NOT WS-XREF-DONE
                            THEN IF OX-Customer-Number NOT =
                                    WA-Customer-Number
                                     THEN MOVE "1" TO WS-Xref-Done-Flag
                                     ELSE PERFORM CHECK-ONE-ORDER
                                 END-IF
                        END-IF
                    END-PERFORM
           END-IF.

      ****************************************************************
      *    Paragraph CHECK-ONE-ORDER reads the header of one of the  *
      *    customer's orders and compares its date and operator.  An *
      *    order archived off ORDMAST is long past any change in a   *
      *    current period and is simply skipped.                     *
      ****************************************************************
       CHECK-ONE-ORDER.
           MOVE OX-Order-Number TO OM-Order-Number.
           READ Order-Master-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OM-Order-Date  = CA-Timestamp (1:8) AND
                      OM-Operator-Id = CA-Operator-Id
                       THEN MOVE "1" TO WS-Taker-Flag
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph WRITE-REPORT-HEADING labels the report with the *
      *    period it covers.                                         *
      ****************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RP-Report-Line.
           STRING "CUSTOMER CHANGE REPORT FROM " DELIMITED BY SIZE
                   WS-From-Date DELIMITED BY SIZE
                   " TO "       DELIMITED BY SIZE
                   WS-To-Date   DELIMITED BY SIZE
                   "   RUN "    DELIMITED BY SIZE
                   WS-Today     DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "CHANGED              CUSTOMER   NAME              "
                   DELIMITED BY SIZE
                   "   OPR  CHANGE                BEFORE    AFTER"
                   DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph WRITE-REPORT-FOOTING totals the changes listed  *
      *    by kind, and how many records were flagged.               *
      ****************************************************************
       WRITE-REPORT-FOOTING.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Records-In-Period TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Audit records in period:   " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Limit-Count TO WS-Formatted-Small.
           MOVE SPACES TO RP-Report-Line.
           STRING "Credit-limit increases:      " DELIMITED BY SIZE
                   WS-Formatted-Small DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Status-Count TO WS-Formatted-Small.
           MOVE SPACES TO RP-Report-Line.
           STRING "Status changes:              " DELIMITED BY SIZE
                   WS-Formatted-Small DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Terms-Count TO WS-Formatted-Small.
           MOVE SPACES TO RP-Report-Line.
           STRING "Terms changes:               " DELIMITED BY SIZE
                   WS-Formatted-Small DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Flagged-Count TO WS-Formatted-Small.
           MOVE SPACES TO RP-Report-Line.
           STRING "Changed by the order taker:  " DELIMITED BY SIZE
                   WS-Formatted-Small DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           IF NOT (WS-ORDERS-OPEN AND WS-XREF-OPEN)
               THEN MOVE SPACES TO RP-Report-Line
                    STRING "** NO ORDER FILES ON FILE - CHANGES WERE "
                           "NOT CHECKED AGAINST ORDER TAKERS **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

       END PROGRAM "CustomerChangeReport".
