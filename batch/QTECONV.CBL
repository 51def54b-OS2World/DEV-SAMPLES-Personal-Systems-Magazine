 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "QuoteConversionReport".

      ****************************************************************
      *                                                              *
      *    Monthly quote-conversion report.  Sweeps QTEMAST for the  *
      *    quotations issued in the month and prints to QTECNVRP,    *
      *    by customer and then by the operator who gave the quote,  *
      *    how many were issued, how many became orders, how many    *
      *    lapsed unconverted past their expiry date and how many    *
      *    are still open - and the win rate, converted as a share   *
      *    of issued.  The month is read at SYSIN; a blank reply     *
      *    defaults to the current month.  A quote is judged as it   *
      *    stands on the day the report is run.                      *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Quote-Master-File   ASSIGN TO "QTEMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS QM-Quote-Number
                                       FILE STATUS IS WS-QM-Status.
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Conversion-Report-File ASSIGN TO "QTECNVRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Quote-Master-File holds one header per sales quotation,
      *    written by order entry in QUOTE mode and marked converted
      *    by CONVERT mode when the quote becomes an order.
       FD  Quote-Master-File.
       01  QM-Quote-Record.
           05  QM-Quote-Number         PIC X(5).
           05  QM-Quote-Date           PIC X(8).
           05  QM-Expiry-Date          PIC X(8).
           05  QM-Customer-Number      PIC X(10).
           05  QM-Operator-Id          PIC X(3).
           05  QM-Promo-Code           PIC X(10).
           05  QM-Currency-Code        PIC X(3).
           05  QM-Warehouse-Code       PIC X(2).
           05  QM-Ship-To.
               10  QM-ST-Name          PIC X(30).
               10  QM-ST-Line1         PIC X(30).
               10  QM-ST-Line2         PIC X(30).
               10  QM-ST-City          PIC X(20).
               10  QM-ST-State         PIC X(2).
               10  QM-ST-Zip           PIC X(10).
           05  QM-Line-Count           PIC 9(4).
           05  QM-Total-Cost           PIC 9(7)V99.
           05  QM-Tax-Rate             PIC V999.
           05  QM-Quote-Status         PIC X.
               88  QM-OPEN                         VALUE "O".
               88  QM-CONVERTED                    VALUE "C".
           05  QM-Order-Number         PIC X(5).
           05  QM-Converted-Date       PIC X(8).

       FD  Customer-Master-File.
       01  CU-Customer-Record.
           05  CU-Customer-Number      PIC X(10).
           05  CU-Customer-Name        PIC X(30).
           05  CU-Bill-To.
               10  CU-BT-Line1         PIC X(30).
               10  CU-BT-Line2         PIC X(30).
               10  CU-BT-City          PIC X(20).
               10  CU-BT-State         PIC X(2).
               10  CU-BT-Zip           PIC X(10).
           05  CU-Credit-Limit         PIC 9(7)V99.
           05  CU-Status-Flag          PIC X.
               88  CU-ACTIVE                       VALUE "A".
               88  CU-CREDIT-HOLD                  VALUE "H".
               88  CU-DEACTIVATED                  VALUE "D".
           05  CU-Terms-Code           PIC X(3).
           05  CU-Freight-Policy       PIC X.
           05  CU-Rep-Code             PIC X(3).

       FD  Conversion-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-QM-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
      *    Whether the customer master opened - without it the
      *    report still runs, just without customer names.
       01  WS-CU-Open-Flag             PIC X.
           88  WS-CUSTOMER-FILE-OPEN               VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Today                    PIC X(8).
       01  WS-Report-Month             PIC X(6).
       01  WS-Work-Field               PIC X(30).

      *    How the quote just read stands today.
       01  WS-Outcome                  PIC X.
           88  WS-OUTCOME-CONVERTED                VALUE "C".
           88  WS-OUTCOME-LAPSED                   VALUE "L".
           88  WS-OUTCOME-OPEN                     VALUE "O".

      *    Per-customer and per-operator accumulators for the month.
      *    Quotes given before operator sign-on would carry a blank
      *    id and are grouped under "???".
       01  WS-Cust-Table.
           05  WS-Cust-Entry-Count     PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Cust-Entry           OCCURS 500 TIMES.
               10  WS-CT-Number        PIC X(10).
               10  WS-CT-Issued        PIC 9(5).
               10  WS-CT-Converted     PIC 9(5).
               10  WS-CT-Lapsed        PIC 9(5).
               10  WS-CT-Open          PIC 9(5).
       01  WS-Oper-Table.
           05  WS-Oper-Entry-Count     PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Oper-Entry           OCCURS 50 TIMES.
               10  WS-OT-Id            PIC X(3).
               10  WS-OT-Issued        PIC 9(5).
               10  WS-OT-Converted     PIC 9(5).
               10  WS-OT-Lapsed        PIC 9(5).
               10  WS-OT-Open          PIC 9(5).
       01  WS-Quotes-Dropped           PIC 9(5)        VALUE ZERO.

       01  WS-Work-Customer            PIC X(10).
       01  WS-Work-Operator            PIC X(3).
       01  WS-Slot                     PIC S9(4)       COMP.
       01  WS-Search-Index             PIC S9(4)       COMP.

      *    Month totals, and the counts of the line being printed.
       01  WS-Total-Issued             PIC 9(5)        VALUE ZERO.
       01  WS-Total-Converted          PIC 9(5)        VALUE ZERO.
       01  WS-Total-Lapsed             PIC 9(5)        VALUE ZERO.
       01  WS-Total-Open               PIC 9(5)        VALUE ZERO.
       01  WS-Line-Issued              PIC 9(5).
       01  WS-Line-Converted           PIC 9(5).
       01  WS-Line-Lapsed              PIC 9(5).
       01  WS-Line-Open                PIC 9(5).
       01  WS-Line-Label               PIC X(45).
       01  WS-Win-Rate                 PIC 999V9.

       01  WS-Formatted-Issued         PIC ZZZZ9.
       01  WS-Formatted-Converted      PIC ZZZZ9.
       01  WS-Formatted-Lapsed         PIC ZZZZ9.
       01  WS-Formatted-Open           PIC ZZZZ9.
       01  WS-Formatted-Rate           PIC ZZ9.9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today.

      ****************************************************************
      *    Get the month to report - blank defaults to this month.   *
      ****************************************************************
           DISPLAY "Enter the quote month (YYYYMM), or press Enter "
                   "for the current month: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Today (1:6)      TO WS-Report-Month
               ELSE MOVE WS-Work-Field (1:6) TO WS-Report-Month
           END-IF.
           IF WS-Report-Month NOT NUMERIC
               THEN DISPLAY "Quote month " WS-Report-Month
                            " is not a valid YYYYMM - ending"
                    GOBACK
           END-IF.

           OPEN INPUT Quote-Master-File.
           IF WS-QM-Status = "35"
               THEN DISPLAY "No quotes are on file - nothing to "
                            "report"
                    GOBACK
           END-IF.

           MOVE LOW-VALUES TO QM-Quote-Number.
           START Quote-Master-File KEY IS >= QM-Quote-Number
               INVALID KEY MOVE "10" TO WS-QM-Status
           END-START.
           PERFORM UNTIL WS-QM-Status NOT = "00"
               READ Quote-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-QM-Status
               END-READ
               IF WS-QM-Status = "00" AND
                  QM-Quote-Date (1:6) = WS-Report-Month
                   THEN PERFORM TALLY-ONE-QUOTE
               END-IF
           END-PERFORM.

           CLOSE Quote-Master-File.

           MOVE "0" TO WS-CU-Open-Flag.
           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status = "00"
               THEN MOVE "1" TO WS-CU-Open-Flag
           END-IF.

           PERFORM WRITE-CONVERSION-REPORT.

           IF WS-CUSTOMER-FILE-OPEN
               THEN CLOSE Customer-Master-File
           END-IF.

           DISPLAY "Quote conversion report for " WS-Report-Month
                   " written to QTECNVRP".

           GOBACK.

      ****************************************************************
      *    Paragraph TALLY-ONE-QUOTE decides how the quote just read *
      *    stands and counts it against its customer and operator.   *
      ****************************************************************
       TALLY-ONE-QUOTE.
           EVALUATE TRUE
               WHEN QM-CONVERTED
                   MOVE "C" TO WS-Outcome
               WHEN QM-Expiry-Date < WS-Today
                   MOVE "L" TO WS-Outcome
               WHEN OTHER
                   MOVE "O" TO WS-Outcome
           END-EVALUATE.

           ADD 1 TO WS-Total-Issued.
           EVALUATE TRUE
               WHEN WS-OUTCOME-CONVERTED
                   ADD 1 TO WS-Total-Converted
               WHEN WS-OUTCOME-LAPSED
                   ADD 1 TO WS-Total-Lapsed
               WHEN OTHER
                   ADD 1 TO WS-Total-Open
           END-EVALUATE.

           MOVE QM-Customer-Number TO WS-Work-Customer.
           PERFORM FIND-CUSTOMER-SLOT.
           IF WS-Slot = 0
               THEN ADD 1 TO WS-Quotes-Dropped
           ELSE
               ADD 1 TO WS-CT-Issued (WS-Slot)
               EVALUATE TRUE
                   WHEN WS-OUTCOME-CONVERTED
                       ADD 1 TO WS-CT-Converted (WS-Slot)
                   WHEN WS-OUTCOME-LAPSED
                       ADD 1 TO WS-CT-Lapsed (WS-Slot)
                   WHEN OTHER
                       ADD 1 TO WS-CT-Open (WS-Slot)
               END-EVALUATE
           END-IF.

           IF QM-Operator-Id = SPACES
               THEN MOVE "???" TO WS-Work-Operator
               ELSE MOVE QM-Operator-Id TO WS-Work-Operator
           END-IF.
           PERFORM FIND-OPERATOR-SLOT.
           IF WS-Slot = 0
               THEN ADD 1 TO WS-Quotes-Dropped
           ELSE
               ADD 1 TO WS-OT-Issued (WS-Slot)
               EVALUATE TRUE
                   WHEN WS-OUTCOME-CONVERTED
                       ADD 1 TO WS-OT-Converted (WS-Slot)
                   WHEN WS-OUTCOME-LAPSED
                       ADD 1 TO WS-OT-Lapsed (WS-Slot)
                   WHEN OTHER
                       ADD 1 TO WS-OT-Open (WS-Slot)
               END-EVALUATE
           END-IF.

      ****************************************************************
      *    Paragraph FIND-CUSTOMER-SLOT finds (or opens) the         *
      *    customer's accumulator slot; zero means the table is      *
      *    full.                                                     *
      ****************************************************************
       FIND-CUSTOMER-SLOT.
           MOVE ZERO TO WS-Slot.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Cust-Entry-Count
                        OR WS-Slot > 0
               IF WS-CT-Number (WS-Search-Index) = WS-Work-Customer
                   THEN MOVE WS-Search-Index TO WS-Slot
               END-IF
           END-PERFORM.
           IF WS-Slot = 0 AND WS-Cust-Entry-Count < 500
               THEN ADD 1 TO WS-Cust-Entry-Count
                    MOVE WS-Work-Customer
                         TO WS-CT-Number    (WS-Cust-Entry-Count)
                    MOVE ZERO TO WS-CT-Issued    (WS-Cust-Entry-Count)
                    MOVE ZERO TO WS-CT-Converted (WS-Cust-Entry-Count)
                    MOVE ZERO TO WS-CT-Lapsed    (WS-Cust-Entry-Count)
                    MOVE ZERO TO WS-CT-Open      (WS-Cust-Entry-Count)
                    MOVE WS-Cust-Entry-Count TO WS-Slot
           END-IF.

      ****************************************************************
      *    Paragraph FIND-OPERATOR-SLOT finds (or opens) the         *
      *    operator's accumulator slot; zero means the table is      *
      *    full.                                                     *
      ****************************************************************
       FIND-OPERATOR-SLOT.
           MOVE ZERO TO WS-Slot.
           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL   WS-Search-Index > WS-Oper-Entry-Count
                        OR WS-Slot > 0
               IF WS-OT-Id (WS-Search-Index) = WS-Work-Operator
                   THEN MOVE WS-Search-Index TO WS-Slot
               END-IF
           END-PERFORM.
           IF WS-Slot = 0 AND WS-Oper-Entry-Count < 50
               THEN ADD 1 TO WS-Oper-Entry-Count
                    MOVE WS-Work-Operator
                         TO WS-OT-Id        (WS-Oper-Entry-Count)
                    MOVE ZERO TO WS-OT-Issued    (WS-Oper-Entry-Count)
                    MOVE ZERO TO WS-OT-Converted (WS-Oper-Entry-Count)
                    MOVE ZERO TO WS-OT-Lapsed    (WS-Oper-Entry-Count)
                    MOVE ZERO TO WS-OT-Open      (WS-Oper-Entry-Count)
                    MOVE WS-Oper-Entry-Count TO WS-Slot
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-CONVERSION-REPORT prints the customer     *
      *    section, the operator section and the month's totals.     *
      ****************************************************************
       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT Conversion-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "QUOTE CONVERSION FOR " DELIMITED BY SIZE
                   WS-Report-Month DELIMITED BY SIZE
                   " AS OF " DELIMITED BY SIZE
                   WS-Today DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "BY CUSTOMER" DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           PERFORM WRITE-COLUMN-HEADING.

           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL WS-Search-Index > WS-Cust-Entry-Count
               MOVE SPACES TO WS-Line-Label
               MOVE WS-CT-Number (WS-Search-Index) TO WS-Line-Label
               IF WS-CUSTOMER-FILE-OPEN
                   THEN MOVE WS-CT-Number (WS-Search-Index)
                                      TO CU-Customer-Number
                        READ Customer-Master-File
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE CU-Customer-Name
                                     TO WS-Line-Label (12:30)
                        END-READ
               END-IF
               MOVE WS-CT-Issued    (WS-Search-Index)
                                      TO WS-Line-Issued
               MOVE WS-CT-Converted (WS-Search-Index)
                                      TO WS-Line-Converted
               MOVE WS-CT-Lapsed    (WS-Search-Index)
                                      TO WS-Line-Lapsed
               MOVE WS-CT-Open      (WS-Search-Index)
                                      TO WS-Line-Open
               PERFORM WRITE-COUNT-LINE
           END-PERFORM.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "BY OPERATOR" DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           PERFORM WRITE-COLUMN-HEADING.

           PERFORM VARYING WS-Search-Index FROM 1 BY 1
                   UNTIL WS-Search-Index > WS-Oper-Entry-Count
               MOVE SPACES TO WS-Line-Label
               MOVE WS-OT-Id (WS-Search-Index) TO WS-Line-Label
               MOVE WS-OT-Issued    (WS-Search-Index)
                                      TO WS-Line-Issued
               MOVE WS-OT-Converted (WS-Search-Index)
                                      TO WS-Line-Converted
               MOVE WS-OT-Lapsed    (WS-Search-Index)
                                      TO WS-Line-Lapsed
               MOVE WS-OT-Open      (WS-Search-Index)
                                      TO WS-Line-Open
               PERFORM WRITE-COUNT-LINE
           END-PERFORM.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE "ALL QUOTES"       TO WS-Line-Label.
           MOVE WS-Total-Issued    TO WS-Line-Issued.
           MOVE WS-Total-Converted TO WS-Line-Converted.
           MOVE WS-Total-Lapsed    TO WS-Line-Lapsed.
           MOVE WS-Total-Open      TO WS-Line-Open.
           PERFORM WRITE-COUNT-LINE.

           IF WS-Quotes-Dropped > 0
               THEN MOVE SPACES TO RP-Report-Line
                    WRITE RP-Report-Line
                    MOVE SPACES TO RP-Report-Line
                    STRING "** MORE CUSTOMERS OR OPERATORS THAN THE "
                           "TABLES HOLD - SOME LINES COUNT LOW **"
                           DELIMITED BY SIZE
                           INTO RP-Report-Line
                    WRITE RP-Report-Line
           END-IF.

           CLOSE Conversion-Report-File.

      ****************************************************************
      *    Paragraph WRITE-COLUMN-HEADING heads a section's counts.  *
      ****************************************************************
       WRITE-COLUMN-HEADING.
           MOVE SPACES TO RP-Report-Line.
           STRING "                                             "
                   "Issued   Won Lapsed  Open   Win%"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph WRITE-COUNT-LINE prints one line of counts and  *
      *    its win rate - converted as a share of issued.            *
      ****************************************************************
       WRITE-COUNT-LINE.
           IF WS-Line-Issued > 0
               THEN COMPUTE WS-Win-Rate ROUNDED =
                            WS-Line-Converted * 100 / WS-Line-Issued
               ELSE MOVE ZERO TO WS-Win-Rate
           END-IF.
           MOVE WS-Line-Issued    TO WS-Formatted-Issued.
           MOVE WS-Line-Converted TO WS-Formatted-Converted.
           MOVE WS-Line-Lapsed    TO WS-Formatted-Lapsed.
           MOVE WS-Line-Open      TO WS-Formatted-Open.
           MOVE WS-Win-Rate       TO WS-Formatted-Rate.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-Line-Label          DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-Formatted-Issued   DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-Formatted-Converted DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   WS-Formatted-Lapsed   DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-Formatted-Open     DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   WS-Formatted-Rate     DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "QuoteConversionReport".
