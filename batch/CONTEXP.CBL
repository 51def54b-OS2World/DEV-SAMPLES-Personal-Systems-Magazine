 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "ContractExpiryReport".

      ****************************************************************
      *                                                              *
      *    Monthly contract expiry report.  Sweeps CONTRACT and      *
      *    prints to CONTEXRP every customer contract price whose    *
      *    expiry date falls between today and sixty days out, so    *
      *    sales can renegotiate before order entry quietly goes     *
      *    back to charging the customer list price.  Contracts      *
      *    that have already expired or run past the window are not  *
      *    listed.                                                   *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Contract-Price-File ASSIGN TO "CONTRACT"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CP-Key
                                       FILE STATUS IS WS-CP-Status.
           SELECT Contract-Report-File ASSIGN TO "CONTEXRP"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Contract-Price-File holds the prices negotiated with
      *    individual customers, keyed customer + item.  A contract
      *    is in effect from its effective date through its expiry
      *    date, both inclusive.
       FD  Contract-Price-File.
       01  CP-Contract-Record.
           05  CP-Key.
               10  CP-Customer-Number  PIC X(10).
               10  CP-Item-Number      PIC X(10).
           05  CP-Contract-Price       PIC 999V99.
           05  CP-Effective-Date       PIC X(8).
           05  CP-Expiry-Date          PIC X(8).

       FD  Contract-Report-File.
       01  RP-Report-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CP-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Today                    PIC X(8).
       01  WS-Today-Numeric REDEFINES WS-Today
                                       PIC 9(8).
       01  WS-Date-Work                PIC X(21).
      *    Last expiry date the report looks ahead to.
       01  WS-Window-Days              PIC 9(3)        VALUE 60.
       01  WS-Window-End               PIC 9(8).
       01  WS-Expiry-Numeric           PIC 9(8).
       01  WS-Days-Left                PIC 9(3).
       01  WS-Contract-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Expiring-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Price          PIC ZZ9.99.
       01  WS-Formatted-Days           PIC ZZ9.
       01  WS-Formatted-Count          PIC ZZZZ9.
       01  WS-Formatted-Total          PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Today.
           COMPUTE WS-Window-End = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-Today-Numeric)
                    + WS-Window-Days).

           OPEN INPUT Contract-Price-File.
           IF WS-CP-Status = "35"
               THEN DISPLAY "No contracts are on file - nothing to "
                            "report"
                    GOBACK
           END-IF.

           OPEN OUTPUT Contract-Report-File.

           MOVE SPACES TO RP-Report-Line.
           STRING "CONTRACTS EXPIRING WITHIN " DELIMITED BY SIZE
                   WS-Window-Days DELIMITED BY SIZE
                   " DAYS AS OF " DELIMITED BY SIZE
                   WS-Today DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE SPACES TO RP-Report-Line.
           STRING "Customer    Item         Price  Effective  "
                   "Expires   Days left"
                   DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE LOW-VALUES TO CP-Key.
           START Contract-Price-File KEY IS >= CP-Key
               INVALID KEY MOVE "10" TO WS-CP-Status
           END-START.
           PERFORM UNTIL WS-CP-Status NOT = "00"
               READ Contract-Price-File NEXT RECORD
                   AT END MOVE "10" TO WS-CP-Status
               END-READ
               IF WS-CP-Status = "00"
                   THEN ADD 1 TO WS-Contract-Count
                        IF CP-Expiry-Date >= WS-Today AND
                           CP-Expiry-Date IS NUMERIC
                            THEN MOVE CP-Expiry-Date
                                           TO WS-Expiry-Numeric
                                 IF WS-Expiry-Numeric <= WS-Window-End
                                     THEN PERFORM REPORT-ONE-CONTRACT
                                 END-IF
                        END-IF
               END-IF
           END-PERFORM.

           CLOSE Contract-Price-File.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.

           MOVE WS-Contract-Count TO WS-Formatted-Total.
           MOVE WS-Expiring-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Contracts on file: " DELIMITED BY SIZE
                   WS-Formatted-Total DELIMITED BY SIZE
                   "   Expiring in window: " DELIMITED BY SIZE
                   WS-Formatted-Count DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

           CLOSE Contract-Report-File.

           DISPLAY "Contract expiry report written to CONTEXRP".

           GOBACK.

      ****************************************************************
      *    Paragraph REPORT-ONE-CONTRACT prints the record just      *
      *    read with the number of days it has left to run.          *
      ****************************************************************
       REPORT-ONE-CONTRACT.
           ADD 1 TO WS-Expiring-Count.
           COMPUTE WS-Days-Left =
                   FUNCTION INTEGER-OF-DATE (WS-Expiry-Numeric)
                 - FUNCTION INTEGER-OF-DATE (WS-Today-Numeric).
           MOVE CP-Contract-Price TO WS-Formatted-Price.
           MOVE WS-Days-Left      TO WS-Formatted-Days.
           MOVE SPACES TO RP-Report-Line.
           STRING CP-Customer-Number  DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   CP-Item-Number     DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WS-Formatted-Price DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   CP-Effective-Date  DELIMITED BY SIZE
                   "   "              DELIMITED BY SIZE
                   CP-Expiry-Date     DELIMITED BY SIZE
                   "        "         DELIMITED BY SIZE
                   WS-Formatted-Days  DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "ContractExpiryReport".
