 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "ContractMaint".

      ****************************************************************
      *                                                              *
      *    Customer contract price maintenance.  Drives an           *
      *    interactive ADD/UPD/DEL/LIS/END loop at SYSIN against     *
      *    CONTRACT, one record per customer and item carrying the   *
      *    negotiated price and the dates it runs from and to.       *
      *    While a contract is in effect order entry charges its     *
      *    price in place of the item master's price and break       *
      *    tiers, and the confirmation and invoice mark the line.    *
      *    The customer and item are validated against CUSTMAST and  *
      *    ITEMMAST on the way in; a price under the item's unit     *
      *    cost is taken but warned about.  Setting prices is        *
      *    supervisor work, the same as an order-entry price         *
      *    override, so the operator signs on first.                 *
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
           SELECT Customer-Master-File ASSIGN TO "CUSTMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
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
      *    Sales rep who owns the account (REPMAST) - stamped on
      *    every order saved for the customer.  Blank for a house
      *    account, which earns no commission.
           05  CU-Rep-Code             PIC X(3).

       FD  Item-Master-File.
       01  IM-Item-Record.
           05  IM-Item-Number          PIC X(10).
           05  IM-Item-Description     PIC X(20).
      *    IM-Item-Cost is the unit cost we pay the supplier;
      *    IM-Item-Price is the selling price order entry charges.
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

      *    Operator-Master-File gates the run: a contract price is
      *    charged on every order the customer places for the item,
      *    so setting one is supervisor work.  Audit-Log-File
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

       WORKING-STORAGE SECTION.
       01  WS-CP-Status                PIC X(2).
       01  WS-CU-Status                PIC X(2).
       01  WS-IM-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-Operator-Id              PIC X(3).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
      *    The keyed customer and item are held here, not just in
      *    the record area - after an unsuccessful READ the record
      *    area is undefined, so the key is re-moved from these
      *    fields before any WRITE or message that needs it.
       01  WS-Contract-Key.
           05  WS-Customer-Key         PIC X(10).
           05  WS-Item-Key             PIC X(10).
       01  WS-Price-Work               PIC 9(5)V99.
       01  WS-Date-Work                PIC X(8).
       01  WS-Formatted-Price          PIC ZZ9.99.
       01  WS-List-Customer            PIC X(10).
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Setting a customer's price is supervisor work - the       *
      *    operator signs on first, and anyone below supervisor is   *
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
                            "authorized to maintain contract prices "
                            "- run refused"
                    CLOSE Operator-Master-File
                    GOBACK
           END-IF.
           CLOSE Operator-Master-File.

      ****************************************************************
      *    Open the contract file for update; CONTRACT is pre-       *
      *    allocated empty the same way ORDMAST is, so OPEN I-O      *
      *    fails with a status of 35 the very first time and we fall *
      *    back to OPEN OUTPUT to create it.                         *
      ****************************************************************
           OPEN I-O Contract-Price-File.
           IF WS-CP-Status = "35"
               THEN OPEN OUTPUT Contract-Price-File
                    CLOSE Contract-Price-File
                    OPEN I-O Contract-Price-File
           END-IF.
           IF WS-CP-Status NOT = "00"
               THEN DISPLAY "Contract price file could not be opened "
                            "(status " WS-CP-Status ") - ending"
                    GOBACK
           END-IF.

           OPEN INPUT Customer-Master-File.
           IF WS-CU-Status NOT = "00"
               THEN DISPLAY "Customer master could not be opened "
                            "(status " WS-CU-Status ") - ending"
                    CLOSE Contract-Price-File
                    GOBACK
           END-IF.
           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    CLOSE Contract-Price-File
                    CLOSE Customer-Master-File
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
                       PERFORM ADD-CONTRACT
                   WHEN "UPD"
                       PERFORM UPDATE-CONTRACT
                   WHEN "DEL"
                       PERFORM DELETE-CONTRACT
                   WHEN "LIS"
                       PERFORM LIST-CONTRACTS
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Contract-Price-File.
           CLOSE Customer-Master-File.
           CLOSE Item-Master-File.

           GOBACK.

      ****************************************************************
      *    Paragraph ADD-CONTRACT keys a brand-new contract.  A      *
      *    customer and item already under contract is rejected -    *
      *    a new price or new dates go through UPD.                  *
      ****************************************************************
       ADD-CONTRACT.
           PERFORM READ-CONTRACT-KEY.
           READ Contract-Price-File
               INVALID KEY
                   MOVE WS-Contract-Key TO CP-Key
                   PERFORM READ-CONTRACT-FIELDS
                   WRITE CP-Contract-Record
                   END-WRITE
                   IF WS-CP-Status = "00" OR WS-CP-Status = "02"
                       THEN DISPLAY "Contract for customer "
                                    WS-Customer-Key " item "
                                    WS-Item-Key " added"
                       ELSE DISPLAY "** Contract for customer "
                                    WS-Customer-Key " item "
                                    WS-Item-Key " was NOT added "
                                    "(status " WS-CP-Status ") **"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Customer " WS-Customer-Key " already has "
                           "a contract for item " WS-Item-Key
                           " - use update"
           END-READ.

      ****************************************************************
      *    Paragraph UPDATE-CONTRACT re-keys the price and dates of  *
      *    an existing contract - a renewal is an UPD that moves the *
      *    expiry date.                                              *
      ****************************************************************
       UPDATE-CONTRACT.
           PERFORM READ-CONTRACT-KEY.
           READ Contract-Price-File
               INVALID KEY
                   DISPLAY "No contract on file for customer "
                           WS-Customer-Key " item " WS-Item-Key
               NOT INVALID KEY
                   PERFORM SHOW-CONTRACT
                   PERFORM READ-CONTRACT-FIELDS
                   REWRITE CP-Contract-Record
                   END-REWRITE
                   IF WS-CP-Status = "00" OR WS-CP-Status = "02"
                       THEN DISPLAY "Contract for customer "
                                    WS-Customer-Key " item "
                                    WS-Item-Key " updated"
                       ELSE DISPLAY "** Contract for customer "
                                    WS-Customer-Key " item "
                                    WS-Item-Key " was NOT updated "
                                    "(status " WS-CP-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DELETE-CONTRACT removes a contract outright.    *
      *    Orders already saved keep the price they were charged.    *
      ****************************************************************
       DELETE-CONTRACT.
           PERFORM READ-CONTRACT-KEY.
           READ Contract-Price-File
               INVALID KEY
                   DISPLAY "No contract on file for customer "
                           WS-Customer-Key " item " WS-Item-Key
               NOT INVALID KEY
                   DELETE Contract-Price-File
                   END-DELETE
                   IF WS-CP-Status = "00"
                       THEN DISPLAY "Contract for customer "
                                    WS-Customer-Key " item "
                                    WS-Item-Key " deleted"
                       ELSE DISPLAY "** Contract for customer "
                                    WS-Customer-Key " item "
                                    WS-Item-Key " was NOT deleted "
                                    "(status " WS-CP-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph LIST-CONTRACTS sweeps the file in key order,    *
      *    one display line per contract - every customer's, or one  *
      *    customer's when a number is keyed.                        *
      ****************************************************************
       LIST-CONTRACTS.
           DISPLAY "Enter the customer to list, or press Enter "
                   "for all: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field) TO WS-Work-Field.
           MOVE WS-Work-Field (1:10) TO WS-List-Customer.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO CP-Key.
           IF WS-List-Customer NOT = SPACES
               THEN MOVE WS-List-Customer TO CP-Customer-Number
           END-IF.
           START Contract-Price-File KEY IS >= CP-Key
               INVALID KEY MOVE "10" TO WS-CP-Status
           END-START.
           PERFORM UNTIL WS-CP-Status NOT = "00"
               READ Contract-Price-File NEXT RECORD
                   AT END MOVE "10" TO WS-CP-Status
               END-READ
               IF WS-CP-Status = "00"
                   THEN IF WS-List-Customer NOT = SPACES AND
                           CP-Customer-Number NOT = WS-List-Customer
                       THEN MOVE "10" TO WS-CP-Status
                       ELSE ADD 1 TO WS-List-Count
                            PERFORM SHOW-CONTRACT
                       END-IF
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " contract(s) listed".

       SHOW-CONTRACT.
           MOVE CP-Contract-Price TO WS-Formatted-Price.
           DISPLAY CP-Customer-Number " " CP-Item-Number " "
                   WS-Formatted-Price " effective "
                   CP-Effective-Date " to " CP-Expiry-Date.

      ****************************************************************
      *    Paragraph READ-CONTRACT-KEY prompts for the customer and  *
      *    item, retrying each until it is on its master.            *
      ****************************************************************
       READ-CONTRACT-KEY.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the customer number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Customer number is required - try "
                                "again "
               ELSE
                   MOVE WS-Work-Field (1:10) TO WS-Customer-Key
                   MOVE WS-Customer-Key      TO CU-Customer-Number
                   READ Customer-Master-File
                       INVALID KEY
                           DISPLAY "Customer " WS-Customer-Key
                                   " is not on the customer master - "
                                   "try again"
                       NOT INVALID KEY
                           DISPLAY "Customer: " CU-Customer-Name
                           MOVE HIGH-VALUE TO WS-Edit-Flag
                   END-READ
               END-IF
           END-PERFORM.

           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the item number: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Item number is required - try again "
               ELSE
                   MOVE WS-Work-Field (1:10) TO WS-Item-Key
                   MOVE WS-Item-Key          TO IM-Item-Number
                   READ Item-Master-File
                       INVALID KEY
                           DISPLAY "Item " WS-Item-Key
                                   " is not on the item master - "
                                   "try again"
                       NOT INVALID KEY
                           MOVE IM-Item-Price TO WS-Formatted-Price
                           DISPLAY "Item: " IM-Item-Description
                                   "  list price " WS-Formatted-Price
                           MOVE HIGH-VALUE TO WS-Edit-Flag
                   END-READ
               END-IF
           END-PERFORM.

           MOVE WS-Contract-Key TO CP-Key.

      ****************************************************************
      *    Paragraph READ-CONTRACT-FIELDS prompts for the price and  *
      *    the two dates - shared by ADD and UPD.  The item master   *
      *    record read by READ-CONTRACT-KEY is still in its record   *
      *    area for the below-cost warning.                          *
      ****************************************************************
       READ-CONTRACT-FIELDS.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the contract price: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               COMPUTE WS-Price-Work =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF WS-Price-Work = ZERO OR WS-Price-Work > 999.99
                   THEN DISPLAY "Price must be more than zero and "
                                "no more than 999.99 - try again "
                   ELSE MOVE WS-Price-Work TO CP-Contract-Price
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.
           IF CP-Contract-Price < IM-Item-Cost
               THEN DISPLAY "** Warning: contract price is below the "
                            "item's unit cost of " IM-Item-Cost " **"
           END-IF.

           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the effective date (YYYYMMDD): "
               ACCEPT WS-Date-Work                    FROM SYSIN
               IF WS-Date-Work IS NUMERIC
                   THEN MOVE WS-Date-Work TO CP-Effective-Date
                        MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Date must be 8 digits - try again "
               END-IF
           END-PERFORM.

           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the expiry date (YYYYMMDD): "
               ACCEPT WS-Date-Work                    FROM SYSIN
               IF WS-Date-Work IS NOT NUMERIC
                   THEN DISPLAY "Date must be 8 digits - try again "
               ELSE IF WS-Date-Work < CP-Effective-Date
                   THEN DISPLAY "Expiry cannot be before the "
                                "effective date - try again "
               ELSE MOVE WS-Date-Work TO CP-Expiry-Date
                    MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
               END-IF
           END-PERFORM.

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
           MOVE "CONTMNT"                   TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           CLOSE Audit-Log-File.

       END PROGRAM "ContractMaint".
