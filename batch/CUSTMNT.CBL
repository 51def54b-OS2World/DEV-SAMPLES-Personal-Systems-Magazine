      *    ADD/UPD/DEL/LIS/END loop at SYSIN against CUSTMAST, the   *
      *    customer master the order-entry run validates customer    *
      *    numbers against - name, billing address, credit limit,    *
      *    payment terms, freight policy, owning sales rep, and an   *
      *    active/hold/deactivated status flag per customer.  The    *
      *    rep code must be an active rep on REPMAST, or blank for a *
      *    house account.                                            *
      *    DEL deactivates the record (status "D") rather than       *
      *    deleting it, so history lookups against old orders keep   *
      *    resolving; a deactivated customer can be reactivated with *
      *    UPD.                                                      *
      *    The operator signs on against OPERMAST first.  Credit     *
      *    limit and payment terms are supervisor work: an entry-    *
      *    only operator's UPD leaves both as they stand, and a      *
      *    customer that operator ADDs goes on file on credit hold   *
      *    with no limit keyed until a supervisor sets one.  Every   *
      *    ADD/UPD/DEL writes a before/after-image record carrying   *
      *    the operator to CUSTAUD, the same append-only style       *
      *    ItemMaint keeps ITMAUDIT - an ADD has a blank before      *
      *    image.  CustomerChangeReport reads it back.               *
      *                                                              *
      ****************************************************************

                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS CU-Customer-Number
                                       FILE STATUS IS WS-CU-Status.
           SELECT Sales-Rep-File      ASSIGN TO "REPMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SR-Rep-Code
                                       FILE STATUS IS WS-SR-Status.
           SELECT Customer-Audit-File ASSIGN TO "CUSTAUD"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-CA-Status.
           SELECT Operator-Master-File ASSIGN TO "OPERMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS OP-Operator-Id
                                       FILE STATUS IS WS-OP-Status.

       DATA DIVISION.
       FILE SECTION.
      *    at invoice time - a blank code (customers added before
      *    terms existed) bills at the house default of net 30.
           05  CU-Terms-Code           PIC X(3).
      *    Freight policy applied at invoice time - P(repaid and
      *    add) bills the carrier rate on the invoice, F(ree) and
      *    C(ollect) bill none.  A blank policy (customers added
      *    before freight was billed) reads as free freight, so
      *    their invoices are unchanged until a policy is keyed.
           05  CU-Freight-Policy       PIC X.
               88  CU-FREIGHT-PREPAID-ADD          VALUE "P".
               88  CU-FREIGHT-FREE                 VALUE "F" " ".
               88  CU-FREIGHT-COLLECT              VALUE "C".
      *    Sales rep who owns the account (REPMAST) - stamped on
      *    every order saved for the customer.  Blank for a house
      *    account, which earns no commission.
           05  CU-Rep-Code             PIC X(3).

      *    Sales-Rep-File is the sales representative master the
      *    rep code is validated against.
       FD  Sales-Rep-File.
       01  SR-Rep-Record.
           05  SR-Rep-Code             PIC X(3).
           05  SR-Rep-Name             PIC X(30).
           05  SR-Territory            PIC X(10).
           05  SR-Commission-Rate      PIC V9(4).
           05  SR-Status-Flag          PIC X.
               88  SR-ACTIVE                       VALUE "A".
               88  SR-INACTIVE                     VALUE "I".

      *    Customer-Audit-File gets one record per ADD/UPD/DEL
      *    against the customer master, carrying the operator and
      *    the full before and after images of the customer record
      *    so a changed credit limit, status, or terms code can be
      *    traced to who made it and when.
       FD  Customer-Audit-File.
       01  CA-Audit-Record.
           05  CA-Timestamp            PIC X(14).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CA-Action               PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CA-Operator-Id          PIC X(3).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CA-Before-Image         PIC X(149).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CA-After-Image          PIC X(149).

      *    Operator-Master-File identifies who is making the change
      *    and what authority they carry.
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

       WORKING-STORAGE SECTION.
       01  WS-CU-Status                PIC X(2).
       01  WS-SR-Status                PIC X(2).
       01  WS-SR-Open-Flag             PIC X.
           88  WS-REP-FILE-OPEN                    VALUE "1".
       01  WS-CA-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-CA-Timestamp-Work        PIC X(21).
       01  WS-Operator-Id              PIC X(3).
      *    The signed-on operator's authority tier, kept after the
      *    operator file is closed - the credit limit and terms
      *    prompts are only offered to a supervisor or manager.
       01  WS-Operator-Level           PIC X.
           88  WS-CREDIT-AUTHORITY                 VALUE "S" "M".
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
      *    is undefined, so the key is re-moved from this field
      *    before any WRITE or message that needs it.
       01  WS-Customer-Key             PIC X(10).
      *    Before image of the record as it stood when it was read,
      *    captured ahead of the re-key so UPD/DEL audit records
      *    show what the record looked like before the change.
       01  WS-Before-Image             PIC X(149).
       01  WS-Formatted-Limit          PIC Z,ZZZ,ZZ9.99.
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Every change to a customer is attributed, so the operator *
      *    signs on first; the authority tier is kept for the credit *
      *    limit and terms prompts.                                  *
      ****************************************************************
           OPEN INPUT Operator-Master-File.
           IF WS-OP-Status NOT = "00"
               THEN DISPLAY "Operator file could not be opened "
                            "(status " WS-OP-Status ") - ending"
                    GOBACK
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-Authority-Level TO WS-Operator-Level.
           IF NOT WS-CREDIT-AUTHORITY
               THEN DISPLAY "Operator " WS-Operator-Id " may not "
                            "change credit limits or terms - those "
                            "prompts are skipped"
           END-IF.
           CLOSE Operator-Master-File.

      ****************************************************************
      *    Open the customer master for update; CUSTMAST is pre-     *
      *    allocated empty the same way ORDMAST is, so OPEN I-O      *
                    GOBACK
           END-IF.

      ****************************************************************
      *    The rep master is read-only here.  A shop that has not    *
      *    set up REPMAST yet can only key house accounts.           *
      ****************************************************************
           MOVE "0" TO WS-SR-Open-Flag.
           OPEN INPUT Sales-Rep-File.
           IF WS-SR-Status = "00"
               THEN MOVE "1" TO WS-SR-Open-Flag
           END-IF.

      ****************************************************************
      *    Open the customer audit log for the run - append-only,    *
      *    with the same first-time OPEN OUTPUT fallback AUDITLOG    *
      *    uses.                                                     *
      ****************************************************************
           OPEN EXTEND Customer-Audit-File.
           IF WS-CA-Status = "35"
               THEN OPEN OUTPUT Customer-Audit-File
           END-IF.

      ****************************************************************
      *    Main action loop - the same ADD/DEL/UPD/LIS/END verbs     *
      *    order entry uses, re-prompting on anything else.          *
           END-PERFORM.

           CLOSE Customer-Master-File.
           CLOSE Customer-Audit-File.
           IF WS-REP-FILE-OPEN
               THEN CLOSE Sales-Rep-File
           END-IF.

           GOBACK.

                   MOVE WS-Customer-Key TO CU-Customer-Number
                   PERFORM READ-CUSTOMER-FIELDS
                   MOVE "A" TO CU-Status-Flag
      *            a new account an entry-only operator keys has no
      *            credit limit yet - and a zero limit reads as no
      *            limit at all - so it waits on hold for a supervisor
                   IF NOT WS-CREDIT-AUTHORITY
                       THEN MOVE "H" TO CU-Status-Flag
                            DISPLAY "Customer " WS-Customer-Key
                                    " goes on credit hold until a "
                                    "supervisor sets the limit"
                   END-IF
                   WRITE CU-Customer-Record
                   END-WRITE
                   IF WS-CU-Status = "00" OR WS-CU-Status = "02"
                       THEN MOVE SPACES TO WS-Before-Image
                            PERFORM WRITE-CUSTOMER-AUDIT
                            DISPLAY "Customer " WS-Customer-Key
                                    " added"
                       ELSE DISPLAY "** Customer " WS-Customer-Key
                                    " was NOT added (status "
      *    Paragraph UPDATE-CUSTOMER re-keys every field of an       *
      *    existing record, including the status flag, so a credit   *
      *    hold can be placed or lifted and a deactivated customer   *
      *    reactivated here.  Only a supervisor or manager may lift  *
      *    a credit hold.                                            *
      ****************************************************************
       UPDATE-CUSTOMER.
           PERFORM READ-CUSTOMER-NUMBER.
                   DISPLAY "Customer " WS-Customer-Key
                           " not found in customer master"
               NOT INVALID KEY
                   MOVE CU-Customer-Record TO WS-Before-Image
                   PERFORM READ-CUSTOMER-FIELDS
                   PERFORM READ-STATUS-FLAG
                   REWRITE CU-Customer-Record
                   END-REWRITE
                   IF WS-CU-Status = "00" OR WS-CU-Status = "02"
                       THEN PERFORM WRITE-CUSTOMER-AUDIT
                            DISPLAY "Customer " WS-Customer-Key
                                    " updated"
                       ELSE DISPLAY "** Customer " WS-Customer-Key
                                    " was NOT updated (status "
      ****************************************************************
      *    Paragraph DEACTIVATE-CUSTOMER sets the status flag to     *
      *    "D" - the record itself stays on file so old orders for   *
      *    this customer still resolve to a name and address.  A     *
      *    customer on credit hold is left for a supervisor, as in   *
      *    READ-STATUS-FLAG.                                         *
      ****************************************************************
       DEACTIVATE-CUSTOMER.
           PERFORM READ-CUSTOMER-NUMBER.
                   DISPLAY "Customer " WS-Customer-Key
                           " not found in customer master"
               NOT INVALID KEY
                 IF CU-CREDIT-HOLD AND NOT WS-CREDIT-AUTHORITY
                   THEN DISPLAY "Customer " WS-Customer-Key
                                " is on credit hold - status "
                                "unchanged - supervisor required"
                 ELSE
                   MOVE CU-Customer-Record TO WS-Before-Image
                   MOVE "D" TO CU-Status-Flag
                   REWRITE CU-Customer-Record
                   END-REWRITE
                   IF WS-CU-Status = "00" OR WS-CU-Status = "02"
                       THEN PERFORM WRITE-CUSTOMER-AUDIT
                            DISPLAY "Customer " WS-Customer-Key
                                    " deactivated"
                       ELSE DISPLAY "** Customer " WS-Customer-Key
                                    " was NOT deactivated (status "
                                    WS-CU-Status ") **"
                   END-IF
                 END-IF
           END-READ.

      ****************************************************************
                        DISPLAY CU-Customer-Number " "
                                CU-Customer-Name " "
                                CU-Status-Flag " limit "
                                WS-Formatted-Limit " freight "
                                CU-Freight-Policy " rep "
                                CU-Rep-Code
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
      *    Paragraph READ-CUSTOMER-FIELDS prompts for everything on  *
      *    the record except the key and the status flag - shared by *
      *    ADD (which forces status "A") and UPD (which prompts for  *
      *    the status separately).  Credit limit and terms are only  *
      *    prompted for a supervisor or manager; otherwise UPD keeps *
      *    the values on file and ADD starts from no limit and the   *
      *    house default terms.                                      *
      ****************************************************************
       READ-CUSTOMER-FIELDS.
           DISPLAY "Enter the customer name: ".
           ACCEPT CU-BT-State                      FROM SYSIN.
           DISPLAY "Enter billing zip: ".
           ACCEPT CU-BT-Zip                        FROM SYSIN.
           IF WS-CREDIT-AUTHORITY
               THEN PERFORM READ-CREDIT-TERMS
           ELSE IF WS-User-Action (1:3) = "ADD"
               THEN MOVE ZERO  TO CU-Credit-Limit
                    MOVE "N30" TO CU-Terms-Code
           ELSE
               MOVE CU-Credit-Limit TO WS-Formatted-Limit
               DISPLAY "Credit limit " WS-Formatted-Limit
                       " and terms " CU-Terms-Code
                       " are unchanged"
           END-IF
           END-IF.
      *    the carrier rates themselves are on the FRTRATE table
      *    the FreightRateMaint program keeps
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the freight policy - P(repaid and add), "
                       "F(ree), or C(ollect): "
               ACCEPT WS-Work-Field                FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               EVALUATE WS-Work-Field (1:1)
                   WHEN "P"
                   WHEN "F"
                   WHEN "C"
                       MOVE WS-Work-Field (1:1) TO CU-Freight-Policy
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN OTHER
                       DISPLAY "Please answer P, F, or C - try again "
               END-EVALUATE
           END-PERFORM.
           PERFORM READ-REP-CODE.

      ****************************************************************
      *    Paragraph READ-CREDIT-TERMS prompts for the credit limit  *
      *    and the payment-terms code - the two fields only a        *
      *    supervisor or manager may set.                            *
      ****************************************************************
       READ-CREDIT-TERMS.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the credit limit: "
               ELSE MOVE WS-Work-Field (1:3) TO CU-Terms-Code
           END-IF.

      ****************************************************************
      *    Paragraph READ-REP-CODE prompts for the owning sales rep, *
      *    retrying until the code is blank (a house account) or an  *
      *    active rep on REPMAST.  The code is stamped on each order *
      *    as it is saved, so a reassignment here only moves future  *
      *    orders.                                                   *
      ****************************************************************
       READ-REP-CODE.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the sales rep code, or press Enter "
                       "for a house account: "
               ACCEPT WS-Work-Field                FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN MOVE SPACES TO CU-Rep-Code
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               ELSE IF NOT WS-REP-FILE-OPEN
                   THEN DISPLAY "No sales rep master is on file - "
                                "only a house account can be keyed "
               ELSE
                   MOVE WS-Work-Field (1:3) TO SR-Rep-Code
                   READ Sales-Rep-File
                       INVALID KEY
                           DISPLAY "Sales rep " WS-Work-Field (1:3)
                                   " is not on the rep master - "
                                   "try again"
                       NOT INVALID KEY
                           IF SR-ACTIVE
                               THEN MOVE SR-Rep-Code TO CU-Rep-Code
                                    DISPLAY "Sales rep: " SR-Rep-Name
                                    MOVE HIGH-VALUE TO WS-Edit-Flag
                               ELSE DISPLAY "Sales rep " SR-Rep-Code
                                            " is inactive - try again"
                           END-IF
                   END-READ
               END-IF
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-STATUS-FLAG prompts for the status byte,   *
      *    accepting only the three values the order-entry lookup    *
      *    recognizes: A(ctive), H(old), or D(eactivated).  A        *
      *    customer on credit hold - a new account awaiting its      *
      *    limit, or one the dunning run held - stays on hold unless *
      *    a supervisor or manager is signed on, the same way the    *
      *    limit and terms are kept from entry-only operators.  A    *
      *    held customer is not let go to D either, since a later    *
      *    reactivation would lift the hold just the same.           *
      ****************************************************************
       READ-STATUS-FLAG.
           MOVE LOW-VALUE TO WS-Edit-Flag.
                                      TO WS-Work-Field
               EVALUATE WS-Work-Field (1:1)
                   WHEN "A"
                   WHEN "D"
                       IF CU-CREDIT-HOLD AND NOT WS-CREDIT-AUTHORITY
                           THEN DISPLAY "Customer " WS-Customer-Key
                                        " is on credit hold - status "
                                        "unchanged - supervisor "
                                        "required"
                           ELSE MOVE WS-Work-Field (1:1)
                                              TO CU-Status-Flag
                       END-IF
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN "H"
                       MOVE "H" TO CU-Status-Flag
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN OTHER
                       DISPLAY "Please answer A, H, or D - try again "
               END-EVALUATE
           END-PERFORM.

      ****************************************************************
      *    Paragraph WRITE-CUSTOMER-AUDIT appends one before/after-  *
      *    image record for the action just completed.  The caller   *
      *    leaves the before image in WS-Before-Image (spaces for    *
      *    ADD) and the after image in the record area.              *
      ****************************************************************
       WRITE-CUSTOMER-AUDIT.
           MOVE FUNCTION CURRENT-DATE       TO WS-CA-Timestamp-Work.
           MOVE WS-CA-Timestamp-Work (1:14) TO CA-Timestamp.
           MOVE WS-User-Action (1:3)        TO CA-Action.
           MOVE WS-Operator-Id              TO CA-Operator-Id.
           MOVE WS-Before-Image             TO CA-Before-Image.
           MOVE CU-Customer-Record          TO CA-After-Image.
           WRITE CA-Audit-Record.
           IF WS-CA-Status NOT = "00" AND WS-CA-Status NOT = "02"
               THEN DISPLAY "** Warning: customer audit record for "
                            WS-Customer-Key
                            " could not be written (status "
                            WS-CA-Status ") **"
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

       END PROGRAM "CustomerMaint".
