 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "SalesRepMaint".

      ****************************************************************
      *                                                              *
      *    Sales representative master maintenance.  Drives an       *
      *    interactive ADD/UPD/DEL/LIS/END loop at SYSIN against     *
      *    REPMAST - one record per rep with name, territory, the    *
      *    commission rate paid on collected sales, and an active/   *
      *    inactive flag.  Customers are assigned to a rep on        *
      *    CUSTMAST, and every order saved carries the rep code.     *
      *    DEL marks the rep inactive rather than deleting the       *
      *    record, so old orders and ledger items stamped with the   *
      *    code still resolve to a name on the commission            *
      *    statements; an inactive rep can be reactivated with UPD.  *
      *    Commission rates are pay, so the operator signs on first  *
      *    and only a manager may run this.                          *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Rep-File      ASSIGN TO "REPMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SR-Rep-Code
                                       FILE STATUS IS WS-SR-Status.
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
      *    Sales-Rep-File is the sales representative master.  The
      *    commission rate is a fraction of the collected
      *    merchandise sale - .0500 pays five percent.
       FD  Sales-Rep-File.
       01  SR-Rep-Record.
           05  SR-Rep-Code             PIC X(3).
           05  SR-Rep-Name             PIC X(30).
           05  SR-Territory            PIC X(10).
           05  SR-Commission-Rate      PIC V9(4).
           05  SR-Status-Flag          PIC X.
               88  SR-ACTIVE                       VALUE "A".
               88  SR-INACTIVE                     VALUE "I".

      *    Operator-Master-File gates the run: commission rates are
      *    pay, so only a manager maintains them.  Audit-Log-File
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
       01  WS-SR-Status                PIC X(2).
       01  WS-OP-Status                PIC X(2).
       01  WS-AL-Status                PIC X(2).
       01  WS-AL-Timestamp-Work        PIC X(21).
       01  WS-Operator-Id              PIC X(3).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
      *    The keyed rep code is held here, not just in the record
      *    area - after an unsuccessful READ the record area is
      *    undefined, so the key is re-moved from this field before
      *    any WRITE or message that needs it.
       01  WS-Rep-Key                  PIC X(3).
       01  WS-Rate-Work                PIC 9(3)V9(4).
       01  WS-Formatted-Rate           PIC Z9.99.
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Commission rates are pay - the operator signs on first,   *
      *    and anyone below manager is refused with the attempt      *
      *    written to the audit log.                                 *
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
                            "authorized to maintain sales reps "
                            "- run refused"
                    CLOSE Operator-Master-File
                    GOBACK
           END-IF.
           CLOSE Operator-Master-File.

      ****************************************************************
      *    Open the rep master for update; REPMAST is pre-allocated  *
      *    empty the same way ORDMAST is, so OPEN I-O fails with a   *
      *    status of 35 the very first time and we fall back to OPEN *
      *    OUTPUT to create it.                                      *
      ****************************************************************
           OPEN I-O Sales-Rep-File.
           IF WS-SR-Status = "35"
               THEN OPEN OUTPUT Sales-Rep-File
                    CLOSE Sales-Rep-File
                    OPEN I-O Sales-Rep-File
           END-IF.
           IF WS-SR-Status NOT = "00"
               THEN DISPLAY "Sales rep master could not be opened "
                            "(status " WS-SR-Status ") - ending"
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
                       PERFORM ADD-REP
                   WHEN "UPD"
                       PERFORM UPDATE-REP
                   WHEN "DEL"
                       PERFORM DEACTIVATE-REP
                   WHEN "LIS"
                       PERFORM LIST-REPS
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE Sales-Rep-File.

           GOBACK.

      ****************************************************************
      *    Paragraph ADD-REP keys a brand-new rep.  An existing code *
      *    is rejected - corrections go through UPD.                 *
      ****************************************************************
       ADD-REP.
           PERFORM READ-REP-CODE.
           READ Sales-Rep-File
               INVALID KEY
                   MOVE WS-Rep-Key TO SR-Rep-Code
                   PERFORM READ-REP-FIELDS
                   MOVE "A" TO SR-Status-Flag
                   WRITE SR-Rep-Record
                   END-WRITE
                   IF WS-SR-Status = "00" OR WS-SR-Status = "02"
                       THEN DISPLAY "Sales rep " WS-Rep-Key " added"
                       ELSE DISPLAY "** Sales rep " WS-Rep-Key
                                    " was NOT added (status "
                                    WS-SR-Status ") **"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Sales rep " WS-Rep-Key
                           " is already on file - use update"
           END-READ.

      ****************************************************************
      *    Paragraph UPDATE-REP re-keys every field of an existing   *
      *    rep, including the status flag, so an inactive rep can be *
      *    reactivated here.  A new commission rate applies from the *
      *    next commission run on.                                   *
      ****************************************************************
       UPDATE-REP.
           PERFORM READ-REP-CODE.
           READ Sales-Rep-File
               INVALID KEY
                   DISPLAY "Sales rep " WS-Rep-Key
                           " not found in rep master"
               NOT INVALID KEY
                   PERFORM READ-REP-FIELDS
                   PERFORM READ-STATUS-FLAG
                   REWRITE SR-Rep-Record
                   END-REWRITE
                   IF WS-SR-Status = "00" OR WS-SR-Status = "02"
                       THEN DISPLAY "Sales rep " WS-Rep-Key
                                    " updated"
                       ELSE DISPLAY "** Sales rep " WS-Rep-Key
                                    " was NOT updated (status "
                                    WS-SR-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DEACTIVATE-REP sets the status flag to "I" -    *
      *    the record stays on file for the orders and invoices      *
      *    already stamped with the code.  Customers still assigned  *
      *    to the rep should be moved with CustomerMaint.            *
      ****************************************************************
       DEACTIVATE-REP.
           PERFORM READ-REP-CODE.
           READ Sales-Rep-File
               INVALID KEY
                   DISPLAY "Sales rep " WS-Rep-Key
                           " not found in rep master"
               NOT INVALID KEY
                   MOVE "I" TO SR-Status-Flag
                   REWRITE SR-Rep-Record
                   END-REWRITE
                   IF WS-SR-Status = "00" OR WS-SR-Status = "02"
                       THEN DISPLAY "Sales rep " WS-Rep-Key
                                    " deactivated"
                       ELSE DISPLAY "** Sales rep " WS-Rep-Key
                                    " was NOT deactivated (status "
                                    WS-SR-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph LIST-REPS sweeps the whole master in key        *
      *    order, one display line per rep.                          *
      ****************************************************************
       LIST-REPS.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO SR-Rep-Code.
           START Sales-Rep-File KEY IS >= SR-Rep-Code
               INVALID KEY MOVE "10" TO WS-SR-Status
           END-START.
           PERFORM UNTIL WS-SR-Status NOT = "00"
               READ Sales-Rep-File NEXT RECORD
                   AT END MOVE "10" TO WS-SR-Status
               END-READ
               IF WS-SR-Status = "00"
                   THEN ADD 1 TO WS-List-Count
                        COMPUTE WS-Formatted-Rate =
                                SR-Commission-Rate * 100
                        DISPLAY SR-Rep-Code " "
                                SR-Rep-Name " "
                                SR-Territory " "
                                SR-Status-Flag " rate "
                                WS-Formatted-Rate "%"
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " sales rep(s) on file".

      ****************************************************************
      *    Paragraph READ-REP-CODE prompts for the rep code,         *
      *    retrying until a non-blank one is keyed.                  *
      ****************************************************************
       READ-REP-CODE.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the sales rep code: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Sales rep code is required - "
                                "try again "
                   ELSE MOVE WS-Work-Field (1:3) TO WS-Rep-Key
                        MOVE WS-Rep-Key          TO SR-Rep-Code
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-REP-FIELDS prompts for everything on the   *
      *    record except the key and the status flag - shared by ADD *
      *    and UPD.  The rate is keyed as a percentage.              *
      ****************************************************************
       READ-REP-FIELDS.
           DISPLAY "Enter the rep name: ".
           ACCEPT SR-Rep-Name                      FROM SYSIN.
           DISPLAY "Enter the territory: ".
           ACCEPT WS-Work-Field                    FROM SYSIN.
           MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                  TO WS-Work-Field.
           MOVE WS-Work-Field (1:10) TO SR-Territory.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the commission rate as a percent "
                       "(5 for 5%): "
               ACCEPT WS-Work-Field                FROM SYSIN
               COMPUTE WS-Rate-Work =
                       FUNCTION NUMVAL (WS-Work-Field)
               IF WS-Rate-Work < 100
                   THEN COMPUTE SR-Commission-Rate =
                                WS-Rate-Work / 100
                        MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Rate must be under 100 percent - "
                                "try again "
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph READ-STATUS-FLAG prompts for the status byte -  *
      *    A(ctive) or I(nactive).                                   *
      ****************************************************************
       READ-STATUS-FLAG.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the status - A(ctive) or I(nactive): "
               ACCEPT WS-Work-Field                FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               EVALUATE WS-Work-Field (1:1)
                   WHEN "A"
                   WHEN "I"
                       MOVE WS-Work-Field (1:1) TO SR-Status-Flag
                       MOVE HIGH-VALUE TO WS-Edit-Flag
                   WHEN OTHER
                       DISPLAY "Please answer A or I - try again "
               END-EVALUATE
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
           MOVE "REPMNT"                    TO AL-Item-Number.
           MOVE ZERO                        TO AL-Item-Cost.
           MOVE ZERO                        TO AL-Before-Count.
           MOVE ZERO                        TO AL-After-Count.
           MOVE WS-Operator-Id              TO AL-Operator-Id.
           WRITE AL-Audit-Record.
           CLOSE Audit-Log-File.

       END PROGRAM "SalesRepMaint".
