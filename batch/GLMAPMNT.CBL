 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "GLAccountMaint".

      ****************************************************************
      *                                                              *
      *    General-ledger account-mapping table maintenance.         *
      *    Drives an interactive ADD/UPD/DEL/LIS/END loop at SYSIN   *
      *    against GLACCTS, one record per kind of posting the       *
      *    nightly GL journal run makes, naming the ledger account   *
      *    it goes to:                                               *
      *      SALES   sales revenue                                   *
      *      SALTAX  sales tax payable - qualified by the ship-to    *
      *              state, with a blank state as the catch-all      *
      *      AR      accounts receivable control                     *
      *      CASH    cash in bank                                    *
      *      FXGL    foreign-exchange gain/loss                      *
      *      SHRINK  inventory shrink expense                        *
      *      INVENT  inventory on hand                               *
      *      FRTREV  freight billed to customers                     *
      *    A posting whose kind is not mapped here holds the whole   *
      *    day's journal back until it is.                           *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-Account-Map-File ASSIGN TO "GLACCTS"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS GA-Map-Key
                                       FILE STATUS IS WS-GA-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-Account-Map-File.
       01  GA-Account-Map-Record.
           05  GA-Map-Key.
               10  GA-Map-Type         PIC X(6).
               10  GA-Map-Qualifier    PIC X(2).
           05  GA-Account-Number       PIC X(10).
           05  GA-Description          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-GA-Status                PIC X(2).
       01  WS-User-Action              PIC X(10).
       01  WS-Done-Flag                PIC X.
           88  WS-DONE                             VALUE "1".
       01  WS-Edit-Flag                PIC X.
       01  WS-Work-Field               PIC X(30).
      *    The keyed mapping is held here, not just in the record
      *    area - after an unsuccessful READ the record area is
      *    undefined, so the key is re-moved from this field before
      *    any WRITE or message that needs it.
       01  WS-Map-Key.
           05  WS-Map-Type             PIC X(6).
               88  WS-VALID-MAP-TYPE               VALUE "SALES "
                                                         "SALTAX"
                                                         "AR    "
                                                         "CASH  "
                                                         "FXGL  "
                                                         "SHRINK"
                                                         "INVENT"
                                                         "FRTREV".
           05  WS-Map-Qualifier        PIC X(2).
       01  WS-List-Count               PIC 9(5)        VALUE ZERO.
       01  WS-Formatted-Count          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    Open the mapping table for update; GLACCTS is pre-        *
      *    allocated empty the same way ORDMAST is, so OPEN I-O      *
      *    fails with a status of 35 the very first time and we fall *
      *    back to OPEN OUTPUT to create it.                         *
      ****************************************************************
           OPEN I-O GL-Account-Map-File.
           IF WS-GA-Status = "35"
               THEN OPEN OUTPUT GL-Account-Map-File
                    CLOSE GL-Account-Map-File
                    OPEN I-O GL-Account-Map-File
           END-IF.
           IF WS-GA-Status NOT = "00"
               THEN DISPLAY "GL account map could not be opened "
                            "(status " WS-GA-Status ") - ending"
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
                       PERFORM ADD-MAPPING
                   WHEN "UPD"
                       PERFORM UPDATE-MAPPING
                   WHEN "DEL"
                       PERFORM DELETE-MAPPING
                   WHEN "LIS"
                       PERFORM LIST-MAPPINGS
                   WHEN "END"
                       MOVE "1" TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Requested action was " WS-User-Action
                       DISPLAY "Try again, fumblefingers!!!"
               END-EVALUATE
           END-PERFORM.

           CLOSE GL-Account-Map-File.

           GOBACK.

      ****************************************************************
      *    Paragraph ADD-MAPPING keys a brand-new mapping.  An       *
      *    existing one is rejected - corrections go through UPD.    *
      ****************************************************************
       ADD-MAPPING.
           PERFORM READ-MAPPING-KEY.
           READ GL-Account-Map-File
               INVALID KEY
                   MOVE WS-Map-Key TO GA-Map-Key
                   PERFORM READ-MAPPING-FIELDS
                   WRITE GA-Account-Map-Record
                   END-WRITE
                   IF WS-GA-Status = "00" OR WS-GA-Status = "02"
                       THEN DISPLAY "Mapping " WS-Map-Type " "
                                    WS-Map-Qualifier " added"
                       ELSE DISPLAY "** Mapping " WS-Map-Type " "
                                    WS-Map-Qualifier
                                    " was NOT added (status "
                                    WS-GA-Status ") **"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Mapping " WS-Map-Type " "
                           WS-Map-Qualifier
                           " is already on file - use update"
           END-READ.

      ****************************************************************
      *    Paragraph UPDATE-MAPPING re-keys the account and          *
      *    description of an existing mapping.                       *
      ****************************************************************
       UPDATE-MAPPING.
           PERFORM READ-MAPPING-KEY.
           READ GL-Account-Map-File
               INVALID KEY
                   DISPLAY "Mapping " WS-Map-Type " "
                           WS-Map-Qualifier
                           " not found on the account map"
               NOT INVALID KEY
                   DISPLAY "Currently posts to " GA-Account-Number
                           " " GA-Description
                   PERFORM READ-MAPPING-FIELDS
                   REWRITE GA-Account-Map-Record
                   END-REWRITE
                   IF WS-GA-Status = "00" OR WS-GA-Status = "02"
                       THEN DISPLAY "Mapping " WS-Map-Type " "
                                    WS-Map-Qualifier " updated"
                       ELSE DISPLAY "** Mapping " WS-Map-Type " "
                                    WS-Map-Qualifier
                                    " was NOT updated (status "
                                    WS-GA-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph DELETE-MAPPING removes a mapping outright.  A   *
      *    state-qualified tax mapping that goes falls back to the   *
      *    catch-all SALTAX account; anything else holds the next    *
      *    journal run back until it is mapped again.                *
      ****************************************************************
       DELETE-MAPPING.
           PERFORM READ-MAPPING-KEY.
           READ GL-Account-Map-File
               INVALID KEY
                   DISPLAY "Mapping " WS-Map-Type " "
                           WS-Map-Qualifier
                           " not found on the account map"
               NOT INVALID KEY
                   DELETE GL-Account-Map-File
                   END-DELETE
                   IF WS-GA-Status = "00"
                       THEN DISPLAY "Mapping " WS-Map-Type " "
                                    WS-Map-Qualifier " deleted"
                       ELSE DISPLAY "** Mapping " WS-Map-Type " "
                                    WS-Map-Qualifier
                                    " was NOT deleted (status "
                                    WS-GA-Status ") **"
                   END-IF
           END-READ.

      ****************************************************************
      *    Paragraph LIST-MAPPINGS sweeps the whole table in key     *
      *    order, one display line per mapping.                      *
      ****************************************************************
       LIST-MAPPINGS.
           MOVE ZERO       TO WS-List-Count.
           MOVE LOW-VALUES TO GA-Map-Key.
           START GL-Account-Map-File KEY IS >= GA-Map-Key
               INVALID KEY MOVE "10" TO WS-GA-Status
           END-START.
           PERFORM UNTIL WS-GA-Status NOT = "00"
               READ GL-Account-Map-File NEXT RECORD
                   AT END MOVE "10" TO WS-GA-Status
               END-READ
               IF WS-GA-Status = "00"
                   THEN ADD 1 TO WS-List-Count
                        DISPLAY GA-Map-Type " " GA-Map-Qualifier
                                "  account " GA-Account-Number
                                "  " GA-Description
               END-IF
           END-PERFORM.
           MOVE WS-List-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " mapping(s) on file".

      ****************************************************************
      *    Paragraph READ-MAPPING-KEY prompts for the posting kind,  *
      *    retrying until a known one is keyed, and - for sales      *
      *    tax only - the ship-to state it applies to.               *
      ****************************************************************
       READ-MAPPING-KEY.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the posting kind (SALES, SALTAX, AR, "
                       "CASH, FXGL, SHRINK, INVENT, FRTREV): "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               MOVE WS-Work-Field (1:6) TO WS-Map-Type
               IF WS-VALID-MAP-TYPE
                   THEN MOVE HIGH-VALUE TO WS-Edit-Flag
                   ELSE DISPLAY "Posting kind " WS-Map-Type
                                " is not one of the above - try again"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Map-Qualifier.
           IF WS-Map-Type = "SALTAX"
               THEN DISPLAY "Enter the ship-to state, or press Enter "
                            "for the catch-all tax account: "
                    ACCEPT WS-Work-Field               FROM SYSIN
                    MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
                    MOVE WS-Work-Field (1:2) TO WS-Map-Qualifier
           END-IF.
           MOVE WS-Map-Key TO GA-Map-Key.

      ****************************************************************
      *    Paragraph READ-MAPPING-FIELDS prompts for everything on   *
      *    the record except the key - shared by ADD and UPD.        *
      ****************************************************************
       READ-MAPPING-FIELDS.
           MOVE LOW-VALUE TO WS-Edit-Flag.
           PERFORM UNTIL WS-Edit-Flag = HIGH-VALUE
               DISPLAY "Enter the ledger account number: "
               ACCEPT WS-Work-Field                FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "Account number is required - "
                                "try again "
                   ELSE MOVE WS-Work-Field (1:10)
                                      TO GA-Account-Number
                        MOVE HIGH-VALUE TO WS-Edit-Flag
               END-IF
           END-PERFORM.
           DISPLAY "Enter the account description: ".
           ACCEPT GA-Description                   FROM SYSIN.

       END PROGRAM "GLAccountMaint".
