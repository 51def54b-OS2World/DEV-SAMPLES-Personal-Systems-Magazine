      *    Reads the day's PAYMENTS file - one record per customer   *
      *    remittance, naming the invoice it pays - and applies      *
      *    each payment to its open invoice on the ARLEDGER open-    *
      *    item ledger the invoice run posts into.  Nothing is       *
      *    applied until the file balances to the control count and  *
      *    amount keyed at the start of the run.  Then:              *
      *    - a check number the customer already has on the ledger   *
      *      is a duplicate - it is rejected, not applied, and       *
      *      listed on PAYREJ so the GL posting leaves it out;       *
      *    - a payment that covers the invoice closes it;           *
      *    - a partial payment reduces the invoice's open amount     *
      *      and the invoice stays open;                             *
      *    Every payment is posted to the ledger as its own item     *
      *    (open amount = the unapplied remainder), so the monthly   *
      *    statements can show the month's receipts.                 *
      *    Every 25 payments the run takes a checkpoint on the       *
      *    CASHRSTR restart record.  A run that finds the same batch *
      *    still in flight resumes after the last committed payment; *
      *    a payment within one interval of that point, already on   *
      *    the ledger with its date and amount and not earlier in    *
      *    the batch, was applied before the interruption and is not *
      *    applied again.                                            *
      *    Every item the run closes is stamped with the run date -  *
      *    the monthly commission run pays on invoices by that date. *
      *    After the payments, every open credit memo the            *
      *    cancellation run posted is applied against its            *
      *    customer's open invoices, oldest first.                   *
           SELECT Trial-Report-File   ASSIGN TO "ARTRIAL"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.
           SELECT Restart-File        ASSIGN TO "CASHRSTR"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS RS-Key
                                       FILE STATUS IS WS-RS-Status.
           SELECT Payment-Reject-File ASSIGN TO "PAYREJ"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RJ-Status.

       DATA DIVISION.
       FILE SECTION.
           05  LG-Status-Flag          PIC X.
               88  LG-ITEM-OPEN                    VALUE "O".
               88  LG-ITEM-CLOSED                  VALUE "C".
      *    Freight billed on an invoice item, in the item's own
      *    currency and already included in the original amount -
      *    carried separately so the statement can show it.  Zero
      *    on credit memos and payments.
           05  LG-Freight-Amount       PIC 9(5)V99.
      *    Sales rep and tax billed on an invoice item, both frozen
      *    at invoice time so the commission run pays the rep who
      *    owned the sale, on the merchandise alone, even after the
      *    order is archived.  The credit memo carries the order's
      *    rep too.  Blank/zero on payments.
           05  LG-Rep-Code             PIC X(3).
           05  LG-Tax-Amount           PIC 9(7)V99.
      *    Date the cash-application run took the open amount to
      *    zero - blank while the item is still open.
           05  LG-Closed-Date          PIC X(8).

       FD  Trial-Report-File.
       01  RP-Report-Line              PIC X(80).

      *    Restart-File holds the one restart record of the cash
      *    run - whether the last run finished, the control totals
      *    of the batch it was applying, and how far into the batch
      *    its latest checkpoint had committed, with the run totals
      *    as they stood there.
       FD  Restart-File.
       01  RS-Restart-Record.
           05  RS-Key                  PIC X(5).
           05  RS-Run-State            PIC X.
               88  RS-RUN-IN-FLIGHT                VALUE "R".
               88  RS-RUN-COMPLETE                 VALUE "C".
           05  RS-Run-Date             PIC X(8).
           05  RS-Checkpoint-Time      PIC X(14).
           05  RS-Control-Count        PIC 9(7).
           05  RS-Control-Amount       PIC 9(11)V99.
           05  RS-Records-Committed    PIC 9(7).
           05  RS-Applied-Total        PIC 9(11)V99.
           05  RS-Unapplied-Total      PIC 9(11)V99.
           05  RS-Rejected-Count       PIC 9(5).

      *    Payment-Reject-File lists every payment the run refused,
      *    with its place in the PAYMENTS batch - the GL posting
      *    leaves these out of the day's cash.
       FD  Payment-Reject-File.
       01  RJ-Reject-Record.
           05  RJ-Run-Date             PIC X(8).
           05  FILLER                  PIC X.
           05  RJ-Record-Number        PIC 9(7).
           05  FILLER                  PIC X.
           05  RJ-Payment-Date         PIC X(8).
           05  FILLER                  PIC X.
           05  RJ-Customer-Number      PIC X(10).
           05  FILLER                  PIC X.
           05  RJ-Invoice-Number       PIC X(5).
           05  FILLER                  PIC X.
           05  RJ-Check-Number         PIC X(5).
           05  FILLER                  PIC X.
           05  RJ-Amount               PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  RJ-Reason               PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PY-Status                PIC X(2).
       01  WS-LG-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-RS-Status                PIC X(2).
       01  WS-RJ-Status                PIC X(2).
       01  WS-PY-EOF-Flag              PIC X.
           88  WS-PY-EOF                           VALUE "1".
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Work-Field               PIC X(30).

      *    Batch control - the count and amount keyed by the operator
      *    and the same two figures counted off the PAYMENTS file.
       01  WS-Control-Count            PIC 9(7)        VALUE ZERO.
       01  WS-Control-Amount           PIC 9(11)V99    VALUE ZERO.
       01  WS-File-Count               PIC 9(7)        VALUE ZERO.
       01  WS-File-Amount              PIC 9(11)V99    VALUE ZERO.
       01  WS-Balanced-Flag            PIC X.
           88  WS-BATCH-BALANCED                   VALUE "1".

      *    Checkpoint and restart.  A checkpoint is taken every
      *    WS-Checkpoint-Interval payments; WS-Resume-After is how
      *    many records of the batch an interrupted run committed.
       01  WS-Checkpoint-Interval      PIC 9(3)        VALUE 25.
       01  WS-Since-Checkpoint         PIC 9(3)        VALUE ZERO.
       01  WS-Records-Read             PIC 9(7)        VALUE ZERO.
       01  WS-Resume-After             PIC 9(7)        VALUE ZERO.
       01  WS-Restart-Flag             PIC X           VALUE "0".
           88  WS-RESTARTING                       VALUE "1".
       01  WS-Rejected-Count           PIC 9(5)        VALUE ZERO.
       01  WS-Already-Applied-Count    PIC 9(5)        VALUE ZERO.
       01  WS-Own-Work-Flag            PIC X.
           88  WS-OWN-WORK                         VALUE "1".

      *    On a restart, the customer and check of every record up
      *    to one interval past the restart point, so a repeat of an
      *    earlier check in the same batch is still told apart from
      *    the interrupted run's own work.  A batch too long for the
      *    table rejects every repeat, the safe way round.
       01  WS-Batch-Check-Table.
           05  WS-Batch-Check-Count    PIC S9(4)  COMP  VALUE ZERO.
           05  WS-Batch-Check          OCCURS 2000 TIMES.
               10  WS-BC-Customer      PIC X(10).
               10  WS-BC-Check         PIC X(5).
       01  WS-Batch-Check-Index        PIC S9(4)       COMP.
       01  WS-Batch-Full-Flag          PIC X           VALUE "0".
           88  WS-BATCH-TABLE-FULL                 VALUE "1".
       01  WS-Seen-Flag                PIC X.
           88  WS-SEEN-EARLIER                     VALUE "1".

       01  WS-Payment-Count            PIC 9(5)        VALUE ZERO.
       01  WS-Applied-Total            PIC 9(11)V99    VALUE ZERO.
                    GOBACK
           END-IF.

      ****************************************************************
      *    Open the restart file; CASHRSTR is pre-allocated empty    *
      *    the same way ORDMAST is, so OPEN I-O falls back to OPEN   *
      *    OUTPUT the very first time.  Without it an interrupted    *
      *    run could apply checks twice, so the run is refused.      *
      ****************************************************************
           OPEN I-O Restart-File.
           IF WS-RS-Status = "35"
               THEN OPEN OUTPUT Restart-File
                    CLOSE Restart-File
                    OPEN I-O Restart-File
           END-IF.
           IF WS-RS-Status NOT = "00"
               THEN DISPLAY "Restart file could not be opened (status "
                            WS-RS-Status ") - an interrupted run "
                            "could not be resumed, so cash "
                            "application is refused.  Ending"
                    CLOSE AR-Ledger-File
                    GOBACK
           END-IF.

      ****************************************************************
      *    A payment file that has never been created just means no  *
      *    payments arrived today - the trial balance still prints.  *
      *    A batch that does not balance to its control total, or    *
      *    that is not the batch an interrupted run was applying, is *
      *    not touched at all.                                       *
      ****************************************************************
           OPEN INPUT Payment-File.
           IF WS-PY-Status = "00"
               THEN PERFORM BALANCE-PAYMENT-BATCH
                    IF WS-BATCH-BALANCED
                        THEN PERFORM START-RESTART-CONTROL
                    END-IF
                    IF WS-BATCH-BALANCED
                        THEN PERFORM APPLY-ALL-PAYMENTS
                             PERFORM FINISH-RESTART-CONTROL
                    END-IF
                    CLOSE Payment-File
               ELSE DISPLAY "No payment file is on file (status "
                            WS-PY-Status ") - printing the trial "
                            "balance only"
           END-IF.
           CLOSE Restart-File.

           PERFORM COLLECT-OPEN-CREDITS.
           PERFORM APPLY-COLLECTED-CREDITS.
           MOVE WS-Payment-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " payment(s) processed - aged "
                   "trial balance written to ARTRIAL".
           IF WS-Rejected-Count > 0
               THEN MOVE WS-Rejected-Count TO WS-Formatted-Count
                    DISPLAY WS-Formatted-Count " duplicate payment(s) "
                            "rejected - listed on PAYREJ"
           END-IF.

           GOBACK.

      ****************************************************************
      *    Paragraph BALANCE-PAYMENT-BATCH takes the batch control   *
      *    count and amount from the operator, counts the PAYMENTS   *
      *    file against them, and passes the batch only when both    *
      *    agree.  The file is reopened afterwards so the            *
      *    application starts again from its first record.           *
      ****************************************************************
       BALANCE-PAYMENT-BATCH.
           MOVE "0" TO WS-Balanced-Flag.
           DISPLAY "Enter the control count of checks in the "
                   "PAYMENTS batch: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN DISPLAY "A control total is required - no "
                            "payments applied"
           ELSE
               COMPUTE WS-Control-Count =
                       FUNCTION NUMVAL (WS-Work-Field)
               DISPLAY "Enter the control total amount of the "
                       "batch: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               IF WS-Work-Field = SPACES
                   THEN DISPLAY "A control total is required - no "
                                "payments applied"
                   ELSE COMPUTE WS-Control-Amount =
                                FUNCTION NUMVAL (WS-Work-Field)
                        PERFORM COUNT-PAYMENT-BATCH
               END-IF
           END-IF.

       COUNT-PAYMENT-BATCH.
           MOVE "0" TO WS-PY-EOF-Flag.
           PERFORM UNTIL WS-PY-EOF
               READ Payment-File
                   AT END MOVE "1" TO WS-PY-EOF-Flag
                   NOT AT END
                       ADD 1         TO WS-File-Count
                       ADD PY-Amount TO WS-File-Amount
               END-READ
           END-PERFORM.
           CLOSE Payment-File.
           OPEN INPUT Payment-File.
           MOVE WS-File-Count  TO WS-Formatted-Count.
           MOVE WS-File-Amount TO WS-Formatted-Amount.
           IF WS-File-Count  = WS-Control-Count AND
              WS-File-Amount = WS-Control-Amount
               THEN MOVE "1" TO WS-Balanced-Flag
                    DISPLAY "PAYMENTS balances to the control total - "
                            WS-Formatted-Count " check(s) for "
                            WS-Formatted-Amount
               ELSE DISPLAY "** PAYMENTS does NOT balance - the file "
                            "holds " WS-Formatted-Count " check(s) "
                            "for " WS-Formatted-Amount
                    MOVE WS-Control-Count  TO WS-Formatted-Count
                    MOVE WS-Control-Amount TO WS-Formatted-Amount
                    DISPLAY "   against a control of "
                            WS-Formatted-Count " check(s) for "
                            WS-Formatted-Amount
                            " - no payments applied **"
           END-IF.

      ****************************************************************
      *    Paragraph START-RESTART-CONTROL reads the restart record  *
      *    before the first payment is applied.  A run still in      *
      *    flight on this same batch is resumed after its last       *
      *    checkpoint, with the run totals as they stood there.  A   *
      *    run in flight on some other batch is only set aside when  *
      *    the operator keys OVERRIDE.                               *
      ****************************************************************
       START-RESTART-CONTROL.
           MOVE "CASHA" TO RS-Key.
           READ Restart-File
               INVALID KEY
                   PERFORM MARK-RUN-IN-FLIGHT
                   WRITE RS-Restart-Record
                   END-WRITE
               NOT INVALID KEY
                   IF RS-RUN-IN-FLIGHT
                       THEN PERFORM RESUME-OR-SET-ASIDE
                   END-IF
                   IF WS-BATCH-BALANCED
                       THEN PERFORM MARK-RUN-IN-FLIGHT
                            REWRITE RS-Restart-Record
                            END-REWRITE
                   END-IF
           END-READ.
           IF WS-BATCH-BALANCED AND WS-RS-Status NOT = "00"
               THEN DISPLAY "** Warning: the restart record could not "
                            "be written (status " WS-RS-Status
                            ") - an interruption of this run will "
                            "need the ledger checked by hand **"
           END-IF.

       RESUME-OR-SET-ASIDE.
           IF RS-Control-Count  = WS-Control-Count AND
              RS-Control-Amount = WS-Control-Amount
               THEN MOVE "1"                  TO WS-Restart-Flag
                    MOVE RS-Records-Committed TO WS-Resume-After
                    MOVE RS-Applied-Total     TO WS-Applied-Total
                    MOVE RS-Unapplied-Total   TO WS-Unapplied-Total
                    MOVE RS-Rejected-Count    TO WS-Rejected-Count
                    DISPLAY "The cash application run of "
                            RS-Run-Date " was interrupted after "
                            RS-Records-Committed " committed payment "
                            "record(s) - resuming after them"
           ELSE
               MOVE RS-Control-Amount TO WS-Formatted-Amount
               DISPLAY "The cash application run of " RS-Run-Date
                       " was interrupted part-way through a "
                       "different batch (" RS-Control-Count
                       " check(s) for " WS-Formatted-Amount ")."
               DISPLAY "Key OVERRIDE to set it aside and apply this "
                       "batch from the top, or press Enter to stop: "
               ACCEPT WS-Work-Field                   FROM SYSIN
               MOVE FUNCTION UPPER-CASE (WS-Work-Field)
                                      TO WS-Work-Field
               IF WS-Work-Field (1:8) = "OVERRIDE"
                   THEN DISPLAY "Override accepted - the interrupted "
                                "batch is set aside"
                   ELSE MOVE "0" TO WS-Balanced-Flag
                        DISPLAY "Batch left alone - no payments "
                                "applied"
               END-IF
           END-IF.

       MARK-RUN-IN-FLIGHT.
           MOVE "CASHA"           TO RS-Key.
           MOVE "R"               TO RS-Run-State.
           MOVE WS-Run-Date       TO RS-Run-Date.
           MOVE WS-Control-Count  TO RS-Control-Count.
           MOVE WS-Control-Amount TO RS-Control-Amount.
           PERFORM FILL-CHECKPOINT-FIELDS.
           MOVE WS-Resume-After   TO RS-Records-Committed.

       FILL-CHECKPOINT-FIELDS.
           MOVE WS-Records-Read    TO RS-Records-Committed.
           MOVE WS-Applied-Total   TO RS-Applied-Total.
           MOVE WS-Unapplied-Total TO RS-Unapplied-Total.
           MOVE WS-Rejected-Count  TO RS-Rejected-Count.
           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:14) TO RS-Checkpoint-Time.

      ****************************************************************
      *    Paragraph TAKE-CHECKPOINT commits the payments applied    *
      *    since the last checkpoint.  The reject list is closed and *
      *    reopened first so its lines are on disk before the        *
      *    restart record says they are.                             *
      ****************************************************************
       TAKE-CHECKPOINT.
           CLOSE Payment-Reject-File.
           OPEN EXTEND Payment-Reject-File.
           PERFORM RECORD-CHECKPOINT.
           MOVE ZERO TO WS-Since-Checkpoint.

       RECORD-CHECKPOINT.
           PERFORM FILL-CHECKPOINT-FIELDS.
           REWRITE RS-Restart-Record
           END-REWRITE.
           IF WS-RS-Status NOT = "00"
               THEN DISPLAY "** Warning: checkpoint at payment record "
                            WS-Records-Read " could not be recorded "
                            "(status " WS-RS-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph FINISH-RESTART-CONTROL marks the run complete   *
      *    once the whole batch has been applied.                    *
      ****************************************************************
       FINISH-RESTART-CONTROL.
           MOVE "C" TO RS-Run-State.
           PERFORM RECORD-CHECKPOINT.

      ****************************************************************
      *    Paragraph APPLY-ALL-PAYMENTS drives one application per   *
      *    payment record, passing over the records an interrupted   *
      *    run had already committed.                                *
      ****************************************************************
       APPLY-ALL-PAYMENTS.
           OPEN EXTEND Payment-Reject-File.
           IF WS-RJ-Status = "35"
               THEN OPEN OUTPUT Payment-Reject-File
           END-IF.
           MOVE "0" TO WS-PY-EOF-Flag.
           PERFORM UNTIL WS-PY-EOF
               READ Payment-File
                   AT END MOVE "1" TO WS-PY-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Records-Read
                       IF WS-Records-Read > WS-Resume-After
                           THEN ADD 1 TO WS-Payment-Count
                                PERFORM APPLY-ONE-PAYMENT
                                ADD 1 TO WS-Since-Checkpoint
                                IF WS-Since-Checkpoint >=
                                   WS-Checkpoint-Interval
                                    THEN PERFORM TAKE-CHECKPOINT
                                END-IF
                       END-IF
                       IF WS-RESTARTING AND WS-Records-Read <
                          WS-Resume-After + WS-Checkpoint-Interval
                           THEN PERFORM REMEMBER-BATCH-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Payment-Reject-File.

      ****************************************************************
      *    Paragraph APPLY-ONE-PAYMENT first looks for the check on  *
      *    the ledger: a customer's check number is only ever banked *
      *    once, so finding it there means the payment is a repeat.  *
      ****************************************************************
       APPLY-ONE-PAYMENT.
           MOVE PY-Customer-Number    TO LG-Customer-Number.
           MOVE "P"                   TO LG-Doc-Type.
           MOVE PY-Check-Number       TO LG-Doc-Number.
           READ AR-Ledger-File
               INVALID KEY
                   PERFORM APPLY-NEW-PAYMENT
               NOT INVALID KEY
                   PERFORM HANDLE-REPEATED-CHECK
           END-READ.

      ****************************************************************
      *    Paragraph HANDLE-REPEATED-CHECK sorts a check already on  *
      *    the ledger.  The interrupted run can only have got one    *
      *    interval past its last checkpoint, so a check in that     *
      *    stretch posted with this very date and amount, and not    *
      *    seen earlier in the batch, is its own work - its figures  *
      *    go back into the run totals and it is left alone.         *
      *    Anything else is a duplicate and is rejected.             *
      ****************************************************************
       HANDLE-REPEATED-CHECK.
           MOVE "0" TO WS-Own-Work-Flag.
           IF WS-RESTARTING AND
              WS-Records-Read < WS-Resume-After +
                                WS-Checkpoint-Interval AND
              LG-Doc-Date        = PY-Payment-Date AND
              LG-Original-Amount = PY-Amount
               THEN PERFORM FIND-EARLIER-CHECK
                    IF NOT WS-SEEN-EARLIER
                        THEN MOVE "1" TO WS-Own-Work-Flag
                    END-IF
           END-IF.
           IF WS-OWN-WORK
               THEN ADD 1 TO WS-Already-Applied-Count
                    COMPUTE WS-Apply-Amount =
                            LG-Original-Amount - LG-Open-Amount
                    ADD WS-Apply-Amount TO WS-Applied-Total
                    ADD LG-Open-Amount  TO WS-Unapplied-Total
                    DISPLAY "Check " PY-Check-Number " from "
                            PY-Customer-Number " was applied before "
                            "the interruption - not applied again"
               ELSE PERFORM REJECT-DUPLICATE-PAYMENT
           END-IF.

       FIND-EARLIER-CHECK.
           MOVE "0" TO WS-Seen-Flag.
           IF WS-BATCH-TABLE-FULL
               THEN MOVE "1" TO WS-Seen-Flag
           END-IF.
           PERFORM VARYING WS-Batch-Check-Index FROM 1 BY 1
                   UNTIL WS-Batch-Check-Index > WS-Batch-Check-Count
               IF WS-BC-Customer (WS-Batch-Check-Index) =
                  PY-Customer-Number AND
                  WS-BC-Check (WS-Batch-Check-Index) =
                  PY-Check-Number
                   THEN MOVE "1" TO WS-Seen-Flag
               END-IF
           END-PERFORM.

       REMEMBER-BATCH-CHECK.
           IF WS-Batch-Check-Count < 2000
               THEN ADD 1 TO WS-Batch-Check-Count
                    MOVE PY-Customer-Number TO WS-BC-Customer
                         (WS-Batch-Check-Count)
                    MOVE PY-Check-Number TO WS-BC-Check
                         (WS-Batch-Check-Count)
               ELSE MOVE "1" TO WS-Batch-Full-Flag
           END-IF.

       REJECT-DUPLICATE-PAYMENT.
           ADD 1 TO WS-Rejected-Count.
           DISPLAY "** Payment rejected: check " PY-Check-Number
                   " from " PY-Customer-Number " is already on the "
                   "ledger (banked " LG-Doc-Date ") - not applied **".
           MOVE SPACES             TO RJ-Reject-Record.
           MOVE WS-Run-Date        TO RJ-Run-Date.
           MOVE WS-Records-Read    TO RJ-Record-Number.
           MOVE PY-Payment-Date    TO RJ-Payment-Date.
           MOVE PY-Customer-Number TO RJ-Customer-Number.
           MOVE PY-Invoice-Number  TO RJ-Invoice-Number.
           MOVE PY-Check-Number    TO RJ-Check-Number.
           MOVE PY-Amount          TO RJ-Amount.
           MOVE "DUPLICATE CHECK NUMBER" TO RJ-Reason.
           WRITE RJ-Reject-Record.
           IF WS-RJ-Status NOT = "00"
               THEN DISPLAY "** Warning: rejected check "
                            PY-Check-Number " could not be listed "
                            "on PAYREJ (status " WS-RJ-Status ") - "
                            "take it out of the GL by hand **"
           END-IF.

      ****************************************************************
      *    Paragraph APPLY-NEW-PAYMENT matches the payment to its    *
      *    named invoice by customer and invoice number, relieves    *
      *    the invoice, and posts the payment itself as a ledger     *
      *    item whose open amount is whatever could not be applied.  *
      ****************************************************************
       APPLY-NEW-PAYMENT.
           MOVE PY-Amount             TO WS-Remainder.
           MOVE PY-Customer-Number    TO LG-Customer-Number.
           MOVE "I"                   TO LG-Doc-Type.
               ADD WS-Apply-Amount TO WS-Applied-Total
               IF LG-Open-Amount = 0
                   THEN MOVE "C" TO LG-Status-Flag
                        MOVE WS-Run-Date TO LG-Closed-Date
               END-IF
               REWRITE LG-Ledger-Record
               END-REWRITE
      *    ledger under its check number - fully applied payments    *
      *    post closed with a zero open amount, so the statements    *
      *    still see the receipt; anything left over stays open as   *
      *    unapplied cash.                                           *
      ****************************************************************
       POST-PAYMENT-ITEM.
           ADD WS-Remainder TO WS-Unapplied-Total.
           MOVE 1                  TO LG-Exchange-Rate.
           MOVE PY-Amount          TO LG-Original-Amount.
           MOVE WS-Remainder       TO LG-Open-Amount.
           MOVE ZERO               TO LG-Freight-Amount.
           MOVE SPACES             TO LG-Rep-Code.
           MOVE ZERO               TO LG-Tax-Amount.
           IF WS-Remainder > 0
               THEN MOVE "O" TO LG-Status-Flag
                    MOVE SPACES TO LG-Closed-Date
               ELSE MOVE "C" TO LG-Status-Flag
                    MOVE WS-Run-Date TO LG-Closed-Date
           END-IF.
           WRITE LG-Ledger-Record
           END-WRITE.
           IF WS-LG-Status NOT = "00" AND WS-LG-Status NOT = "02"
               THEN DISPLAY "** Warning: payment " PY-Check-Number
                            "(status " WS-LG-Status ") **"
           END-IF.

      ****************************************************************
      *    Paragraph COLLECT-OPEN-CREDITS sweeps the ledger once and *
      *    remembers every credit memo with an open amount, so the   *
                    SUBTRACT WS-Apply-Amount FROM WS-Credit-Left
                    IF LG-Open-Amount = 0
                        THEN MOVE "C" TO LG-Status-Flag
                             MOVE WS-Run-Date TO LG-Closed-Date
                    END-IF
                    REWRITE LG-Ledger-Record
                    END-REWRITE
                   MOVE WS-Credit-Left TO LG-Open-Amount
                   IF LG-Open-Amount = 0
                       THEN MOVE "C" TO LG-Status-Flag
                            MOVE WS-Run-Date TO LG-Closed-Date
                   END-IF
                   REWRITE LG-Ledger-Record
                   END-REWRITE
