      *    Sales-analysis report.  Prints period-over-period         *
      *    comparisons from the SALESHST buckets the day-end         *
      *    accumulation maintains - for the YYYYMM period keyed at   *
      *    SYSIN (blank defaults to the current month), every item,  *
      *    every customer and every sales rep with activity in the   *
      *    period, showing its units and USD value beside the prior  *
      *    period's, with the unit change.  Because the buckets      *
      *    outlive the month-end archive, this answers "is this      *
      *    customer growing" without restoring a single archived     *
      *    order.                                                    *
      *    The report goes to SALERPT.                               *
      *                                                              *
      ****************************************************************
               10  SH-Record-Type      PIC X.
                   88  SH-BY-ITEM                  VALUE "I".
                   88  SH-BY-CUSTOMER              VALUE "C".
                   88  SH-BY-REP                   VALUE "R".
               10  SH-Entity           PIC X(10).
               10  SH-Period           PIC X(6).
           05  SH-Units                PIC 9(9).
       01  WS-Prior-Units              PIC 9(9).
       01  WS-Prior-USD                PIC 9(11)V99.
       01  WS-Units-Change             PIC S9(9).
      *    The entity as printed - the rep section's blank entity
      *    is the house accounts.
       01  WS-Print-Entity             PIC X(10).

       01  WS-Section-Type             PIC X.
       01  WS-Sweep-Done-Flag          PIC X.
           MOVE "C" TO WS-Section-Type.
           PERFORM SWEEP-ONE-SECTION.

           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "BY SALES REP" DELIMITED BY SIZE
                   INTO RP-Report-Line.
           WRITE RP-Report-Line.
           PERFORM WRITE-COLUMN-HEADS.
           MOVE "R" TO WS-Section-Type.
           PERFORM SWEEP-ONE-SECTION.

           CLOSE Sales-History-File.
           CLOSE Analysis-Report-File.

           MOVE WS-Prior-Units  TO WS-Formatted-Prior.
           MOVE WS-Units-Change TO WS-Formatted-Change.
           MOVE WS-This-USD     TO WS-Formatted-USD.
           MOVE WS-This-Entity  TO WS-Print-Entity.
           IF WS-This-Type = "R" AND WS-This-Entity = SPACES
               THEN MOVE "(HOUSE)" TO WS-Print-Entity
           END-IF.
           MOVE SPACES TO RP-Report-Line.
           STRING WS-Print-Entity     DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   WS-Formatted-Units DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
