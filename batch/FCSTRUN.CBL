 process pgmname(mixed) test notypechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     "DemandForecast".

      ****************************************************************
      *                                                              *
      *    Monthly demand forecast and reorder-setting review.       *
      *    For every item on ITEMMAST, reads the SALESHST item       *
      *    buckets for the 12 periods ending with the forecast       *
      *    period keyed at SYSIN (blank is last month, the latest    *
      *    complete one) and works out:                              *
      *    - the average monthly units over the 12 periods,          *
      *    - the trend - the least-squares slope of units per month  *
      *      over the same 12 - projected to the coming month, and   *
      *    - a seasonal factor for the coming month when the item    *
      *      has more than two years of history: the same month's    *
      *      units in each of the last two years against the two     *
      *      years' monthly average, kept between 0.50 and 2.00 so   *
      *      one odd month cannot run away with the forecast.        *
      *    The monthly forecast, times the item's lead time plus     *
      *    the safety-stock days keyed at SYSIN, over 30 days, gives *
      *    the recommended reorder point; the forecast times the     *
      *    months of cover keyed at SYSIN gives the recommended      *
      *    reorder quantity.  The lead time is the item's preferred  *
      *    vendor's (ITEMVEND, VENDMAST) where one is on file, or    *
      *    the default keyed at SYSIN.                               *
      *    The report goes to FCSTRPT - current beside recommended   *
      *    settings, with "**" against a point or quantity that      *
      *    differs from the current by more than the percentage      *
      *    keyed at SYSIN.  Every recommendation that differs from   *
      *    the current settings is also written to FCSTREC, where    *
      *    ForecastAccept lets a buyer take them in bulk.  Items     *
      *    with a zero reorder point are not replenished             *
      *    automatically and items with no sales in the 12 periods   *
      *    have nothing to forecast from; both are listed but never  *
      *    offered for acceptance.                                   *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Item-Master-File    ASSIGN TO "ITEMMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IM-Item-Number
                                       FILE STATUS IS WS-IM-Status.
           SELECT Sales-History-File  ASSIGN TO "SALESHST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS SH-Key
                                       FILE STATUS IS WS-SH-Status.
           SELECT Vendor-Master-File  ASSIGN TO "VENDMAST"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS VN-Vendor-Number
                                       FILE STATUS IS WS-VN-Status.
           SELECT Item-Vendor-File    ASSIGN TO "ITEMVEND"
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY IS IV-Item-Number
                                       FILE STATUS IS WS-IV-Status.
           SELECT Forecast-Rec-File   ASSIGN TO "FCSTREC"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-FR-Status.
           SELECT Forecast-Report-File ASSIGN TO "FCSTRPT"
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS WS-RP-Status.

       DATA DIVISION.
       FILE SECTION.
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

      *    Sales-History-File holds one period bucket per item and
      *    per customer - the record that outlives the archived
      *    order.  Only the "I" (by item) buckets are read here.
       FD  Sales-History-File.
       01  SH-History-Record.
           05  SH-Key.
               10  SH-Record-Type      PIC X.
                   88  SH-BY-ITEM                  VALUE "I".
                   88  SH-BY-CUSTOMER              VALUE "C".
                   88  SH-BY-REP                   VALUE "R".
               10  SH-Entity           PIC X(10).
               10  SH-Period           PIC X(6).
           05  SH-Units                PIC 9(9).
           05  SH-Gross-Value          PIC 9(11)V99.
           05  SH-USD-Value            PIC 9(11)V99.

       FD  Vendor-Master-File.
       01  VN-Vendor-Record.
           05  VN-Vendor-Number        PIC X(6).
           05  VN-Vendor-Name          PIC X(30).
           05  VN-Remit-To.
               10  VN-RT-Line1         PIC X(30).
               10  VN-RT-Line2         PIC X(30).
               10  VN-RT-City          PIC X(20).
               10  VN-RT-State         PIC X(2).
               10  VN-RT-Zip           PIC X(10).
           05  VN-Lead-Time-Days       PIC 9(3).
           05  VN-Status-Flag          PIC X.
               88  VN-ACTIVE                       VALUE "A".
               88  VN-DEACTIVATED                  VALUE "D".

       FD  Item-Vendor-File.
       01  IV-Item-Vendor-Record.
           05  IV-Item-Number          PIC X(10).
           05  IV-Vendor-Number        PIC X(6).

      *    Forecast-Rec-File carries one recommendation per item
      *    whose settings should change, with the settings the
      *    forecast saw - ForecastAccept applies a recommendation
      *    only while the item master still holds those, so a change
      *    made by hand since the run is never overwritten.
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

       FD  Forecast-Report-File.
       01  RP-Report-Line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IM-Status                PIC X(2).
       01  WS-SH-Status                PIC X(2).
       01  WS-VN-Status                PIC X(2).
       01  WS-IV-Status                PIC X(2).
       01  WS-FR-Status                PIC X(2).
       01  WS-RP-Status                PIC X(2).
       01  WS-Date-Work                PIC X(21).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Work-Field               PIC X(30).
      *    Whether the preferred-vendor files are on hand - without
      *    them every item takes the default lead time.
       01  WS-Vendor-Open-Flag         PIC X.
           88  WS-VENDOR-OPEN                      VALUE "1".

      *    Run settings keyed at SYSIN.
       01  WS-Forecast-Period          PIC X(6).
       01  WS-Default-Lead-Days        PIC 9(3).
       01  WS-Safety-Days              PIC 9(3).
       01  WS-Cover-Months             PIC 9(2).
       01  WS-Flag-Percent             PIC 9(3).

       01  WS-Period-Num               PIC 9(6).
       01  WS-Period-Split REDEFINES WS-Period-Num.
           05  WS-PD-Year              PIC 9(4).
           05  WS-PD-Month             PIC 9(2).

      *    The 24 periods read for each item, latest first: entries
      *    1 to 12 are the forecast window, entries 12 and 24 are
      *    the coming month's calendar month one and two years back.
       01  WS-History-Table.
           05  WS-History-Entry        OCCURS 24 TIMES.
               10  WS-HT-Period        PIC X(6).
               10  WS-HT-Units         PIC 9(9).
       01  WS-Period-Index             PIC S9(4)       COMP.
       01  WS-History-Flag             PIC X.
           88  WS-ENOUGH-HISTORY                   VALUE "1".

       01  WS-Sum-12                   PIC 9(11).
       01  WS-Sum-24                   PIC 9(11).
       01  WS-Sum-XY                   PIC 9(13).
       01  WS-Average                  PIC 9(9)V9(4).
       01  WS-Average-24               PIC 9(9)V9(4).
       01  WS-Trend                    PIC S9(9)V9(4).
       01  WS-Base-Forecast            PIC S9(9)V9(4).
       01  WS-Seasonal-Factor          PIC 9V9(4).
       01  WS-Monthly-Demand           PIC 9(9)V9(4).
       01  WS-Lead-Days                PIC 9(3).
       01  WS-Units-Work               PIC 9(9)V9(4).
       01  WS-Units-Whole              PIC 9(9).
       01  WS-Recommended-Point        PIC 9(7).
       01  WS-Recommended-Qty          PIC 9(7).
       01  WS-Difference               PIC 9(9).
       01  WS-Point-Flag               PIC X(2).
       01  WS-Qty-Flag                 PIC X(2).
       01  WS-Item-Note                PIC X(6).

       01  WS-Item-Count               PIC 9(7)        VALUE ZERO.
       01  WS-Rec-Count                PIC 9(7)        VALUE ZERO.
       01  WS-Flagged-Count            PIC 9(7)        VALUE ZERO.
       01  WS-No-Sales-Count           PIC 9(7)        VALUE ZERO.
       01  WS-Manual-Count             PIC 9(7)        VALUE ZERO.
       01  WS-Seasonal-Count           PIC 9(7)        VALUE ZERO.

       01  WS-Formatted-Average        PIC ZZZ,ZZ9.9.
       01  WS-Formatted-Trend          PIC ZZ,ZZ9.9-.
       01  WS-Formatted-Factor         PIC 9.99.
       01  WS-Formatted-Forecast       PIC ZZZ,ZZ9.9.
       01  WS-Formatted-Lead           PIC ZZ9.
       01  WS-Formatted-Cur-Point      PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Rec-Point      PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Cur-Qty        PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Rec-Qty        PIC Z,ZZZ,ZZ9.
       01  WS-Formatted-Count          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-Date-Work.
           MOVE WS-Date-Work (1:8)    TO WS-Run-Date.

      ****************************************************************
      *    The forecast period defaults to last month - the current  *
      *    month's bucket is still filling - with the year borrowed  *
      *    across January.                                           *
      ****************************************************************
           DISPLAY "Enter the last period to forecast from (YYYYMM), "
                   "or press Enter for last month: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE WS-Date-Work (1:6) TO WS-Period-Num
                    IF WS-PD-Month = 1
                        THEN MOVE 12 TO WS-PD-Month
                             SUBTRACT 1 FROM WS-PD-Year
                        ELSE SUBTRACT 1 FROM WS-PD-Month
                    END-IF
                    MOVE WS-Period-Num TO WS-Forecast-Period
               ELSE MOVE WS-Work-Field (1:6) TO WS-Forecast-Period
           END-IF.
           IF WS-Forecast-Period NOT NUMERIC
               THEN DISPLAY "Period " WS-Forecast-Period
                            " is not a valid YYYYMM - ending"
                    GOBACK
           END-IF.

      ****************************************************************
      *    The remaining settings each take a house default on a     *
      *    blank reply.                                              *
      ****************************************************************
           DISPLAY "Enter the lead time in days for items with no "
                   "preferred vendor, or press Enter for 14: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE 14 TO WS-Default-Lead-Days
               ELSE COMPUTE WS-Default-Lead-Days =
                        FUNCTION NUMVAL (WS-Work-Field)
           END-IF.
           DISPLAY "Enter the safety stock in days of demand, or "
                   "press Enter for 7: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE 7 TO WS-Safety-Days
               ELSE COMPUTE WS-Safety-Days =
                        FUNCTION NUMVAL (WS-Work-Field)
           END-IF.
           DISPLAY "Enter the months of demand one reorder should "
                   "cover, or press Enter for 1: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE 1 TO WS-Cover-Months
               ELSE COMPUTE WS-Cover-Months =
                        FUNCTION NUMVAL (WS-Work-Field)
           END-IF.
           IF WS-Cover-Months = ZERO
               THEN MOVE 1 TO WS-Cover-Months
           END-IF.
           DISPLAY "Enter the percentage difference to flag, or "
                   "press Enter for 25: ".
           ACCEPT WS-Work-Field                       FROM SYSIN.
           IF WS-Work-Field = SPACES
               THEN MOVE 25 TO WS-Flag-Percent
               ELSE COMPUTE WS-Flag-Percent =
                        FUNCTION NUMVAL (WS-Work-Field)
           END-IF.

           PERFORM BUILD-PERIOD-TABLE.

           OPEN INPUT Item-Master-File.
           IF WS-IM-Status NOT = "00"
               THEN DISPLAY "Item master could not be opened "
                            "(status " WS-IM-Status ") - ending"
                    GOBACK
           END-IF.
           OPEN INPUT Sales-History-File.
           IF WS-SH-Status NOT = "00"
               THEN DISPLAY "No sales history is on file (status "
                            WS-SH-Status ") - run the day-end "
                            "accumulation first.  Ending"
                    CLOSE Item-Master-File
                    GOBACK
           END-IF.
           MOVE "0" TO WS-Vendor-Open-Flag.
           OPEN INPUT Item-Vendor-File.
           IF WS-IV-Status = "00"
               THEN OPEN INPUT Vendor-Master-File
                    IF WS-VN-Status = "00"
                        THEN MOVE "1" TO WS-Vendor-Open-Flag
                        ELSE CLOSE Item-Vendor-File
                    END-IF
           END-IF.
           IF NOT WS-VENDOR-OPEN
               THEN DISPLAY "Preferred-vendor files not on hand - "
                            "every item takes the default lead time"
           END-IF.

           OPEN OUTPUT Forecast-Rec-File.
           OPEN OUTPUT Forecast-Report-File.
           PERFORM WRITE-REPORT-HEADING.

           MOVE LOW-VALUES TO IM-Item-Number.
           START Item-Master-File KEY IS >= IM-Item-Number
               INVALID KEY MOVE "10" TO WS-IM-Status
           END-START.
           PERFORM UNTIL WS-IM-Status NOT = "00"
               READ Item-Master-File NEXT RECORD
                   AT END MOVE "10" TO WS-IM-Status
               END-READ
               IF WS-IM-Status = "00"
                   THEN PERFORM FORECAST-ONE-ITEM
               END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.

           IF WS-VENDOR-OPEN
               THEN CLOSE Item-Vendor-File
                    CLOSE Vendor-Master-File
           END-IF.
           CLOSE Item-Master-File.
           CLOSE Sales-History-File.
           CLOSE Forecast-Rec-File.
           CLOSE Forecast-Report-File.

           MOVE WS-Rec-Count TO WS-Formatted-Count.
           DISPLAY WS-Formatted-Count " recommendation(s) written to "
                   "FCSTREC - report in FCSTRPT".

           GOBACK.

      ****************************************************************
      *    Paragraph BUILD-PERIOD-TABLE fills in the 24 periods      *
      *    every item is read for, stepping back a month at a time   *
      *    from the forecast period.                                 *
      ****************************************************************
       BUILD-PERIOD-TABLE.
           MOVE WS-Forecast-Period TO WS-Period-Num.
           PERFORM VARYING WS-Period-Index FROM 1 BY 1
                   UNTIL   WS-Period-Index > 24
               MOVE WS-Period-Num TO WS-HT-Period (WS-Period-Index)
               IF WS-PD-Month = 1
                   THEN MOVE 12 TO WS-PD-Month
                        SUBTRACT 1 FROM WS-PD-Year
                   ELSE SUBTRACT 1 FROM WS-PD-Month
               END-IF
           END-PERFORM.

      ****************************************************************
      *    Paragraph FORECAST-ONE-ITEM gathers the item's history,   *
      *    works out the forecast and the recommended settings, and  *
      *    reports them.                                             *
      ****************************************************************
       FORECAST-ONE-ITEM.
           ADD 1 TO WS-Item-Count.
           PERFORM READ-ITEM-HISTORY.
           MOVE SPACES TO WS-Point-Flag.
           MOVE SPACES TO WS-Qty-Flag.
           MOVE SPACES TO WS-Item-Note.
           MOVE ZERO   TO WS-Recommended-Point.
           MOVE ZERO   TO WS-Recommended-Qty.
           PERFORM FIND-LEAD-TIME.
           IF WS-Sum-12 = ZERO
               THEN ADD 1 TO WS-No-Sales-Count
                    MOVE ZERO TO WS-Average
                    MOVE ZERO TO WS-Trend
                    MOVE ZERO TO WS-Monthly-Demand
                    MOVE 1    TO WS-Seasonal-Factor
           ELSE
               PERFORM COMPUTE-FORECAST
               PERFORM COMPUTE-RECOMMENDATION
               IF IM-Reorder-Point = ZERO
                   THEN ADD 1 TO WS-Manual-Count
                        MOVE "MANUAL" TO WS-Item-Note
               ELSE
                   PERFORM FLAG-DIFFERENCES
                   IF WS-Recommended-Point NOT = IM-Reorder-Point OR
                      WS-Recommended-Qty   NOT = IM-Reorder-Qty
                       THEN PERFORM WRITE-RECOMMENDATION
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-ITEM-LINE.

      ****************************************************************
      *    Paragraph READ-ITEM-HISTORY reads the item's bucket for   *
      *    each of the 24 periods - a period with no bucket sold     *
      *    nothing - and sees whether the item's history reaches     *
      *    back beyond them, which is what earns a seasonal factor.  *
      ****************************************************************
       READ-ITEM-HISTORY.
           MOVE ZERO TO WS-Sum-12.
           MOVE ZERO TO WS-Sum-24.
           MOVE ZERO TO WS-Sum-XY.
           PERFORM VARYING WS-Period-Index FROM 1 BY 1
                   UNTIL   WS-Period-Index > 24
               MOVE "I"            TO SH-Record-Type
               MOVE IM-Item-Number TO SH-Entity
               MOVE WS-HT-Period (WS-Period-Index) TO SH-Period
               READ Sales-History-File
                   INVALID KEY
                       MOVE ZERO TO WS-HT-Units (WS-Period-Index)
                   NOT INVALID KEY
                       MOVE SH-Units TO WS-HT-Units (WS-Period-Index)
               END-READ
               ADD WS-HT-Units (WS-Period-Index) TO WS-Sum-24
               IF WS-Period-Index <= 12
                   THEN ADD WS-HT-Units (WS-Period-Index) TO WS-Sum-12
                        COMPUTE WS-Sum-XY = WS-Sum-XY +
                                (13 - WS-Period-Index) *
                                WS-HT-Units (WS-Period-Index)
               END-IF
           END-PERFORM.
      *    The item's buckets come together in key order, oldest
      *    period first - so the first one read shows how far back
      *    the history goes.
           MOVE "0" TO WS-History-Flag.
           MOVE "I"            TO SH-Record-Type.
           MOVE IM-Item-Number TO SH-Entity.
           MOVE LOW-VALUES     TO SH-Period.
           START Sales-History-File KEY IS >= SH-Key
               INVALID KEY MOVE "10" TO WS-SH-Status
           END-START.
           IF WS-SH-Status = "00"
               THEN READ Sales-History-File NEXT RECORD
                        AT END MOVE "10" TO WS-SH-Status
                    END-READ
                    IF WS-SH-Status = "00" AND
                       SH-BY-ITEM AND
                       SH-Entity = IM-Item-Number AND
                       SH-Period < WS-HT-Period (24)
                        THEN MOVE "1" TO WS-History-Flag
                    END-IF
           END-IF.
           MOVE "00" TO WS-SH-Status.

      ****************************************************************
      *    Paragraph COMPUTE-FORECAST works out the coming month's   *
      *    demand.  Over the 12 periods, numbered 1 (oldest) to 12,  *
      *    the slope is (12 * sum(x * units) - 78 * sum(units)) /    *
      *    1716; the average plus six and a half months of slope     *
      *    projects the centre of the window to month 13.  A falling *
      *    trend never forecasts below zero.                         *
      ****************************************************************
       COMPUTE-FORECAST.
           COMPUTE WS-Average ROUNDED = WS-Sum-12 / 12.
           COMPUTE WS-Trend ROUNDED =
                   (12 * WS-Sum-XY - 78 * WS-Sum-12) / 1716.
           COMPUTE WS-Base-Forecast ROUNDED =
                   WS-Average + 6.5 * WS-Trend.
           IF WS-Base-Forecast < ZERO
               THEN MOVE ZERO TO WS-Base-Forecast
           END-IF.
           MOVE 1 TO WS-Seasonal-Factor.
           IF WS-ENOUGH-HISTORY
               THEN COMPUTE WS-Average-24 ROUNDED = WS-Sum-24 / 24
                    IF WS-Average-24 > ZERO
                        THEN COMPUTE WS-Seasonal-Factor ROUNDED =
                                 (WS-HT-Units (12) + WS-HT-Units (24))
                                 / 2 / WS-Average-24
                               ON SIZE ERROR
                                 MOVE 2 TO WS-Seasonal-Factor
                             END-COMPUTE
                             IF WS-Seasonal-Factor < 0.5
                                 THEN MOVE 0.5 TO WS-Seasonal-Factor
                             END-IF
                             IF WS-Seasonal-Factor > 2
                                 THEN MOVE 2 TO WS-Seasonal-Factor
                             END-IF
                             ADD 1 TO WS-Seasonal-Count
                    END-IF
           END-IF.
           COMPUTE WS-Monthly-Demand ROUNDED =
                   WS-Base-Forecast * WS-Seasonal-Factor.

      ****************************************************************
      *    Paragraph FIND-LEAD-TIME takes the preferred vendor's     *
      *    lead time, or the default when the item has no active     *
      *    preferred vendor or the vendor's lead time is not set.    *
      ****************************************************************
       FIND-LEAD-TIME.
           MOVE WS-Default-Lead-Days TO WS-Lead-Days.
           IF WS-VENDOR-OPEN
               THEN MOVE IM-Item-Number TO IV-Item-Number
                    READ Item-Vendor-File
                        NOT INVALID KEY
                            MOVE IV-Vendor-Number TO VN-Vendor-Number
                            READ Vendor-Master-File
                                NOT INVALID KEY
                                    IF VN-ACTIVE AND
                                       VN-Lead-Time-Days > ZERO
                                        THEN MOVE VN-Lead-Time-Days
                                                  TO WS-Lead-Days
                                    END-IF
                            END-READ
                    END-READ
           END-IF.

      ****************************************************************
      *    Paragraph COMPUTE-RECOMMENDATION turns the monthly        *
      *    forecast into whole units, always rounding up: the        *
      *    reorder point covers the lead time plus the safety days,  *
      *    and the quantity covers the months asked for - at least   *
      *    one unit for an item that sells at all.                   *
      ****************************************************************
       COMPUTE-RECOMMENDATION.
           COMPUTE WS-Units-Work ROUNDED =
                   WS-Monthly-Demand * (WS-Lead-Days + WS-Safety-Days)
                   / 30.
           PERFORM ROUND-UP-UNITS.
           MOVE WS-Units-Whole TO WS-Recommended-Point.
           COMPUTE WS-Units-Work ROUNDED =
                   WS-Monthly-Demand * WS-Cover-Months.
           PERFORM ROUND-UP-UNITS.
           MOVE WS-Units-Whole TO WS-Recommended-Qty.
           IF WS-Recommended-Qty = ZERO
               THEN MOVE 1 TO WS-Recommended-Qty
           END-IF.

       ROUND-UP-UNITS.
           MOVE WS-Units-Work TO WS-Units-Whole.
           IF WS-Units-Whole < WS-Units-Work
               THEN ADD 1 TO WS-Units-Whole
           END-IF.

      ****************************************************************
      *    Paragraph FLAG-DIFFERENCES marks a recommended point or   *
      *    quantity more than the flag percentage away from the      *
      *    current one; a current quantity of zero is always a big   *
      *    difference.                                               *
      ****************************************************************
       FLAG-DIFFERENCES.
           IF WS-Recommended-Point > IM-Reorder-Point
               THEN COMPUTE WS-Difference =
                        WS-Recommended-Point - IM-Reorder-Point
               ELSE COMPUTE WS-Difference =
                        IM-Reorder-Point - WS-Recommended-Point
           END-IF.
           IF WS-Difference * 100 > IM-Reorder-Point * WS-Flag-Percent
               THEN MOVE "**" TO WS-Point-Flag
           END-IF.
           IF WS-Recommended-Qty > IM-Reorder-Qty
               THEN COMPUTE WS-Difference =
                        WS-Recommended-Qty - IM-Reorder-Qty
               ELSE COMPUTE WS-Difference =
                        IM-Reorder-Qty - WS-Recommended-Qty
           END-IF.
           IF WS-Difference * 100 > IM-Reorder-Qty * WS-Flag-Percent
               THEN MOVE "**" TO WS-Qty-Flag
           END-IF.
           IF WS-Point-Flag NOT = SPACES OR WS-Qty-Flag NOT = SPACES
               THEN ADD 1 TO WS-Flagged-Count
           END-IF.

       WRITE-RECOMMENDATION.
           MOVE SPACES               TO FR-Recommendation-Record.
           MOVE IM-Item-Number       TO FR-Item-Number.
           MOVE IM-Reorder-Point     TO FR-Current-Point.
           MOVE IM-Reorder-Qty       TO FR-Current-Qty.
           MOVE WS-Recommended-Point TO FR-Recommended-Point.
           MOVE WS-Recommended-Qty   TO FR-Recommended-Qty.
           IF WS-Point-Flag NOT = SPACES OR WS-Qty-Flag NOT = SPACES
               THEN MOVE "*" TO FR-Difference-Flag
           END-IF.
           MOVE WS-Run-Date          TO FR-Forecast-Date.
           WRITE FR-Recommendation-Record.
           IF WS-FR-Status NOT = "00"
               THEN DISPLAY "** Warning: recommendation for item "
                            IM-Item-Number " could not be written "
                            "(status " WS-FR-Status ") **"
               ELSE ADD 1 TO WS-Rec-Count
           END-IF.

      ****************************************************************
      *    Paragraph WRITE-REPORT-HEADING prints the run settings    *
      *    and the column heads.                                     *
      ****************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RP-Report-Line.
           STRING "DEMAND FORECAST AND REORDER SETTINGS - 12 PERIODS "
                  "ENDING " DELIMITED BY SIZE
                  WS-Forecast-Period DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Default-Lead-Days TO WS-Formatted-Lead.
           MOVE SPACES TO RP-Report-Line.
           STRING "Default lead time " DELIMITED BY SIZE
                  WS-Formatted-Lead DELIMITED BY SIZE
                  " days   Safety stock " DELIMITED BY SIZE
                  WS-Safety-Days DELIMITED BY SIZE
                  " days   Reorder covers " DELIMITED BY SIZE
                  WS-Cover-Months DELIMITED BY SIZE
                  " month(s)   Flag at " DELIMITED BY SIZE
                  WS-Flag-Percent DELIMITED BY SIZE
                  "% difference" DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE SPACES TO RP-Report-Line.
           STRING "Item       Description             Avg/Mo  "
                  "Trend/Mo Seas   Fcst/Mo Lead  Cur Point  Rec Point"
                  "      Cur Qty    Rec Qty"
                  DELIMITED BY SIZE INTO RP-Report-Line.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph WRITE-ITEM-LINE prints the item's forecast with *
      *    its current and recommended settings side by side.        *
      ****************************************************************
       WRITE-ITEM-LINE.
           MOVE WS-Average            TO WS-Formatted-Average.
           MOVE WS-Trend              TO WS-Formatted-Trend.
           MOVE WS-Seasonal-Factor    TO WS-Formatted-Factor.
           MOVE WS-Monthly-Demand     TO WS-Formatted-Forecast.
           MOVE WS-Lead-Days          TO WS-Formatted-Lead.
           MOVE IM-Reorder-Point      TO WS-Formatted-Cur-Point.
           MOVE WS-Recommended-Point  TO WS-Formatted-Rec-Point.
           MOVE IM-Reorder-Qty        TO WS-Formatted-Cur-Qty.
           MOVE WS-Recommended-Qty    TO WS-Formatted-Rec-Qty.
           MOVE SPACES TO RP-Report-Line.
           IF WS-Sum-12 = ZERO
               THEN STRING IM-Item-Number DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           IM-Item-Description DELIMITED BY SIZE
                           "   no sales in 12 periods - current "
                               DELIMITED BY SIZE
                           WS-Formatted-Cur-Point DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           WS-Formatted-Cur-Qty DELIMITED BY SIZE
                           INTO RP-Report-Line
               ELSE STRING IM-Item-Number DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           IM-Item-Description DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Formatted-Average DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Formatted-Trend DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Formatted-Factor DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Formatted-Forecast DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Formatted-Lead DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Formatted-Cur-Point DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Formatted-Rec-Point DELIMITED BY SIZE
                           WS-Point-Flag DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Formatted-Cur-Qty DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-Formatted-Rec-Qty DELIMITED BY SIZE
                           WS-Qty-Flag DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Item-Note DELIMITED BY SIZE
                           INTO RP-Report-Line
           END-IF.
           WRITE RP-Report-Line.

      ****************************************************************
      *    Paragraph WRITE-REPORT-TOTALS closes the report.          *
      ****************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Item-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Items forecast:                   " DELIMITED BY SIZE
                  WS-Formatted-Count DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Seasonal-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  with a seasonal factor:         " DELIMITED BY SIZE
                  WS-Formatted-Count DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-No-Sales-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  no sales in 12 periods:         " DELIMITED BY SIZE
                  WS-Formatted-Count DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Manual-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  not auto-replenished (MANUAL):  " DELIMITED BY SIZE
                  WS-Formatted-Count DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Rec-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "Recommendations for acceptance:   " DELIMITED BY SIZE
                  WS-Formatted-Count DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.
           MOVE WS-Flagged-Count TO WS-Formatted-Count.
           MOVE SPACES TO RP-Report-Line.
           STRING "  flagged ** as big differences:  " DELIMITED BY SIZE
                  WS-Formatted-Count DELIMITED BY SIZE
                  INTO RP-Report-Line.
           WRITE RP-Report-Line.

       END PROGRAM "DemandForecast".
