       IDENTIFICATION DIVISION.
       PROGRAM-ID. invPerform.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Month card: the YYYYMM to measure, then the target days of
      *> supply for classes A, B and C, and how far over target (a
      *> percentage) an item may run before it is flagged. A blank
      *> card, or a blank field, takes the month in progress and
      *> the standing targets.
           SELECT Param-Card-File ASSIGN TO "PERFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Same Stock master abcClass classifies: on-hand, unit cost,
      *> company and the A/B/C class for every item.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> The month's issues, returns and receipts, and the 'S'
      *> lines moveValues writes for demand it could not fill.
           SELECT Ledger-File ASSIGN TO "STOCKLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ledger-Status.
      *> Location-level on-hand, for the location rollup.
           SELECT Location-File ASSIGN TO "STOCKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Location-Status.
      *> Backorders still owed at month end.
           SELECT Backorder-File ASSIGN TO "STOCKBKO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-Stock-ID1
               FILE STATUS IS WS-Backorder-Status.
      *> One line per class per month measured, carried from run to
      *> run for the trend; two years are kept.
           SELECT History-File ASSIGN TO "PERFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
           SELECT Perform-Report ASSIGN TO "PERFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PA-Month            PIC 9(6).
           05 PA-A-Days           PIC 9(3).
           05 PA-B-Days           PIC 9(3).
           05 PA-C-Days           PIC 9(3).
           05 PA-Over-Pct         PIC 9(3).

       FD  Stock
           RECORD CONTAINS 80 CHARACTERS.
       01  Stock-Record.
           05 Stock-Type PIC X(10).
           COPY PRODID REPLACING ID-FIELD BY Stock-ID1.
           05 Stock-ID2  PIC X(10).
           05 Stock-ID3  PIC X(10).
           05 Stock-Qty-On-Hand PIC 9(5).
           05 Stock-Unit-Cost   PIC 9(5)V99.
           05 Stock-Company     PIC X(2).
           05 Stock-ABC-Class   PIC X.
           05 FILLER     PIC X(25).

       FD  Ledger-File.
       01  Ledger-Rec.
           05 LG-Stock-ID1    PIC X(10).
           05 LG-Date         PIC X(8).
           05 LG-Type         PIC X.
           05 LG-Qty          PIC 9(5).
           05 LG-Cost         PIC S9(3)V99.
           05 LG-Doc          PIC X(8).
           05 LG-Source       PIC X(2).
           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
           05 LG-Unit-Cost    PIC 9(5)V99.
           05 LG-Order-Line   PIC X(3).

       FD  Location-File.
       01  Location-Rec.
           05 LC-Stock-ID1    PIC X(10).
           05 LC-Location     PIC X(3).
           05 LC-Qty          PIC 9(5).

       FD  Backorder-File.
       01  Backorder-Rec.
           05 BO-Stock-ID1    PIC X(10).
           05 BO-Qty          PIC 9(5).
           05 BO-Date         PIC X(8).

       FD  History-File.
       01  History-Rec.
           05 PH-Month        PIC X(6).
           05 PH-Class        PIC X.
           05 PH-Items        PIC 9(5).
           05 PH-Avg-Value    PIC 9(11)V99.
           05 PH-COGS         PIC 9(11)V99.
           05 PH-Turns        PIC 9(3)V9.
           05 PH-Days-Supply  PIC 9(4).
           05 PH-Fill-Pct     PIC 9(3)V9.
           05 PH-Out-Days     PIC 9(5).
           05 PH-Flagged      PIC 9(5).

       FD  Perform-Report.
       01  Perform-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Ledger-Status     PIC XX.
       01  WS-Location-Status   PIC XX.
       01  WS-Backorder-Status  PIC XX.
       01  WS-History-Status    PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Item-Found        PIC X.
       01  WS-Roll-Found        PIC X.
       01  WS-Today             PIC X(8).
       01  WS-Report-Month      PIC X(6).
       01  WS-Report-Month-N REDEFINES WS-Report-Month.
           05 WS-RM-Year        PIC 9(4).
           05 WS-RM-Month       PIC 99.
      *> First day of the month and of the month after; the month
      *> end is the day before the latter.
       01  WS-Next-Month-Start.
           05 WS-NM-Year        PIC 9(4).
           05 WS-NM-Month       PIC 99.
           05 WS-NM-Day         PIC 99 VALUE 01.
       01  WS-Next-Month-Start-N REDEFINES WS-Next-Month-Start
                                PIC 9(8).
       01  WS-Month-End-N       PIC 9(8).
       01  WS-Month-End REDEFINES WS-Month-End-N PIC X(8).
       01  WS-Days-In-Month     PIC 99.
      *> Standing targets, days of supply by class, and the margin
      *> over target that earns a flag.
       01  WS-Target-A-Days     PIC 9(3) VALUE 030.
       01  WS-Target-B-Days     PIC 9(3) VALUE 060.
       01  WS-Target-C-Days     PIC 9(3) VALUE 090.
       01  WS-Over-Pct          PIC 9(3) VALUE 050.
       01  WS-Target-Days       PIC 9(3).
       01  WS-Flag-Days         PIC 9(5)V9.
       01  WS-Line-Cost         PIC S9(9)V99.
       01  WS-Ledger-Loc        PIC X(3).
       01  WS-Signed-Qty        PIC S9(7).
       01  WS-Net-Usage         PIC S9(7).
       01  WS-Demand-Qty        PIC 9(7).
       01  WS-Item-Count        PIC 9(3) VALUE ZERO.
       01  WS-Flagged-Count     PIC 9(3) VALUE ZERO.
       01  WS-Adjust-Count      PIC 9(5) VALUE ZERO.
       01  WS-Roll-Count        PIC 9(3) VALUE ZERO.
       01  WS-Roll-Kind         PIC X.
       01  WS-Roll-Key          PIC X(3).
       01  WS-Ins-Sub           PIC 9(3).
       01  WS-Shift-Sub         PIC 9(3).
       01  WS-Class-Sub         PIC 9.
       01  WS-Class-Code        PIC X.
       01  WS-Class-List        PIC X(3) VALUE 'ABC'.
       01  WS-Hist-Count        PIC 9(3) VALUE ZERO.
      *> Months counted from year zero, for stepping back through
      *> the trend and for the two-year history cut.
       01  WS-Month-Number      PIC 9(6).
       01  WS-Report-Month-Number PIC 9(6).
       01  WS-Trend-Month-Number PIC 9(6).
       01  WS-Trend-Start-Number PIC 9(6).
       01  WS-Trend-Month.
           05 WS-TM-Year        PIC 9(4).
           05 WS-TM-Month       PIC 99.
       01  WS-Trend-Found       PIC X.

      *> Every master item with the month's movements, in master
      *> key order.
       01  Item-Table.
           05 Item-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Item-Count
                  INDEXED BY Item-Idx.
              10 IT-Stock-ID1    PIC X(10).
              10 IT-Class        PIC X.
              10 IT-Company      PIC X(2).
              10 IT-On-Hand      PIC 9(5).
              10 IT-Unit-Cost    PIC 9(5)V99.
              10 IT-Month-Net    PIC S9(7).
              10 IT-Later-Net    PIC S9(7).
              10 IT-Issue-Qty    PIC 9(7).
              10 IT-Return-Qty   PIC 9(7).
              10 IT-Short-Qty    PIC 9(7).
              10 IT-COGS         PIC S9(9)V99.
              10 IT-Out-Days     PIC 9(3).
              10 IT-Last-Out     PIC X(8).
              10 IT-BO-Qty       PIC 9(5).
              10 IT-Begin-Qty    PIC 9(7).
              10 IT-End-Qty      PIC 9(7).
              10 IT-Avg-Value    PIC 9(11)V99.
              10 IT-Turns        PIC 9(3)V9.
              10 IT-Days-Supply  PIC 9(4).
              10 IT-Fill-Pct     PIC 9(3)V9.
              10 IT-Flags        PIC X(11).

      *> Rollups, kind C by class, O by company, L by location,
      *> kept in kind then key order as they are added.
       01  Roll-Table.
           05 Roll-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Roll-Count
                  INDEXED BY Roll-Idx.
              10 RL-Kind         PIC X.
              10 RL-Key          PIC X(3).
              10 RL-Items        PIC 9(5).
              10 RL-Avg-Value    PIC 9(11)V99.
              10 RL-COGS         PIC S9(11)V99.
              10 RL-Issue-Qty    PIC 9(9).
              10 RL-Short-Qty    PIC 9(9).
              10 RL-Out-Days     PIC 9(5).
              10 RL-Flagged      PIC 9(5).
              10 RL-Turns        PIC 9(3)V9.
              10 RL-Days-Supply  PIC 9(4).
              10 RL-Fill-Pct     PIC 9(3)V9.

      *> Class history carried across runs, the month just measured
      *> included.
       01  Hist-Table.
           05 Hist-Entry OCCURS 0 TO 120 TIMES
                  DEPENDING ON WS-Hist-Count
                  INDEXED BY Hist-Idx.
              10 HT-Month        PIC X(6).
              10 HT-Class        PIC X.
              10 HT-Items        PIC 9(5).
              10 HT-Avg-Value    PIC 9(11)V99.
              10 HT-COGS         PIC 9(11)V99.
              10 HT-Turns        PIC 9(3)V9.
              10 HT-Days-Supply  PIC 9(4).
              10 HT-Fill-Pct     PIC 9(3)V9.
              10 HT-Out-Days     PIC 9(5).
              10 HT-Flagged      PIC 9(5).

       01  WS-Report-Heading.
           05 FILLER            PIC X(32)
                  VALUE 'INVENTORY PERFORMANCE FOR MONTH '.
           05 RH-Month          PIC X(6).
           05 FILLER            PIC X(7) VALUE '  DAYS '.
           05 RH-Days           PIC Z9.
           05 FILLER            PIC X(15) VALUE '  TARGETS A/B/C'.
           05 FILLER            PIC X VALUE SPACE.
           05 RH-A-Days         PIC ZZ9.
           05 FILLER            PIC X VALUE '/'.
           05 RH-B-Days         PIC ZZ9.
           05 FILLER            PIC X VALUE '/'.
           05 RH-C-Days         PIC ZZ9.
       01  WS-Section-Heading   PIC X(40).
       01  WS-Item-Heading.
           05 FILLER            PIC X(39)
                  VALUE 'ITEM       C ONHAND  ISSUED       COGS '.
           05 FILLER            PIC X(32)
                  VALUE 'TURNS  DOS OUT FILL% BKORD FLAGS'.
       01  WS-Item-Line.
           05 IL-Stock-ID1      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Class          PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-End-Qty        PIC Z(5)9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Issue-Qty      PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-COGS           PIC -(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Turns          PIC ZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Days-Supply    PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Out-Days       PIC ZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Fill-Pct       PIC ZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-BO-Qty         PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 IL-Flags          PIC X(11).
       01  WS-Roll-Heading.
           05 FILLER            PIC X(39)
                  VALUE 'KEY    ITEMS    INV VALUE         COGS '.
           05 FILLER            PIC X(31)
                  VALUE 'TURNS  DOS   OUT FILL% FLAG TGT'.
       01  WS-Roll-Line.
           05 RR-Key            PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Items          PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Avg-Value      PIC Z(8)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-COGS           PIC -(8)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Turns          PIC ZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Days-Supply    PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Out-Days       PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Fill-Pct       PIC ZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Flagged        PIC Z(3)9.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Target         PIC ZZZ.
       01  WS-Trend-Line.
           05 FILLER            PIC X(6) VALUE 'CLASS '.
           05 TL-Class          PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 TL-Month          PIC X(6).
           05 FILLER            PIC X(8) VALUE '  TURNS '.
           05 TL-Turns          PIC ZZ9.9.
           05 FILLER            PIC X(6) VALUE '  DOS '.
           05 TL-Days-Supply    PIC ZZZ9.
           05 FILLER            PIC X(8) VALUE '  FILL% '.
           05 TL-Fill-Pct       PIC ZZ9.9.
           05 FILLER            PIC X(7) VALUE '  OUT  '.
           05 TL-Out-Days       PIC Z(4)9.
           05 FILLER            PIC X(8) VALUE '  FLAGS '.
           05 TL-Flagged        PIC Z(3)9.
       01  WS-Trend-Empty.
           05 FILLER            PIC X(6) VALUE 'CLASS '.
           05 TE-Class          PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 TE-Month          PIC X(6).
           05 FILLER            PIC X(14) VALUE '  NOT MEASURED'.
       01  WS-Flag-Total.
           05 FILLER            PIC X(15) VALUE 'ITEMS FLAGGED: '.
           05 FT-Flagged        PIC ZZ9.
           05 FILLER            PIC X(13) VALUE '  OF ITEMS:  '.
           05 FT-Items          PIC ZZ9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'INVPERFORM'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'INVPERFORM'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0100-Read-Param-Card.
           PERFORM 0200-Load-Items.
           PERFORM 0300-Load-Backorders.
           PERFORM 0400-Scan-Ledger.
           PERFORM 0500-Load-Locations.
           PERFORM 1000-Measure-Items.
           PERFORM 1100-Measure-Rollups.
           PERFORM 1500-Load-History.
           PERFORM 1600-Record-Month.
           PERFORM 1700-Write-History.
           PERFORM 2000-Write-Report.
           IF WS-Adjust-Count > ZERO
               DISPLAY WS-Adjust-Count ' ADJUSTMENT LINE(S) SINCE '
                   'MONTH START NOT BACKED OUT OF ON-HAND'
           END-IF.
           DISPLAY 'PERFORMANCE MONTH ' WS-Report-Month
               ' ITEMS: ' WS-Item-Count
               ' FLAGGED: ' WS-Flagged-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Month bounds come from the month card; the end of the month
      *> is the day before the first of the next.
       0100-Read-Param-Card.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today (1:6) TO WS-Report-Month.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PA-Month IS NUMERIC AND PA-Month NOT = ZERO
                           MOVE PA-Month TO WS-Report-Month
                       END-IF
                       IF PA-A-Days IS NUMERIC AND PA-A-Days > ZERO
                           MOVE PA-A-Days TO WS-Target-A-Days
                       END-IF
                       IF PA-B-Days IS NUMERIC AND PA-B-Days > ZERO
                           MOVE PA-B-Days TO WS-Target-B-Days
                       END-IF
                       IF PA-C-Days IS NUMERIC AND PA-C-Days > ZERO
                           MOVE PA-C-Days TO WS-Target-C-Days
                       END-IF
                       IF PA-Over-Pct IS NUMERIC
                            AND PA-Over-Pct > ZERO
                           MOVE PA-Over-Pct TO WS-Over-Pct
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
           IF WS-RM-Month = 12
               COMPUTE WS-NM-Year = WS-RM-Year + 1
               MOVE 01 TO WS-NM-Month
           ELSE
               MOVE WS-RM-Year TO WS-NM-Year
               COMPUTE WS-NM-Month = WS-RM-Month + 1
           END-IF.
           COMPUTE WS-Month-End-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-Next-Month-Start-N)
                - 1).
           MOVE WS-Month-End (7:2) TO WS-Days-In-Month.
           COMPUTE WS-Report-Month-Number =
               WS-RM-Year * 12 + WS-RM-Month - 1.
      *> The three classes report in A, B, C order whatever else
      *> turns up.
           PERFORM VARYING WS-Class-Sub FROM 1 BY 1
                   UNTIL WS-Class-Sub > 3
               MOVE 'C' TO WS-Roll-Kind
               MOVE WS-Class-List (WS-Class-Sub:1) TO WS-Roll-Key
               PERFORM 1300-Find-Rollup
           END-PERFORM.

       0200-Load-Items.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Stock NEXT RECORD
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WS-Item-Count >= 500
                   DISPLAY 'STOCK ITEMS EXCEED ' WS-Item-Count
                       ' - REPORT REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'STOCK ITEMS OVERFLOW TABLE' TO RLP-Message
                   MOVE WS-Item-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
               ADD 1 TO WS-Item-Count
               SET Item-Idx TO WS-Item-Count
               INITIALIZE Item-Entry (Item-Idx)
               MOVE Stock-ID1         TO IT-Stock-ID1 (Item-Idx)
               MOVE Stock-Qty-On-Hand TO IT-On-Hand (Item-Idx)
               MOVE Stock-Unit-Cost   TO IT-Unit-Cost (Item-Idx)
      *> An unclassified item has not shown enough usage to rank,
      *> so it measures as class C.
               IF Stock-ABC-Class = 'A' OR 'B'
                   MOVE Stock-ABC-Class TO IT-Class (Item-Idx)
               ELSE
                   MOVE 'C' TO IT-Class (Item-Idx)
               END-IF
               IF Stock-Company = SPACES
                   MOVE '01' TO IT-Company (Item-Idx)
               ELSE
                   MOVE Stock-Company TO IT-Company (Item-Idx)
               END-IF
               READ Stock NEXT RECORD
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Stock.

       0300-Load-Backorders.
           OPEN INPUT Backorder-File.
           IF WS-Backorder-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Backorder-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   SET Item-Idx TO 1
                   SEARCH Item-Entry
                       AT END CONTINUE
                       WHEN IT-Stock-ID1 (Item-Idx) = BO-Stock-ID1
                           ADD BO-Qty TO IT-BO-Qty (Item-Idx)
                   END-SEARCH
                   READ Backorder-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Backorder-File
           END-IF.

      *> One pass: movements inside the month build usage, cost of
      *> goods and shortfalls; movements after it are netted so the
      *> master's on-hand can be walked back to the month end.
       0400-Scan-Ledger.
           OPEN INPUT Ledger-File.
           IF WS-Ledger-Status NOT = '00'
               DISPLAY 'STOCKLED OPEN FAILED, STATUS='
                   WS-Ledger-Status ' - NO MOVEMENTS MEASURED'
           ELSE
               MOVE 'N' TO WS-Eof-Switch
               READ Ledger-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF LG-Date (1:6) NOT < WS-Report-Month
                       MOVE 'N' TO WS-Item-Found
                       SET Item-Idx TO 1
                       SEARCH Item-Entry
                           AT END CONTINUE
                           WHEN IT-Stock-ID1 (Item-Idx) = LG-Stock-ID1
                               MOVE 'Y' TO WS-Item-Found
                       END-SEARCH
                       IF WS-Item-Found = 'Y'
                           PERFORM 0410-Apply-Movement
                       END-IF
                   END-IF
                   READ Ledger-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Ledger-File
           END-IF.

      *> Receipts, restocked returns and intercompany arrivals add
      *> to on-hand, issues and intercompany departures take from
      *> it; a transfer moves nothing in total. An adjustment line
      *> carries the new count, not a change, so it cannot be
      *> walked back and is only counted.
       0410-Apply-Movement.
           MOVE ZERO TO WS-Signed-Qty.
           EVALUATE LG-Type
               WHEN 'R'
               WHEN 'C'
                   MOVE LG-Qty TO WS-Signed-Qty
               WHEN 'I'
                   COMPUTE WS-Signed-Qty = ZERO - LG-Qty
               WHEN 'X'
                   IF LG-Source = 'IC'
                       MOVE LG-Qty TO WS-Signed-Qty
                   ELSE
                       COMPUTE WS-Signed-Qty = ZERO - LG-Qty
                   END-IF
               WHEN 'A'
                   ADD 1 TO WS-Adjust-Count
           END-EVALUATE.
           IF LG-Date > WS-Month-End
               ADD WS-Signed-Qty TO IT-Later-Net (Item-Idx)
           ELSE
               ADD WS-Signed-Qty TO IT-Month-Net (Item-Idx)
               PERFORM 0420-Month-Usage
           END-IF.

      *> Issues are costed at what they went out at, returns at what
      *> they came back at; a line without a cost takes the
      *> master's.
       0420-Month-Usage.
           IF LG-Loc = SPACES
               MOVE 'MN ' TO WS-Ledger-Loc
           ELSE
               MOVE LG-Loc TO WS-Ledger-Loc
           END-IF.
           IF LG-Unit-Cost IS NUMERIC AND LG-Unit-Cost > ZERO
               COMPUTE WS-Line-Cost ROUNDED = LG-Qty * LG-Unit-Cost
           ELSE
               COMPUTE WS-Line-Cost ROUNDED =
                   LG-Qty * IT-Unit-Cost (Item-Idx)
           END-IF.
           EVALUATE LG-Type
               WHEN 'I'
                   ADD LG-Qty       TO IT-Issue-Qty (Item-Idx)
                   ADD WS-Line-Cost TO IT-COGS (Item-Idx)
                   PERFORM 0430-Find-Location-Rollup
                   ADD LG-Qty       TO RL-Issue-Qty (Roll-Idx)
                   ADD WS-Line-Cost TO RL-COGS (Roll-Idx)
               WHEN 'C'
                   ADD LG-Qty            TO IT-Return-Qty (Item-Idx)
                   SUBTRACT WS-Line-Cost FROM IT-COGS (Item-Idx)
                   PERFORM 0430-Find-Location-Rollup
                   SUBTRACT WS-Line-Cost FROM RL-COGS (Roll-Idx)
      *> A day the item could not meet demand is a stockout day,
      *> counted once however many requests went short that day.
               WHEN 'S'
                   ADD LG-Qty TO IT-Short-Qty (Item-Idx)
                   PERFORM 0430-Find-Location-Rollup
                   ADD LG-Qty TO RL-Short-Qty (Roll-Idx)
                   IF LG-Date NOT = IT-Last-Out (Item-Idx)
                       ADD 1 TO IT-Out-Days (Item-Idx)
                       ADD 1 TO RL-Out-Days (Roll-Idx)
                       MOVE LG-Date TO IT-Last-Out (Item-Idx)
                   END-IF
           END-EVALUATE.

       0430-Find-Location-Rollup.
           MOVE 'L' TO WS-Roll-Kind.
           MOVE WS-Ledger-Loc TO WS-Roll-Key.
           PERFORM 1300-Find-Rollup.

      *> Location inventory value is today's location on-hand at
      *> the master's unit cost.
       0500-Load-Locations.
           OPEN INPUT Location-File.
           IF WS-Location-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Location-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF LC-Qty IS NUMERIC AND LC-Qty > ZERO
                       PERFORM 0510-Value-Location
                   END-IF
                   READ Location-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Location-File
           END-IF.

       0510-Value-Location.
           MOVE 'N' TO WS-Item-Found.
           SET Item-Idx TO 1.
           SEARCH Item-Entry
               AT END CONTINUE
               WHEN IT-Stock-ID1 (Item-Idx) = LC-Stock-ID1
                   MOVE 'Y' TO WS-Item-Found
           END-SEARCH.
           IF WS-Item-Found = 'Y'
               MOVE 'L' TO WS-Roll-Kind
               MOVE LC-Location TO WS-Roll-Key
               PERFORM 1300-Find-Rollup
               ADD 1 TO RL-Items (Roll-Idx)
               COMPUTE RL-Avg-Value (Roll-Idx) ROUNDED =
                   RL-Avg-Value (Roll-Idx)
                   + LC-Qty * IT-Unit-Cost (Item-Idx)
           END-IF.

      *> Month-end on-hand is today's less whatever moved since;
      *> the month's opening is that less the month's own net.
      *> Turns are the month's cost of goods at an annual rate over
      *> the average of the two values; days of supply is month-end
      *> on-hand over the month's average daily usage.
       1000-Measure-Items.
           PERFORM VARYING Item-Idx FROM 1 BY 1
                   UNTIL Item-Idx > WS-Item-Count
               COMPUTE WS-Signed-Qty =
                   IT-On-Hand (Item-Idx) - IT-Later-Net (Item-Idx)
               IF WS-Signed-Qty < ZERO
                   MOVE ZERO TO WS-Signed-Qty
               END-IF
               MOVE WS-Signed-Qty TO IT-End-Qty (Item-Idx)
               COMPUTE WS-Signed-Qty =
                   IT-End-Qty (Item-Idx) - IT-Month-Net (Item-Idx)
               IF WS-Signed-Qty < ZERO
                   MOVE ZERO TO WS-Signed-Qty
               END-IF
               MOVE WS-Signed-Qty TO IT-Begin-Qty (Item-Idx)
               COMPUTE IT-Avg-Value (Item-Idx) ROUNDED =
                   (IT-Begin-Qty (Item-Idx) + IT-End-Qty (Item-Idx))
                   * IT-Unit-Cost (Item-Idx) / 2
               MOVE ZERO TO IT-Turns (Item-Idx)
               IF IT-Avg-Value (Item-Idx) > ZERO
                    AND IT-COGS (Item-Idx) > ZERO
                   COMPUTE IT-Turns (Item-Idx) ROUNDED =
                       IT-COGS (Item-Idx) * 12
                       / IT-Avg-Value (Item-Idx)
                       ON SIZE ERROR MOVE 999.9 TO IT-Turns (Item-Idx)
                   END-COMPUTE
               END-IF
               COMPUTE WS-Net-Usage =
                   IT-Issue-Qty (Item-Idx) - IT-Return-Qty (Item-Idx)
               EVALUATE TRUE
                   WHEN IT-End-Qty (Item-Idx) = ZERO
                       MOVE ZERO TO IT-Days-Supply (Item-Idx)
                   WHEN WS-Net-Usage NOT > ZERO
                       MOVE 9999 TO IT-Days-Supply (Item-Idx)
                   WHEN OTHER
                       COMPUTE IT-Days-Supply (Item-Idx) ROUNDED =
                           IT-End-Qty (Item-Idx) * WS-Days-In-Month
                           / WS-Net-Usage
                           ON SIZE ERROR
                               MOVE 9999 TO IT-Days-Supply (Item-Idx)
                       END-COMPUTE
               END-EVALUATE
               COMPUTE WS-Demand-Qty =
                   IT-Issue-Qty (Item-Idx) + IT-Short-Qty (Item-Idx)
               IF WS-Demand-Qty = ZERO
                   MOVE 100 TO IT-Fill-Pct (Item-Idx)
               ELSE
                   COMPUTE IT-Fill-Pct (Item-Idx) ROUNDED =
                       IT-Issue-Qty (Item-Idx) * 100 / WS-Demand-Qty
               END-IF
               PERFORM 1050-Flag-Item
               MOVE 'C' TO WS-Roll-Kind
               MOVE IT-Class (Item-Idx) TO WS-Roll-Key
               PERFORM 1300-Find-Rollup
               PERFORM 1200-Add-Item-To-Rollup
               MOVE 'O' TO WS-Roll-Kind
               MOVE IT-Company (Item-Idx) TO WS-Roll-Key
               PERFORM 1300-Find-Rollup
               PERFORM 1200-Add-Item-To-Rollup
           END-PERFORM.

      *> Stock on hand well past its class target (the margin on the
      *> card) is flagged, an item with no usage at all included;
      *> so is any A item that went short during the month.
       1050-Flag-Item.
           MOVE SPACES TO IT-Flags (Item-Idx).
           MOVE IT-Class (Item-Idx) TO WS-Class-Code.
           PERFORM 1060-Get-Target-Days.
           COMPUTE WS-Flag-Days ROUNDED =
               WS-Target-Days * (100 + WS-Over-Pct) / 100.
           IF IT-End-Qty (Item-Idx) > ZERO
                AND IT-Days-Supply (Item-Idx) > WS-Flag-Days
               MOVE 'OVER' TO IT-Flags (Item-Idx) (1:4)
           END-IF.
           IF IT-Class (Item-Idx) = 'A'
                AND IT-Out-Days (Item-Idx) > ZERO
               MOVE 'A-OUT' TO IT-Flags (Item-Idx) (6:5)
           END-IF.
           IF IT-Flags (Item-Idx) NOT = SPACES
               ADD 1 TO WS-Flagged-Count
           END-IF.

       1060-Get-Target-Days.
           EVALUATE WS-Class-Code
               WHEN 'A'
                   MOVE WS-Target-A-Days TO WS-Target-Days
               WHEN 'B'
                   MOVE WS-Target-B-Days TO WS-Target-Days
               WHEN OTHER
                   MOVE WS-Target-C-Days TO WS-Target-Days
           END-EVALUATE.

      *> Class, company and location rollups measure on value:
      *> turns over the average inventory value, days of supply as
      *> that value over the month's daily cost of goods.
       1100-Measure-Rollups.
           PERFORM VARYING Roll-Idx FROM 1 BY 1
                   UNTIL Roll-Idx > WS-Roll-Count
               MOVE ZERO TO RL-Turns (Roll-Idx)
               IF RL-Avg-Value (Roll-Idx) > ZERO
                    AND RL-COGS (Roll-Idx) > ZERO
                   COMPUTE RL-Turns (Roll-Idx) ROUNDED =
                       RL-COGS (Roll-Idx) * 12
                       / RL-Avg-Value (Roll-Idx)
                       ON SIZE ERROR MOVE 999.9 TO RL-Turns (Roll-Idx)
                   END-COMPUTE
               END-IF
               EVALUATE TRUE
                   WHEN RL-Avg-Value (Roll-Idx) = ZERO
                       MOVE ZERO TO RL-Days-Supply (Roll-Idx)
                   WHEN RL-COGS (Roll-Idx) NOT > ZERO
                       MOVE 9999 TO RL-Days-Supply (Roll-Idx)
                   WHEN OTHER
                       COMPUTE RL-Days-Supply (Roll-Idx) ROUNDED =
                           RL-Avg-Value (Roll-Idx) * WS-Days-In-Month
                           / RL-COGS (Roll-Idx)
                           ON SIZE ERROR
                               MOVE 9999 TO RL-Days-Supply (Roll-Idx)
                       END-COMPUTE
               END-EVALUATE
               COMPUTE WS-Demand-Qty =
                   RL-Issue-Qty (Roll-Idx) + RL-Short-Qty (Roll-Idx)
               IF WS-Demand-Qty = ZERO
                   MOVE 100 TO RL-Fill-Pct (Roll-Idx)
               ELSE
                   COMPUTE RL-Fill-Pct (Roll-Idx) ROUNDED =
                       RL-Issue-Qty (Roll-Idx) * 100 / WS-Demand-Qty
               END-IF
           END-PERFORM.

       1200-Add-Item-To-Rollup.
           ADD 1                        TO RL-Items (Roll-Idx).
           ADD IT-Avg-Value (Item-Idx)  TO RL-Avg-Value (Roll-Idx).
           ADD IT-COGS (Item-Idx)       TO RL-COGS (Roll-Idx).
           ADD IT-Issue-Qty (Item-Idx)  TO RL-Issue-Qty (Roll-Idx).
           ADD IT-Short-Qty (Item-Idx)  TO RL-Short-Qty (Roll-Idx).
           ADD IT-Out-Days (Item-Idx)   TO RL-Out-Days (Roll-Idx).
           IF IT-Flags (Item-Idx) NOT = SPACES
               ADD 1 TO RL-Flagged (Roll-Idx)
           END-IF.

      *> Finds the rollup for WS-Roll-Kind/WS-Roll-Key, slotting a
      *> new one in order; Roll-Idx is left on it.
       1300-Find-Rollup.
           MOVE 'N' TO WS-Roll-Found.
           SET Roll-Idx TO 1.
           SEARCH Roll-Entry
               AT END CONTINUE
               WHEN RL-Kind (Roll-Idx) = WS-Roll-Kind
                    AND RL-Key (Roll-Idx) = WS-Roll-Key
                   MOVE 'Y' TO WS-Roll-Found
           END-SEARCH.
           IF WS-Roll-Found = 'N'
               PERFORM 1310-Insert-Rollup
           END-IF.

       1310-Insert-Rollup.
           IF WS-Roll-Count >= 100
               DISPLAY 'ROLLUP KEYS EXCEED ' WS-Roll-Count
                   ' - REPORT REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'ROLLUP KEYS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Roll-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 1 TO WS-Ins-Sub.
           PERFORM UNTIL WS-Ins-Sub > WS-Roll-Count
                   OR RL-Kind (WS-Ins-Sub) > WS-Roll-Kind
                   OR (RL-Kind (WS-Ins-Sub) = WS-Roll-Kind
                       AND RL-Key (WS-Ins-Sub) > WS-Roll-Key)
               ADD 1 TO WS-Ins-Sub
           END-PERFORM.
           ADD 1 TO WS-Roll-Count.
           PERFORM VARYING WS-Shift-Sub FROM WS-Roll-Count BY -1
                   UNTIL WS-Shift-Sub <= WS-Ins-Sub
               MOVE Roll-Entry (WS-Shift-Sub - 1)
                   TO Roll-Entry (WS-Shift-Sub)
           END-PERFORM.
           SET Roll-Idx TO WS-Ins-Sub.
           INITIALIZE Roll-Entry (Roll-Idx).
           MOVE WS-Roll-Kind TO RL-Kind (Roll-Idx).
           MOVE WS-Roll-Key  TO RL-Key (Roll-Idx).

      *> Earlier months come back from the history file; a line for
      *> the month being measured is replaced, and anything more
      *> than two years before it is dropped.
       1500-Load-History.
           OPEN INPUT History-File.
           IF WS-History-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ History-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE PH-Month TO WS-Trend-Month
                   IF PH-Month NOT = WS-Report-Month
                        AND WS-Trend-Month IS NUMERIC
                       COMPUTE WS-Month-Number =
                           WS-TM-Year * 12 + WS-TM-Month - 1
                       IF WS-Month-Number + 24
                               > WS-Report-Month-Number
                           PERFORM 1510-Keep-History-Line
                       END-IF
                   END-IF
                   READ History-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE History-File
           END-IF.

       1510-Keep-History-Line.
           PERFORM 1520-Check-History-Room.
           ADD 1 TO WS-Hist-Count.
           SET Hist-Idx TO WS-Hist-Count.
           MOVE PH-Month       TO HT-Month (Hist-Idx).
           MOVE PH-Class       TO HT-Class (Hist-Idx).
           MOVE PH-Items       TO HT-Items (Hist-Idx).
           MOVE PH-Avg-Value   TO HT-Avg-Value (Hist-Idx).
           MOVE PH-COGS        TO HT-COGS (Hist-Idx).
           MOVE PH-Turns       TO HT-Turns (Hist-Idx).
           MOVE PH-Days-Supply TO HT-Days-Supply (Hist-Idx).
           MOVE PH-Fill-Pct    TO HT-Fill-Pct (Hist-Idx).
           MOVE PH-Out-Days    TO HT-Out-Days (Hist-Idx).
           MOVE PH-Flagged     TO HT-Flagged (Hist-Idx).

       1520-Check-History-Room.
           IF WS-Hist-Count >= 120
               DISPLAY 'PERFHIST LINES EXCEED ' WS-Hist-Count
                   ' - REPORT REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PERFHIST LINES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Hist-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       1600-Record-Month.
           PERFORM VARYING WS-Class-Sub FROM 1 BY 1
                   UNTIL WS-Class-Sub > 3
               MOVE 'C' TO WS-Roll-Kind
               MOVE WS-Class-List (WS-Class-Sub:1) TO WS-Roll-Key
               PERFORM 1300-Find-Rollup
               PERFORM 1520-Check-History-Room
               ADD 1 TO WS-Hist-Count
               SET Hist-Idx TO WS-Hist-Count
               MOVE WS-Report-Month TO HT-Month (Hist-Idx)
               MOVE RL-Key (Roll-Idx) (1:1) TO HT-Class (Hist-Idx)
               MOVE RL-Items (Roll-Idx)     TO HT-Items (Hist-Idx)
               MOVE RL-Avg-Value (Roll-Idx)
                   TO HT-Avg-Value (Hist-Idx)
               IF RL-COGS (Roll-Idx) > ZERO
                   MOVE RL-COGS (Roll-Idx) TO HT-COGS (Hist-Idx)
               ELSE
                   MOVE ZERO TO HT-COGS (Hist-Idx)
               END-IF
               MOVE RL-Turns (Roll-Idx)     TO HT-Turns (Hist-Idx)
               MOVE RL-Days-Supply (Roll-Idx)
                   TO HT-Days-Supply (Hist-Idx)
               MOVE RL-Fill-Pct (Roll-Idx)  TO HT-Fill-Pct (Hist-Idx)
               MOVE RL-Out-Days (Roll-Idx)  TO HT-Out-Days (Hist-Idx)
               MOVE RL-Flagged (Roll-Idx)   TO HT-Flagged (Hist-Idx)
           END-PERFORM.

       1700-Write-History.
           OPEN OUTPUT History-File.
           IF WS-History-Status NOT = '00'
               DISPLAY 'PERFHIST OPEN FAILED, STATUS='
                   WS-History-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Hist-Idx FROM 1 BY 1
                   UNTIL Hist-Idx > WS-Hist-Count
               MOVE HT-Month (Hist-Idx)       TO PH-Month
               MOVE HT-Class (Hist-Idx)       TO PH-Class
               MOVE HT-Items (Hist-Idx)       TO PH-Items
               MOVE HT-Avg-Value (Hist-Idx)   TO PH-Avg-Value
               MOVE HT-COGS (Hist-Idx)        TO PH-COGS
               MOVE HT-Turns (Hist-Idx)       TO PH-Turns
               MOVE HT-Days-Supply (Hist-Idx) TO PH-Days-Supply
               MOVE HT-Fill-Pct (Hist-Idx)    TO PH-Fill-Pct
               MOVE HT-Out-Days (Hist-Idx)    TO PH-Out-Days
               MOVE HT-Flagged (Hist-Idx)     TO PH-Flagged
               WRITE History-Rec
           END-PERFORM.
           CLOSE History-File.

      *> Items by class, then the class, company and location
      *> rollups, then each class's last twelve months.
       2000-Write-Report.
           OPEN OUTPUT Perform-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'PERFRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Report-Month  TO RH-Month.
           MOVE WS-Days-In-Month TO RH-Days.
           MOVE WS-Target-A-Days TO RH-A-Days.
           MOVE WS-Target-B-Days TO RH-B-Days.
           MOVE WS-Target-C-Days TO RH-C-Days.
           WRITE Perform-Line FROM WS-Report-Heading.
           WRITE Perform-Line FROM WS-Item-Heading.
           PERFORM VARYING WS-Class-Sub FROM 1 BY 1
                   UNTIL WS-Class-Sub > 3
               PERFORM VARYING Item-Idx FROM 1 BY 1
                       UNTIL Item-Idx > WS-Item-Count
                   IF IT-Class (Item-Idx)
                           = WS-Class-List (WS-Class-Sub:1)
                       PERFORM 2100-Write-Item-Line
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-Flagged-Count TO FT-Flagged.
           MOVE WS-Item-Count    TO FT-Items.
           WRITE Perform-Line FROM WS-Flag-Total.
           MOVE 'BY CLASS' TO WS-Section-Heading.
           MOVE 'C' TO WS-Roll-Kind.
           PERFORM 2200-Write-Rollup-Section.
           MOVE 'BY COMPANY' TO WS-Section-Heading.
           MOVE 'O' TO WS-Roll-Kind.
           PERFORM 2200-Write-Rollup-Section.
           MOVE 'BY LOCATION (MONTH-END VALUE)'
               TO WS-Section-Heading.
           MOVE 'L' TO WS-Roll-Kind.
           PERFORM 2200-Write-Rollup-Section.
           PERFORM 2300-Write-Trend.
           CLOSE Perform-Report.

       2100-Write-Item-Line.
           MOVE IT-Stock-ID1 (Item-Idx)   TO IL-Stock-ID1.
           MOVE IT-Class (Item-Idx)       TO IL-Class.
           MOVE IT-End-Qty (Item-Idx)     TO IL-End-Qty.
           MOVE IT-Issue-Qty (Item-Idx)   TO IL-Issue-Qty.
           MOVE IT-COGS (Item-Idx)        TO IL-COGS.
           MOVE IT-Turns (Item-Idx)       TO IL-Turns.
           MOVE IT-Days-Supply (Item-Idx) TO IL-Days-Supply.
           MOVE IT-Out-Days (Item-Idx)    TO IL-Out-Days.
           MOVE IT-Fill-Pct (Item-Idx)    TO IL-Fill-Pct.
           MOVE IT-BO-Qty (Item-Idx)      TO IL-BO-Qty.
           MOVE IT-Flags (Item-Idx)       TO IL-Flags.
           WRITE Perform-Line FROM WS-Item-Line.

       2200-Write-Rollup-Section.
           MOVE SPACES TO Perform-Line.
           WRITE Perform-Line.
           WRITE Perform-Line FROM WS-Section-Heading.
           WRITE Perform-Line FROM WS-Roll-Heading.
           PERFORM VARYING Roll-Idx FROM 1 BY 1
                   UNTIL Roll-Idx > WS-Roll-Count
               IF RL-Kind (Roll-Idx) = WS-Roll-Kind
                   MOVE RL-Key (Roll-Idx)         TO RR-Key
                   MOVE RL-Items (Roll-Idx)       TO RR-Items
                   MOVE RL-Avg-Value (Roll-Idx)   TO RR-Avg-Value
                   MOVE RL-COGS (Roll-Idx)        TO RR-COGS
                   MOVE RL-Turns (Roll-Idx)       TO RR-Turns
                   MOVE RL-Days-Supply (Roll-Idx) TO RR-Days-Supply
                   MOVE RL-Out-Days (Roll-Idx)    TO RR-Out-Days
                   MOVE RL-Fill-Pct (Roll-Idx)    TO RR-Fill-Pct
                   MOVE RL-Flagged (Roll-Idx)     TO RR-Flagged
                   IF WS-Roll-Kind = 'C'
                       MOVE RL-Key (Roll-Idx) (1:1) TO WS-Class-Code
                       PERFORM 1060-Get-Target-Days
                       MOVE WS-Target-Days TO RR-Target
                   ELSE
                       MOVE ZERO TO RR-Target
                   END-IF
                   WRITE Perform-Line FROM WS-Roll-Line
               END-IF
           END-PERFORM.

      *> Twelve months ending with the one measured, oldest first;
      *> a month never measured says so rather than dropping out.
       2300-Write-Trend.
           MOVE SPACES TO Perform-Line.
           WRITE Perform-Line.
           MOVE 'TWELVE-MONTH TREND BY CLASS' TO WS-Section-Heading.
           WRITE Perform-Line FROM WS-Section-Heading.
           COMPUTE WS-Trend-Start-Number =
               WS-Report-Month-Number - 11.
           PERFORM VARYING WS-Class-Sub FROM 1 BY 1
                   UNTIL WS-Class-Sub > 3
               MOVE WS-Class-List (WS-Class-Sub:1) TO WS-Class-Code
               PERFORM VARYING WS-Trend-Month-Number
                       FROM WS-Trend-Start-Number BY 1
                       UNTIL WS-Trend-Month-Number
                           > WS-Report-Month-Number
                   PERFORM 2310-Write-Trend-Month
               END-PERFORM
           END-PERFORM.

       2310-Write-Trend-Month.
           DIVIDE WS-Trend-Month-Number BY 12
               GIVING WS-TM-Year REMAINDER WS-TM-Month.
           ADD 1 TO WS-TM-Month.
           MOVE 'N' TO WS-Trend-Found.
           SET Hist-Idx TO 1.
           SEARCH Hist-Entry
               AT END CONTINUE
               WHEN HT-Month (Hist-Idx) = WS-Trend-Month
                    AND HT-Class (Hist-Idx) = WS-Class-Code
                   MOVE 'Y' TO WS-Trend-Found
           END-SEARCH.
           IF WS-Trend-Found = 'Y'
               MOVE WS-Class-Code              TO TL-Class
               MOVE WS-Trend-Month             TO TL-Month
               MOVE HT-Turns (Hist-Idx)        TO TL-Turns
               MOVE HT-Days-Supply (Hist-Idx)  TO TL-Days-Supply
               MOVE HT-Fill-Pct (Hist-Idx)     TO TL-Fill-Pct
               MOVE HT-Out-Days (Hist-Idx)     TO TL-Out-Days
               MOVE HT-Flagged (Hist-Idx)      TO TL-Flagged
               WRITE Perform-Line FROM WS-Trend-Line
           ELSE
               MOVE WS-Class-Code  TO TE-Class
               MOVE WS-Trend-Month TO TE-Month
               WRITE Perform-Line FROM WS-Trend-Empty
           END-IF.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
           IF RCP-Result NOT = ZERO
               DISPLAY RCP-Program
                   ' ALREADY RAN TODAY - RERUN CARD REQUIRED'
               MOVE 'E' TO RLP-Severity
               MOVE 'REFUSED - ALREADY RAN TODAY' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 91 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 91 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'I' TO RLP-Severity.
           MOVE 'RUN STARTED' TO RLP-Message.
           MOVE ZERO TO RLP-Count.
           MOVE ZERO TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.

       9000-End-Run-Control.
           MOVE 'E' TO RCP-Request.
           MOVE RETURN-CODE TO RCP-Result.
           CALL 'runCtl' USING Run-Control-Parms.
           IF RETURN-CODE = ZERO
               MOVE 'I' TO RLP-Severity
           ELSE
               MOVE 'W' TO RLP-Severity
           END-IF.
           MOVE 'RUN ENDED' TO RLP-Message.
           MOVE WS-Item-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
