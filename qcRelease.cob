           SELECT Spec-File ASSIGN TO "MEASSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Spec-Status.
      *> The receipt's own sample readings, judged in or out of spec
      *> by itemMeasure; where the item has a sampling plan these,
      *> not the running average, decide the lot.
           SELECT Lot-Reading-File ASSIGN TO "MEASLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Reading-Status.
      *> Sampling plans by inspection level and lot size, the same
      *> table poReceive prints the inspection instruction from.
           SELECT Plan-File ASSIGN TO "QCPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Plan-Status.
      *> Each item's inspection level and its run of rejected lots,
      *> read at start and rewritten at the end.
           SELECT Level-File ASSIGN TO "QCLEVEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Level-Status.
      *> Inspector cards moving an item between normal (N) and
      *> tightened (T) inspection; applied before any hold is
      *> judged, so a tightened item's lots decide on the tighter
      *> plan the same run.
           SELECT Level-Card-File ASSIGN TO "QCLVLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Level-Card-Status.
      *> QC disposition cards for holds the measurements cannot
      *> clear: A accepts the receipt anyway, R rejects it to the
      *> vendor return.
           SELECT Location-File ASSIGN TO "STOCKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Location-Status.
      *> Standards in force, as stdCostRoll last left them; an item
      *> with a standard comes into stock at it.
           SELECT Standard-Cost-File ASSIGN TO "STDCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Standard-Status.
      *> A receipt at standard is valued here, so its ledger entry
      *> goes out here, appended to the stock GL extract the way
      *> moveValues posts its movements.
           SELECT Stock-GL-File ASSIGN TO "STOCKGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stock-GL-Status.
      *> Purchase price variance per receipt, for the monthly report.
           SELECT Variance-File ASSIGN TO "PPVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Variance-Status.
           SELECT Vendor-Return-File ASSIGN TO "QCVRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Return-Status.
      *> Every rejected lot is also a nonconformance; ncrMaint
      *> numbers it and quality follows it through to closure.
           SELECT NCR-Event-File ASSIGN TO "NCREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-Event-Status.
           SELECT Release-Report ASSIGN TO "QCRELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           05 IN-Recv-Date    PIC X(8).
           05 IN-Status       PIC X.
           05 IN-Disp-Date    PIC X(8).
           05 IN-Unit-Price   PIC 9(5)V99.
           05 IN-Vendor-Code  PIC X(5).

       FD  History-File.
       01  History-Rec.
           05 Spec-Eff-Date    PIC X(8).
           05 Spec-Status      PIC X.

       FD  Lot-Reading-File.
       01  Lot-Reading-Rec.
           05 ML-PO-Number     PIC 9(6).
           05 ML-Item-ID       PIC X(6).
           05 ML-Lot           PIC X(8).
           05 ML-Measure       PIC 9(5)V9.
           05 ML-Date          PIC X(8).
           05 ML-Result        PIC X.
              88 ML-Is-Good       VALUE 'G'.
              88 ML-Is-Bad        VALUE 'B'.
              88 ML-Is-Unjudged   VALUE 'U'.

       FD  Plan-File.
       01  Plan-Rec.
           COPY QCPLAN.

       FD  Level-File.
       01  Level-Rec.
           COPY QCLEVEL.

       FD  Level-Card-File.
       01  Level-Card-Rec.
           05 LC-Item-ID       PIC X(6).
           05 LC-Level         PIC X.
           05 LC-Inspector     PIC X(8).

       FD  Disposition-File.
       01  Disposition-Rec.
           05 DP-PO-Number    PIC 9(6).
           05 LC-Location     PIC X(3).
           05 LC-Qty          PIC 9(5).

       FD  Standard-Cost-File.
       01  Standard-Cost-Rec.
           COPY STDCOST.

       FD  Stock-GL-File.
       01  Stock-GL-Line.
           05 SG-Ref          PIC X(20).
           05 SG-Dr-Cr        PIC X.
           05 SG-Account      PIC X(8).
           05 SG-Amount       PIC 9(7)V99.
           05 SG-Date         PIC X(8).
           05 SG-Reason       PIC X(3).

       FD  Variance-File.
       01  Variance-Rec.
           COPY PPVHIST.

       FD  Vendor-Return-File.
       01  Vendor-Return-Rec.
           05 VR-PO-Number    PIC 9(6).
           05 VR-Lot          PIC X(8).
           05 VR-Reason       PIC X(25).

       FD  NCR-Event-File.
       01  NCR-Event-Rec.
           COPY NCREVENT.

       FD  Release-Report.
       01  Release-Report-Line PIC X(80).

      *> releases; the same default moveValues uses.
       01  WS-Default-Location  PIC X(3) VALUE 'MN '.
       01  WS-Return-Status     PIC XX.
       01  WS-NCR-Event-Status  PIC XX.
       01  WS-Standard-Status   PIC XX.
       01  WS-Stock-GL-Status   PIC XX.
       01  WS-Variance-Status   PIC XX.
       01  WS-Std-Eof           PIC X VALUE 'N'.
       01  WS-Std-Count         PIC 9(3) VALUE ZERO.
       01  WS-Std-Found         PIC X VALUE 'N'.
       01  WS-Receipt-Price     PIC 9(5)V99.
       01  WS-Standard-Value    PIC 9(7)V99.
       01  WS-Receipt-Value     PIC 9(7)V99.
       01  WS-Variance-Amount   PIC S9(7)V99.
       01  WS-PPV-Total         PIC S9(9)V99 VALUE ZERO.
      *> Inventory, receiving accrual, and purchase price variance
      *> accounts; fixed the way moveValues fixes its accounts.
       01  WS-Inventory-Account PIC X(8) VALUE '13100000'.
       01  WS-Payable-Accrual   PIC X(8) VALUE '21100000'.
       01  WS-PPV-Account       PIC X(8) VALUE '51500000'.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-History-Eof       PIC X VALUE 'N'.
       01  WS-Sel-Low-Tol       PIC 9(5)V9.
       01  WS-Sel-High-Tol      PIC 9(5)V9.
       01  WS-Spec-Sub          PIC 9(3).
       01  WS-Lot-Reading-Status PIC XX.
       01  WS-Plan-Status       PIC XX.
       01  WS-Level-Status      PIC XX.
       01  WS-Level-Card-Status PIC XX.
       01  WS-Reading-Eof       PIC X VALUE 'N'.
       01  WS-Plan-Eof          PIC X VALUE 'N'.
       01  WS-Level-Eof         PIC X VALUE 'N'.
       01  WS-Card-Eof          PIC X VALUE 'N'.
       01  WS-Plan-Count        PIC 9(3) VALUE ZERO.
       01  WS-Level-Count       PIC 9(3) VALUE ZERO.
       01  WS-Plan-Found        PIC X VALUE 'N'.
       01  WS-Level-Found       PIC X VALUE 'N'.
       01  WS-Plan-Item         PIC X(6).
       01  WS-Plan-Level        PIC X.
       01  WS-Plan-Qty          PIC 9(5).
       01  WS-Plan-Sample       PIC 9(5).
       01  WS-Plan-Reject-No    PIC 9(4).
       01  WS-Plan-Sub          PIC 9(3).
      *> A plan-judged hold: A accept, R reject, H too few readings
      *> or no verdict yet; space when the item has no plan.
       01  WS-Plan-Decision     PIC X.
       01  WS-Return-Reason     PIC X(25).
      *> This many lots of an item rejected in a row puts it on the
      *> report as a candidate for tightened inspection.
       01  WS-Tighten-After     PIC 9(3) VALUE 2.
       01  WS-Tighten-Count     PIC 9(5) VALUE ZERO.
       01  WS-Report-Detail.
           05 RR-Stock-ID1    PIC X(10).
           05 FILLER          PIC X(4) VALUE ' PO='.
           05 RR-Qty          PIC Z(4)9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RR-Disposition  PIC X(10).
           05 RR-Sample-Text  PIC X(29).
       01  WS-Sample-Part.
           05 FILLER          PIC X(5) VALUE ' LVL '.
           05 SR-Level        PIC X.
           05 FILLER          PIC X(6) VALUE ' READ '.
           05 SR-Read         PIC ZZZ9.
           05 FILLER          PIC X VALUE '/'.
           05 SR-Sample       PIC ZZZ9.
           05 FILLER          PIC X(5) VALUE ' BAD '.
           05 SR-Bad          PIC ZZ9.
       01  WS-Level-Line.
           05 FILLER          PIC X(6) VALUE 'LEVEL '.
           05 LL-Item-ID      PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 LL-Text         PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 LL-Inspector    PIC X(8).

      *> Holds held in storage while they dispose, then the file
      *> rewritten with every receipt's standing disposition.
              10 HT-Recv-Date  PIC X(8).
              10 HT-Status     PIC X.
              10 HT-Disp-Date  PIC X(8).
              10 HT-Unit-Price PIC 9(5)V99.
              10 HT-Vendor-Code PIC X(5).
              10 HT-Read-Count PIC 9(5).
              10 HT-Bad-Count  PIC 9(5).

      *> Sampling plans by level and receipt-quantity range.
       01  Plan-Table.
           05 Plan-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Plan-Count
                  INDEXED BY Plan-Idx.
              10 PL-Item-ID      PIC X(6).
              10 PL-Level        PIC X.
              10 PL-Low-Qty      PIC 9(5).
              10 PL-High-Qty     PIC 9(5).
              10 PL-Sample-Size  PIC 9(4).
              10 PL-Accept-No    PIC 9(3).
              10 PL-Reject-No    PIC 9(3).

       01  Level-Table.
           05 Level-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Level-Count
                  INDEXED BY Level-Idx.
              10 LV-Item-ID      PIC X(6).
              10 LV-Level        PIC X.
              10 LV-Reject-Run   PIC 9(3).
              10 LV-Changed-Date PIC X(8).
              10 LV-Inspector    PIC X(8).

       01  Std-Table.
           05 Std-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Std-Count
                  INDEXED BY Std-Idx.
              10 STT-Stock-ID1   PIC X(10).
              10 STT-Std-Cost    PIC 9(5)V99.

       01  Stat-Table.
           05 Stat-Entry OCCURS 0 TO 100 TIMES
           PERFORM 0200-Load-Measure-Stats.
           PERFORM 0300-Load-Spec-Table.
           PERFORM 0400-Load-Dispositions.
           PERFORM 0500-Load-Standards.
           PERFORM 0150-Count-Lot-Readings.
           PERFORM 0600-Load-Plan-Table.
           PERFORM 0700-Load-Level-Table.
           OPEN I-O Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
               CLOSE Stock
               STOP RUN
           END-IF.
      *> Rejects accumulate until the return-to-vendor run turns
      *> them into return authorizations and empties the file.
           OPEN EXTEND Vendor-Return-File.
           IF WS-Return-Status = '35'
               OPEN OUTPUT Vendor-Return-File
           END-IF.
           OPEN EXTEND NCR-Event-File.
           IF WS-NCR-Event-Status = '35'
               OPEN OUTPUT NCR-Event-File
           END-IF.
           OPEN EXTEND Stock-GL-File.
           IF WS-Stock-GL-Status NOT = '00'
               DISPLAY 'STOCKGLX OPEN FAILED, STATUS='
                   WS-Stock-GL-Status
           END-IF.
           OPEN EXTEND Variance-File.
           IF WS-Variance-Status = '35'
               OPEN OUTPUT Variance-File
           END-IF.
           OPEN OUTPUT Release-Report.
           PERFORM 0800-Apply-Level-Cards.
           PERFORM VARYING Hold-Idx FROM 1 BY 1
                   UNTIL Hold-Idx > WS-Hold-Count
               IF HT-Status (Hold-Idx) = 'H'
           CLOSE Lot-File.
           CLOSE Location-File.
           CLOSE Vendor-Return-File.
           CLOSE NCR-Event-File.
           CLOSE Stock-GL-File.
           CLOSE Variance-File.
           CLOSE Release-Report.
           PERFORM 2000-Rewrite-Holds.
           PERFORM 2100-Rewrite-Levels.
           IF WS-Tighten-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'ITEMS DUE FOR TIGHTENED INSPECTION'
                   TO RLP-Message
               MOVE WS-Tighten-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'HOLDS ACCEPTED: ' WS-Accepted-Count
               ' REJECTED: ' WS-Rejected-Count
               ' STILL HELD: ' WS-Still-Held-Count
               ' PPV: ' WS-PPV-Total.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

               MOVE IN-Recv-Date TO HT-Recv-Date (WS-Hold-Count)
               MOVE IN-Status    TO HT-Status (WS-Hold-Count)
               MOVE IN-Disp-Date TO HT-Disp-Date (WS-Hold-Count)
               MOVE IN-Unit-Price TO HT-Unit-Price (WS-Hold-Count)
               MOVE IN-Vendor-Code TO HT-Vendor-Code (WS-Hold-Count)
               MOVE ZERO TO HT-Read-Count (WS-Hold-Count)
               MOVE ZERO TO HT-Bad-Count (WS-Hold-Count)
               READ Inspection-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               STOP RUN
           END-IF.

      *> Every judged sample reading counts toward the held lot it
      *> was tagged with - same PO, item, and lot. Readings for lots
      *> already disposed, and pieces with no spec to judge them
      *> against, count toward nothing.
       0150-Count-Lot-Readings.
           OPEN INPUT Lot-Reading-File.
           IF WS-Lot-Reading-Status = '00'
               READ Lot-Reading-File
                   AT END MOVE 'Y' TO WS-Reading-Eof
               END-READ
               PERFORM UNTIL WS-Reading-Eof = 'Y'
                   IF ML-Is-Good OR ML-Is-Bad
                       PERFORM VARYING Hold-Idx FROM 1 BY 1
                               UNTIL Hold-Idx > WS-Hold-Count
                           IF HT-Status (Hold-Idx) = 'H'
                              AND HT-PO-Number (Hold-Idx) = ML-PO-Number
                              AND HT-Stock-ID1 (Hold-Idx) (1:6)
                                  = ML-Item-ID
                              AND HT-Lot (Hold-Idx) = ML-Lot
                               ADD 1 TO HT-Read-Count (Hold-Idx)
                               IF ML-Is-Bad
                                   ADD 1 TO HT-Bad-Count (Hold-Idx)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
                   READ Lot-Reading-File
                       AT END MOVE 'Y' TO WS-Reading-Eof
                   END-READ
               END-PERFORM
               CLOSE Lot-Reading-File
           END-IF.

       0200-Load-Measure-Stats.
           OPEN INPUT History-File.
           IF WS-History-Status = '00'
               CLOSE Disposition-File
           END-IF.

      *> No file simply means no standards yet - every item then
      *> comes in the way it always has. Only the cost is needed
      *> here; stdCostRoll owns the file.
       0500-Load-Standards.
           OPEN INPUT Standard-Cost-File.
           IF WS-Standard-Status = '00'
               READ Standard-Cost-File
                   AT END MOVE 'Y' TO WS-Std-Eof
               END-READ
               PERFORM UNTIL WS-Std-Eof = 'Y' OR WS-Std-Count >= 500
                   ADD 1 TO WS-Std-Count
                   MOVE SC-Stock-ID1 TO STT-Stock-ID1 (WS-Std-Count)
                   MOVE SC-Std-Cost  TO STT-Std-Cost (WS-Std-Count)
                   READ Standard-Cost-File
                       AT END MOVE 'Y' TO WS-Std-Eof
                   END-READ
               END-PERFORM
               CLOSE Standard-Cost-File
               IF WS-Std-Eof = 'N'
                   DISPLAY 'STDCOST EXCEEDS ' WS-Std-Count
                       ' ITEMS - RELEASE REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'STANDARD COST FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Std-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
           END-IF.

      *> An item with a sampling plan is decided by its own lot's
      *> sample readings against the plan; an item without one still
      *> clears on its running average inside the spec in effect
      *> today. A hold the measurements cannot clear waits for QC's
      *> card - which may accept a failed lot anyway - and without
      *> one it simply stays held.
       1000-Dispose-One-Hold.
           MOVE 'N' TO WS-Measured-Ok.
           MOVE 'OUT OF TOLERANCE' TO WS-Return-Reason.
           PERFORM 1050-Check-Sampling-Plan.
           IF WS-Plan-Decision = SPACE
               PERFORM 1100-Check-Measurements
           END-IF.
           PERFORM 1200-Find-Disposition.
           EVALUATE TRUE
               WHEN WS-Plan-Decision = 'A'
                   PERFORM 1300-Accept-To-Stock
                   MOVE 'PLAN-ACC  ' TO RR-Disposition
                   PERFORM 1500-Write-Report-Line
               WHEN WS-Measured-Ok = 'Y'
                   PERFORM 1300-Accept-To-Stock
                   MOVE 'MEAS-OK   ' TO RR-Disposition
                   PERFORM 1400-Reject-To-Vendor
                   MOVE 'QC-REJECT ' TO RR-Disposition
                   PERFORM 1500-Write-Report-Line
               WHEN WS-Plan-Decision = 'R'
                   MOVE 'SAMPLE FAILED PLAN' TO WS-Return-Reason
                   PERFORM 1400-Reject-To-Vendor
                   MOVE 'PLAN-REJ  ' TO RR-Disposition
                   PERFORM 1500-Write-Report-Line
               WHEN WS-Plan-Decision = 'H'
                   ADD 1 TO WS-Still-Held-Count
                   MOVE 'HELD-SMPL ' TO RR-Disposition
                   PERFORM 1500-Write-Report-Line
               WHEN OTHER
                   ADD 1 TO WS-Still-Held-Count
                   MOVE 'HELD      ' TO RR-Disposition
                   PERFORM 1500-Write-Report-Line
           END-EVALUATE.

      *> Reject numbers decide first: once that many pieces are out
      *> of spec no further reading can save the lot. Otherwise the
      *> full sample must be in before the accept number can pass
      *> it; a count between the two needs QC's card.
       1050-Check-Sampling-Plan.
           MOVE SPACE TO WS-Plan-Decision.
           MOVE HT-Stock-ID1 (Hold-Idx) (1:6) TO WS-Plan-Item.
           MOVE HT-Qty (Hold-Idx) TO WS-Plan-Qty.
           PERFORM 1060-Select-Sampling-Plan.
           IF WS-Plan-Found = 'Y'
               IF PL-Reject-No (WS-Plan-Sub)
                    > PL-Accept-No (WS-Plan-Sub)
                   MOVE PL-Reject-No (WS-Plan-Sub) TO WS-Plan-Reject-No
               ELSE
                   COMPUTE WS-Plan-Reject-No =
                       PL-Accept-No (WS-Plan-Sub) + 1
               END-IF
               EVALUATE TRUE
                   WHEN HT-Bad-Count (Hold-Idx) NOT < WS-Plan-Reject-No
                       MOVE 'R' TO WS-Plan-Decision
                   WHEN HT-Read-Count (Hold-Idx) < WS-Plan-Sample
                       MOVE 'H' TO WS-Plan-Decision
                   WHEN HT-Bad-Count (Hold-Idx)
                        NOT > PL-Accept-No (WS-Plan-Sub)
                       MOVE 'A' TO WS-Plan-Decision
                   WHEN OTHER
                       MOVE 'H' TO WS-Plan-Decision
               END-EVALUATE
           END-IF.

      *> The same selection poReceive printed the instruction from:
      *> the item's own plan at its level before the level's general
      *> plan, and the normal plan for a tightened item that has no
      *> tightened plan on file.
       1060-Select-Sampling-Plan.
           MOVE 'N' TO WS-Plan-Level.
           PERFORM 1080-Find-Level.
           IF WS-Level-Found = 'Y' AND LV-Level (Level-Idx) = 'T'
               MOVE 'T' TO WS-Plan-Level
           END-IF.
           PERFORM 1070-Find-Plan-Row.
           IF WS-Plan-Found = 'N' AND WS-Plan-Level = 'T'
               MOVE 'N' TO WS-Plan-Level
               PERFORM 1070-Find-Plan-Row
           END-IF.
           IF WS-Plan-Found = 'Y'
               MOVE PL-Sample-Size (WS-Plan-Sub) TO WS-Plan-Sample
               IF WS-Plan-Sample > WS-Plan-Qty
                   MOVE WS-Plan-Qty TO WS-Plan-Sample
               END-IF
           END-IF.

       1070-Find-Plan-Row.
           MOVE 'N' TO WS-Plan-Found.
           PERFORM VARYING Plan-Idx FROM 1 BY 1
                   UNTIL Plan-Idx > WS-Plan-Count
               IF PL-Level (Plan-Idx) = WS-Plan-Level
                    AND WS-Plan-Qty NOT < PL-Low-Qty (Plan-Idx)
                    AND WS-Plan-Qty NOT > PL-High-Qty (Plan-Idx)
                   IF PL-Item-ID (Plan-Idx) = WS-Plan-Item
                       MOVE 'Y' TO WS-Plan-Found
                       SET WS-Plan-Sub TO Plan-Idx
                   ELSE
                       IF PL-Item-ID (Plan-Idx) = SPACES
                            AND WS-Plan-Found = 'N'
                           MOVE 'G' TO WS-Plan-Found
                           SET WS-Plan-Sub TO Plan-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Plan-Found = 'G'
               MOVE 'Y' TO WS-Plan-Found
           END-IF.

       1080-Find-Level.
           MOVE 'N' TO WS-Level-Found.
           SET Level-Idx TO 1.
           SEARCH Level-Entry
               AT END CONTINUE
               WHEN LV-Item-ID (Level-Idx) = WS-Plan-Item
                   MOVE 'Y' TO WS-Level-Found
           END-SEARCH.

       1100-Check-Measurements.
           MOVE 'N' TO WS-Measured-Ok.
           MOVE 'N' TO WS-Stat-Found.
                       HT-Stock-ID1 (Hold-Idx)
               NOT INVALID KEY
                   ADD HT-Qty (Hold-Idx) TO Stock-Qty-On-Hand
                   PERFORM 1320-Find-Standard
                   IF WS-Std-Found = 'Y'
                       MOVE STT-Std-Cost (Std-Idx) TO Stock-Unit-Cost
                   END-IF
                   REWRITE Stock-Record
                       INVALID KEY
                           DISPLAY 'ACCEPT REWRITE FAILED: '
                           MOVE 'A' TO HT-Status (Hold-Idx)
                           MOVE WS-Today TO HT-Disp-Date (Hold-Idx)
                           ADD 1 TO WS-Accepted-Count
                           MOVE HT-Stock-ID1 (Hold-Idx) (1:6)
                               TO WS-Plan-Item
                           PERFORM 1080-Find-Level
                           IF WS-Level-Found = 'Y'
                               MOVE ZERO TO LV-Reject-Run (Level-Idx)
                           END-IF
                           IF WS-Std-Found = 'Y'
                               PERFORM 1350-Post-Standard-Receipt
                           END-IF
                           MOVE HT-Stock-ID1 (Hold-Idx)
                               TO LC-Stock-ID1
                           MOVE WS-Default-Location TO LC-Location
                   END-REWRITE
           END-READ.

       1320-Find-Standard.
           MOVE 'N' TO WS-Std-Found.
           SET Std-Idx TO 1.
           SEARCH Std-Entry
               AT END CONTINUE
               WHEN STT-Stock-ID1 (Std-Idx) = HT-Stock-ID1 (Hold-Idx)
                   MOVE 'Y' TO WS-Std-Found
           END-SEARCH.

      *> Inventory takes the receipt at standard, the accrual is
      *> relieved at what the PO says was paid, and the difference
      *> is purchase price variance - a debit when the vendor cost
      *> more than standard. A hold from before the price rode on
      *> it, or a no-charge line, comes in at standard with no
      *> variance.
       1350-Post-Standard-Receipt.
           IF HT-Unit-Price (Hold-Idx) NUMERIC
                AND HT-Unit-Price (Hold-Idx) > ZERO
               MOVE HT-Unit-Price (Hold-Idx) TO WS-Receipt-Price
           ELSE
               MOVE STT-Std-Cost (Std-Idx) TO WS-Receipt-Price
           END-IF.
           COMPUTE WS-Standard-Value ROUNDED =
               HT-Qty (Hold-Idx) * STT-Std-Cost (Std-Idx).
           COMPUTE WS-Receipt-Value ROUNDED =
               HT-Qty (Hold-Idx) * WS-Receipt-Price.
           COMPUTE WS-Variance-Amount =
               WS-Receipt-Value - WS-Standard-Value.
           ADD WS-Variance-Amount TO WS-PPV-Total.
           MOVE SPACES TO SG-Ref.
           STRING 'PO' HT-PO-Number (Hold-Idx) ' '
               HT-Stock-ID1 (Hold-Idx)
               DELIMITED BY SIZE INTO SG-Ref.
           MOVE WS-Today TO SG-Date.
           MOVE SPACES   TO SG-Reason.
           IF WS-Standard-Value > ZERO
               MOVE 'D' TO SG-Dr-Cr
               MOVE WS-Inventory-Account TO SG-Account
               MOVE WS-Standard-Value TO SG-Amount
               WRITE Stock-GL-Line
           END-IF.
           IF WS-Receipt-Value > ZERO
               MOVE 'C' TO SG-Dr-Cr
               MOVE WS-Payable-Accrual TO SG-Account
               MOVE WS-Receipt-Value TO SG-Amount
               WRITE Stock-GL-Line
           END-IF.
           IF WS-Variance-Amount NOT = ZERO
               IF WS-Variance-Amount > ZERO
                   MOVE 'D' TO SG-Dr-Cr
                   MOVE WS-Variance-Amount TO SG-Amount
               ELSE
                   MOVE 'C' TO SG-Dr-Cr
                   COMPUTE SG-Amount = ZERO - WS-Variance-Amount
               END-IF
               MOVE WS-PPV-Account TO SG-Account
               WRITE Stock-GL-Line
           END-IF.
           MOVE WS-Today                 TO PV-Date.
           MOVE 'P'                      TO PV-Type.
           MOVE HT-Stock-ID1 (Hold-Idx)  TO PV-Stock-ID1.
           MOVE HT-Vendor-Code (Hold-Idx) TO PV-Vendor-Code.
           MOVE HT-PO-Number (Hold-Idx)  TO PV-PO-Number.
           MOVE HT-Qty (Hold-Idx)        TO PV-Qty.
           MOVE STT-Std-Cost (Std-Idx)   TO PV-Base-Price.
           MOVE WS-Receipt-Price         TO PV-Actual-Price.
           MOVE WS-Variance-Amount       TO PV-Variance.
           WRITE Variance-Rec.

       1400-Reject-To-Vendor.
           MOVE 'R' TO HT-Status (Hold-Idx).
           MOVE WS-Today TO HT-Disp-Date (Hold-Idx).
           MOVE HT-Stock-ID1 (Hold-Idx) TO VR-Stock-ID1.
           MOVE HT-Qty (Hold-Idx)       TO VR-Qty.
           MOVE HT-Lot (Hold-Idx)       TO VR-Lot.
           MOVE WS-Return-Reason        TO VR-Reason.
           WRITE Vendor-Return-Rec.
           MOVE 'R'                     TO NE-Source.
           MOVE WS-Today                TO NE-Date.
           MOVE HT-Stock-ID1 (Hold-Idx) (1:6) TO NE-Item-ID.
           MOVE HT-Vendor-Code (Hold-Idx) TO NE-Vendor-Code.
           MOVE HT-PO-Number (Hold-Idx) TO NE-PO-Number.
           MOVE HT-Lot (Hold-Idx)       TO NE-Lot.
           MOVE HT-Qty (Hold-Idx)       TO NE-Qty.
           MOVE SPACES                  TO NE-Gauge-ID.
           MOVE WS-Return-Reason        TO NE-Text.
           WRITE NCR-Event-Rec.
           PERFORM 1410-Count-Item-Rejection.

      *> Lots of one item rejected in a row; at the limit an item
      *> still on normal inspection is put in front of the inspector
      *> - moving it to tightened is the inspector's call, by card.
       1410-Count-Item-Rejection.
           MOVE HT-Stock-ID1 (Hold-Idx) (1:6) TO WS-Plan-Item.
           PERFORM 1080-Find-Level.
           IF WS-Level-Found = 'N'
               IF WS-Level-Count < 500
                   ADD 1 TO WS-Level-Count
                   SET Level-Idx TO WS-Level-Count
                   MOVE WS-Plan-Item TO LV-Item-ID (Level-Idx)
                   MOVE 'N'    TO LV-Level (Level-Idx)
                   MOVE ZERO   TO LV-Reject-Run (Level-Idx)
                   MOVE SPACES TO LV-Changed-Date (Level-Idx)
                   MOVE SPACES TO LV-Inspector (Level-Idx)
                   MOVE 'Y' TO WS-Level-Found
               ELSE
                   DISPLAY 'LEVEL TABLE FULL, REJECTION NOT COUNTED: '
                       WS-Plan-Item
               END-IF
           END-IF.
           IF WS-Level-Found = 'Y'
               ADD 1 TO LV-Reject-Run (Level-Idx)
               IF LV-Reject-Run (Level-Idx) = WS-Tighten-After
                    AND LV-Level (Level-Idx) NOT = 'T'
                   ADD 1 TO WS-Tighten-Count
                   MOVE WS-Plan-Item TO LL-Item-ID
                   MOVE 'LOTS REJECTED - TIGHTEN?' TO LL-Text
                   MOVE SPACES TO LL-Inspector
                   WRITE Release-Report-Line FROM WS-Level-Line
               END-IF
           END-IF.

       1500-Write-Report-Line.
           MOVE HT-Stock-ID1 (Hold-Idx) TO RR-Stock-ID1.
           MOVE HT-PO-Number (Hold-Idx) TO RR-PO-Number.
           MOVE HT-Qty (Hold-Idx)       TO RR-Qty.
           IF WS-Plan-Decision = SPACE
               MOVE SPACES TO RR-Sample-Text
           ELSE
               MOVE WS-Plan-Level TO SR-Level
               MOVE HT-Read-Count (Hold-Idx) TO SR-Read
               MOVE WS-Plan-Sample TO SR-Sample
               MOVE HT-Bad-Count (Hold-Idx) TO SR-Bad
               MOVE WS-Sample-Part TO RR-Sample-Text
           END-IF.
           WRITE Release-Report-Line FROM WS-Report-Detail.

      *> Disposed holds stay on file as the per-receipt disposition
               MOVE HT-Recv-Date (Hold-Idx) TO IN-Recv-Date
               MOVE HT-Status (Hold-Idx)    TO IN-Status
               MOVE HT-Disp-Date (Hold-Idx) TO IN-Disp-Date
               MOVE HT-Unit-Price (Hold-Idx) TO IN-Unit-Price
               MOVE HT-Vendor-Code (Hold-Idx) TO IN-Vendor-Code
               WRITE Inspection-Rec
           END-PERFORM.
           CLOSE Inspection-File.

      *> Items with no level record inspect at normal; a file left
      *> short would lose the levels past the table, so refuse.
       0700-Load-Level-Table.
           OPEN INPUT Level-File.
           IF WS-Level-Status = '00'
               READ Level-File
                   AT END MOVE 'Y' TO WS-Level-Eof
               END-READ
               PERFORM UNTIL WS-Level-Eof = 'Y'
                       OR WS-Level-Count >= 500
                   ADD 1 TO WS-Level-Count
                   MOVE QL-Item-ID TO LV-Item-ID (WS-Level-Count)
                   MOVE QL-Level   TO LV-Level (WS-Level-Count)
                   IF QL-Reject-Run NUMERIC
                       MOVE QL-Reject-Run
                           TO LV-Reject-Run (WS-Level-Count)
                   ELSE
                       MOVE ZERO TO LV-Reject-Run (WS-Level-Count)
                   END-IF
                   MOVE QL-Changed-Date
                       TO LV-Changed-Date (WS-Level-Count)
                   MOVE QL-Inspector TO LV-Inspector (WS-Level-Count)
                   READ Level-File
                       AT END MOVE 'Y' TO WS-Level-Eof
                   END-READ
               END-PERFORM
               CLOSE Level-File
               IF WS-Level-Eof = 'N'
                   DISPLAY 'QCLEVEL EXCEEDS ' WS-Level-Count
                       ' ITEMS - RELEASE REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'QC LEVEL FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Level-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
           END-IF.

      *> No plans on file means every item releases the way it
      *> always has, on its running average.
       0600-Load-Plan-Table.
           OPEN INPUT Plan-File.
           IF WS-Plan-Status = '00'
               READ Plan-File
                   AT END MOVE 'Y' TO WS-Plan-Eof
               END-READ
               PERFORM UNTIL WS-Plan-Eof = 'Y' OR WS-Plan-Count >= 300
                   ADD 1 TO WS-Plan-Count
                   MOVE QP-Item-ID     TO PL-Item-ID (WS-Plan-Count)
                   MOVE QP-Level       TO PL-Level (WS-Plan-Count)
                   MOVE QP-Low-Qty     TO PL-Low-Qty (WS-Plan-Count)
                   MOVE QP-High-Qty    TO PL-High-Qty (WS-Plan-Count)
                   MOVE QP-Sample-Size
                       TO PL-Sample-Size (WS-Plan-Count)
                   MOVE QP-Accept-No   TO PL-Accept-No (WS-Plan-Count)
                   MOVE QP-Reject-No   TO PL-Reject-No (WS-Plan-Count)
                   READ Plan-File
                       AT END MOVE 'Y' TO WS-Plan-Eof
                   END-READ
               END-PERFORM
               CLOSE Plan-File
               IF WS-Plan-Eof = 'N'
                   DISPLAY 'QCPLAN EXCEEDS ' WS-Plan-Count
                       ' PLANS - LATER PLANS IGNORED'
               END-IF
           END-IF.

      *> Each card sets the item's level and who set it; a change of
      *> level starts the rejection run over.
       0800-Apply-Level-Cards.
           OPEN INPUT Level-Card-File.
           IF WS-Level-Card-Status = '00'
               READ Level-Card-File
                   AT END MOVE 'Y' TO WS-Card-Eof
               END-READ
               PERFORM UNTIL WS-Card-Eof = 'Y'
                   PERFORM 0810-Apply-One-Level-Card
                   READ Level-Card-File
                       AT END MOVE 'Y' TO WS-Card-Eof
                   END-READ
               END-PERFORM
               CLOSE Level-Card-File
           END-IF.

       0810-Apply-One-Level-Card.
           MOVE LC-Item-ID   TO WS-Plan-Item.
           MOVE LC-Item-ID   TO LL-Item-ID.
           MOVE LC-Inspector TO LL-Inspector.
           PERFORM 1080-Find-Level.
           EVALUATE TRUE
               WHEN LC-Level NOT = 'N' AND LC-Level NOT = 'T'
                   MOVE 'CARD REJECTED - LEVEL NOT N/T' TO LL-Text
               WHEN LC-Item-ID = SPACES
                   MOVE 'CARD REJECTED - NO ITEM' TO LL-Text
               WHEN WS-Level-Found = 'N' AND WS-Level-Count >= 500
                   MOVE 'CARD REJECTED - TABLE FULL' TO LL-Text
               WHEN OTHER
                   IF WS-Level-Found = 'N'
                       ADD 1 TO WS-Level-Count
                       SET Level-Idx TO WS-Level-Count
                       MOVE LC-Item-ID TO LV-Item-ID (Level-Idx)
                       MOVE SPACE TO LV-Level (Level-Idx)
                       MOVE ZERO  TO LV-Reject-Run (Level-Idx)
                   END-IF
                   IF LV-Level (Level-Idx) NOT = LC-Level
                       MOVE ZERO TO LV-Reject-Run (Level-Idx)
                   END-IF
                   MOVE LC-Level     TO LV-Level (Level-Idx)
                   MOVE WS-Today     TO LV-Changed-Date (Level-Idx)
                   MOVE LC-Inspector TO LV-Inspector (Level-Idx)
                   IF LC-Level = 'T'
                       MOVE 'SET TO TIGHTENED INSPECTION' TO LL-Text
                   ELSE
                       MOVE 'SET TO NORMAL INSPECTION' TO LL-Text
                   END-IF
           END-EVALUATE.
           WRITE Release-Report-Line FROM WS-Level-Line.

       2100-Rewrite-Levels.
           IF WS-Level-Count > ZERO
               OPEN OUTPUT Level-File
               PERFORM VARYING Level-Idx FROM 1 BY 1
                       UNTIL Level-Idx > WS-Level-Count
                   MOVE LV-Item-ID (Level-Idx)      TO QL-Item-ID
                   MOVE LV-Level (Level-Idx)        TO QL-Level
                   MOVE LV-Reject-Run (Level-Idx)   TO QL-Reject-Run
                   MOVE LV-Changed-Date (Level-Idx) TO QL-Changed-Date
                   MOVE LV-Inspector (Level-Idx)    TO QL-Inspector
                   WRITE Level-Rec
               END-PERFORM
               CLOSE Level-File
           END-IF.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
