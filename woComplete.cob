       IDENTIFICATION DIVISION.
       PROGRAM-ID. woComplete.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Completion cards from the assembly bench: the work order,
      *> the quantity built (blank for the whole balance), and an
      *> S to short-close the order on what has been built.
           SELECT Completion-File ASSIGN TO "WOCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Completion-Status.
           SELECT Work-Order-File ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Order-Status.
           SELECT BOM-File ASSIGN TO "PRODBOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-Status.
      *> Same Stock master that twoAddValue maintains, keyed the same
      *> way (Stock-ID1); read only here for on-hand and average
      *> cost - moveValues posts the moves this run cuts.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> The component issues and finished-item receipts, in
      *> STOCKTXN layout with a control trailer, for moveValues to
      *> post and empty.
           SELECT Work-Order-Move-File ASSIGN TO "STOCKWOI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Move-Status.
      *> Every card with what was built, at what cost, or why not.
           SELECT Completion-Report ASSIGN TO "WOCMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Completion-File.
       01  Completion-Rec.
           05 WC-WO-Number     PIC 9(6).
           05 WC-Qty           PIC X(5).
           05 WC-Qty-N REDEFINES WC-Qty PIC 9(5).
           05 WC-Short-Close   PIC X.
              88 WC-Is-Short-Close VALUE 'S'.

       FD  Work-Order-File.
       01  Work-Order-Rec.
           COPY WORKORD.

       FD  BOM-File.
       01  BOM-Rec.
           COPY BOMLINE.

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
           05 FILLER     PIC X(26).

       FD  Work-Order-Move-File.
       01  Work-Order-Move-Rec.
           COPY PRODID REPLACING ID-FIELD BY WM-Stock-ID.
           05 WM-Txn-Type     PIC X.
           05 WM-Txn-Qty      PIC 9(5).
           05 WM-Cost         PIC S9(3)V99.
           05 WM-Txn-Date     PIC X(8).
           05 WM-Txn-Doc      PIC X(8).
           05 WM-Txn-Source   PIC X(2).
           05 WM-Txn-Loc      PIC X(3).
           05 WM-Txn-Loc-To   PIC X(3).
           05 WM-Txn-Lot      PIC X(8).
           05 WM-Txn-Pri      PIC 9.
           05 WM-Txn-To-ID    PIC X(10).
           05 WM-Txn-Route    PIC X(6).
       01  Work-Order-Move-Trailer.
           COPY TRAILER.

       FD  Completion-Report.
       01  Completion-Line        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Completion-Status PIC XX.
       01  WS-Work-Order-Status PIC XX.
       01  WS-BOM-Status        PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Move-Status       PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Batch-Pending     PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-BOM-Count         PIC 9(3) VALUE ZERO.
       01  WS-BOM-Sub           PIC 9(3).
       01  WS-WO-Count          PIC 9(3) VALUE ZERO.
       01  WS-WO-Sub            PIC 9(3).
       01  WS-WO-Found          PIC X VALUE 'N'.
       01  WS-Drawn-Count       PIC 9(3) VALUE ZERO.
       01  WS-Need-Count        PIC 9(3) VALUE ZERO.
       01  WS-Need-Sub          PIC 9(3).
       01  WS-Drawn-Found       PIC X VALUE 'N'.
       01  WS-Short-Found       PIC X VALUE 'N'.
       01  WS-Build-Qty         PIC 9(5).
       01  WS-Remaining-Qty     PIC 9(5).
       01  WS-Exact-Need        PIC 9(8)V999.
       01  WS-Need-Qty          PIC 9(7).
       01  WS-Build-Value       PIC 9(9)V99.
       01  WS-Rolled-Cost       PIC 9(7)V99.
      *> The receipt carries its unit cost in the STOCKTXN cost
      *> field, which holds no more than this.
       01  WS-Max-Txn-Cost      PIC 9(3)V99 VALUE 999.99.
       01  WS-Refuse-Reason     PIC X(30).
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Completed-Count   PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-WO-Doc.
           05 FILLER            PIC X(2) VALUE 'WO'.
           05 WD-WO-Number      PIC 9(6).

      *> Every structure line, loaded once for the explosions.
       01  BOM-Table.
           05 BOM-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-BOM-Count.
              10 BL-Parent-ID    PIC X(10).
              10 BL-Component-ID PIC X(10).
              10 BL-Qty-Per      PIC 9(3)V999.

      *> Work orders, loaded whole and rewritten whole.
       01  WO-Table.
           05 WO-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-WO-Count.
              10 WT-Number        PIC 9(6).
              10 WT-Parent-ID     PIC X(10).
              10 WT-Qty           PIC 9(5).
              10 WT-Status        PIC X.
              10 WT-Open-Date     PIC X(8).
              10 WT-Release-Date  PIC X(8).
              10 WT-Completed-Qty PIC 9(5).
              10 WT-Complete-Date PIC X(8).
              10 WT-Unit-Cost     PIC 9(5)V99.

      *> Components already drawn by earlier cards this run: the
      *> master on-hand does not drop until moveValues posts.
       01  Drawn-Table.
           05 Drawn-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Drawn-Count
                  INDEXED BY Drw-Idx.
              10 DR-Item         PIC X(10).
              10 DR-Qty          PIC 9(7).

      *> One completion's explosion: each component, what the built
      *> quantity takes of it, what is free, and its average cost.
       01  Need-Table.
           05 Need-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Need-Count.
              10 ND-Item         PIC X(10).
              10 ND-Need-Qty     PIC 9(7).
              10 ND-Avail-Qty    PIC 9(7).
              10 ND-Unit-Cost    PIC 9(5)V99.

       01  WS-Report-Heading.
           05 FILLER            PIC X(29)
                  VALUE 'WORK ORDER COMPLETION RUN OF '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Completion-Line.
           05 FILLER            PIC X(3) VALUE 'WO '.
           05 CL-WO-Number      PIC 9(6).
           05 FILLER            PIC X(6) VALUE ' ITEM '.
           05 CL-Parent-ID      PIC X(10).
           05 FILLER            PIC X(7) VALUE ' BUILT '.
           05 CL-Qty            PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' COST '.
           05 CL-Unit-Cost      PIC Z(4)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 CL-Result         PIC X(25).
       01  WS-Short-Line.
           05 FILLER            PIC X(13) VALUE '    SHORT    '.
           05 SL-Item           PIC X(10).
           05 FILLER            PIC X(6) VALUE ' NEED '.
           05 SL-Need           PIC Z(6)9.
           05 FILLER            PIC X(7) VALUE ' AVAIL '.
           05 SL-Avail          PIC Z(6)9.
       01  WS-Report-Totals.
           05 FILLER            PIC X(10) VALUE 'COMPLETED '.
           05 RT-Completed      PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' REFUSED '.
           05 RT-Refused        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'WOCOMPLETE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'WOCOMPLETE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0020-Check-Pending-Batch.
           PERFORM 0100-Load-BOM-Table.
           PERFORM 0200-Load-Work-Orders.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Completion-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'WOCMPRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Stock
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Work-Order-Move-File.
           IF WS-Move-Status NOT = '00'
               DISPLAY 'STOCKWOI OPEN FAILED, STATUS=' WS-Move-Status
               MOVE 31 TO RETURN-CODE
               CLOSE Stock
               CLOSE Completion-Report
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Completion-Line FROM WS-Report-Heading.
           PERFORM 1000-Apply-Completions.
           MOVE '*TRL'           TO TR-Mark.
           MOVE WS-Trailer-Count TO TR-Record-Count.
           MOVE WS-Trailer-Hash  TO TR-Hash-Total.
           WRITE Work-Order-Move-Trailer.
           CLOSE Work-Order-Move-File.
           MOVE WS-Completed-Count TO RT-Completed.
           MOVE WS-Refused-Count   TO RT-Refused.
           WRITE Completion-Line FROM WS-Report-Totals.
           CLOSE Completion-Report.
           CLOSE Stock.
           PERFORM 3000-Rewrite-Work-Orders.
           IF WS-Refused-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'COMPLETION CARDS REFUSED' TO RLP-Message
               MOVE WS-Refused-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'WORK ORDER COMPLETIONS: ' WS-Completed-Count
               ' REFUSED: ' WS-Refused-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The last batch of completion moves must have posted before
      *> another is cut: a second batch over an unposted one would
      *> throw it away, and the builds it records with it.
       0020-Check-Pending-Batch.
           OPEN INPUT Work-Order-Move-File.
           IF WS-Move-Status = '00'
               READ Work-Order-Move-File
                   AT END CONTINUE
                   NOT AT END
                       IF Work-Order-Move-Rec (1:4) NOT = '*TRL'
                           MOVE 'Y' TO WS-Batch-Pending
                       END-IF
               END-READ
               CLOSE Work-Order-Move-File
           END-IF.
           IF WS-Batch-Pending = 'Y'
               DISPLAY 'STOCKWOI NOT YET POSTED BY MOVEVALUES - '
                   'NO COMPLETIONS THIS RUN'
               MOVE 'E' TO RLP-Severity
               MOVE 'STOCKWOI NOT YET POSTED' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 94 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 94 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0100-Load-BOM-Table.
           OPEN INPUT BOM-File.
           IF WS-BOM-Status NOT = '00'
               DISPLAY 'PRODBOM OPEN FAILED, STATUS=' WS-BOM-Status
                   ' - NO STRUCTURES ON FILE'
               MOVE 45 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ BOM-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-BOM-Count >= 500
               ADD 1 TO WS-BOM-Count
               MOVE BM-Parent-ID    TO BL-Parent-ID (WS-BOM-Count)
               MOVE BM-Component-ID TO BL-Component-ID (WS-BOM-Count)
               MOVE BM-Qty-Per      TO BL-Qty-Per (WS-BOM-Count)
               READ BOM-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE BOM-File.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'PRODBOM EXCEEDS ' WS-BOM-Count
                   ' LINES - COMPLETION REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'BOM FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-BOM-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A partial load followed by the rewrite would silently drop
      *> every work order past the table - refuse instead.
       0200-Load-Work-Orders.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Work-Order-File.
           IF WS-Work-Order-Status = '00'
               READ Work-Order-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-WO-Count >= 300
                   ADD 1 TO WS-WO-Count
                   MOVE Work-Order-Rec TO WO-Entry (WS-WO-Count)
                   READ Work-Order-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Work-Order-File
           ELSE
               MOVE 'Y' TO WS-Eof-Switch
           END-IF.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'WORKORD EXCEEDS ' WS-WO-Count
                   ' ORDERS - COMPLETION REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'WORK ORDER FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-WO-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       1000-Apply-Completions.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Completion-File.
           IF WS-Completion-Status = '00'
               READ Completion-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM 1100-Apply-One-Completion
                   READ Completion-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Completion-File
           END-IF.

      *> Only a released order builds. The quantity may not run
      *> past the order's balance; a short-close card with nothing
      *> built just closes the order where it stands.
       1100-Apply-One-Completion.
           MOVE SPACES TO WS-Refuse-Reason.
           MOVE 'N' TO WS-Short-Found.
           MOVE ZERO TO WS-Build-Qty.
           MOVE ZERO TO WS-Rolled-Cost.
           MOVE ZERO TO WS-Need-Count.
           PERFORM 1150-Find-Work-Order.
           IF WS-WO-Found = 'Y'
               COMPUTE WS-Remaining-Qty = WT-Qty (WS-WO-Sub)
                   - WT-Completed-Qty (WS-WO-Sub)
               IF WC-Qty = SPACES
                   MOVE WS-Remaining-Qty TO WS-Build-Qty
               ELSE
                   IF WC-Qty-N NUMERIC
                       MOVE WC-Qty-N TO WS-Build-Qty
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-WO-Found = 'N'
                   MOVE 'WORK ORDER NOT ON FILE' TO WS-Refuse-Reason
               WHEN WT-Status (WS-WO-Sub) = 'H'
                   MOVE 'WORK ORDER NOT RELEASED' TO WS-Refuse-Reason
               WHEN WT-Status (WS-WO-Sub) = 'C'
                   MOVE 'WORK ORDER ALREADY CLOSED' TO WS-Refuse-Reason
               WHEN WC-Qty NOT = SPACES AND WC-Qty-N NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC' TO WS-Refuse-Reason
               WHEN WS-Build-Qty = ZERO AND NOT WC-Is-Short-Close
                   MOVE 'NO QUANTITY BUILT' TO WS-Refuse-Reason
               WHEN WS-Build-Qty > WS-Remaining-Qty
                   MOVE 'MORE THAN ORDER BALANCE' TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason = SPACES AND WS-Build-Qty > ZERO
               PERFORM 1200-Explode-Completion
               PERFORM 1300-Check-Components
           END-IF.
           MOVE WC-WO-Number TO CL-WO-Number.
           MOVE SPACES TO CL-Parent-ID.
           IF WS-WO-Found = 'Y'
               MOVE WT-Parent-ID (WS-WO-Sub) TO CL-Parent-ID
           END-IF.
           MOVE WS-Build-Qty TO CL-Qty.
           MOVE WS-Rolled-Cost TO CL-Unit-Cost.
           IF WS-Refuse-Reason NOT = SPACES
               MOVE WS-Refuse-Reason TO CL-Result
               WRITE Completion-Line FROM WS-Completion-Line
               IF WS-Short-Found = 'Y'
                   PERFORM 1350-List-Shortages
               END-IF
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 1400-Post-Completion
               WRITE Completion-Line FROM WS-Completion-Line
               ADD 1 TO WS-Completed-Count
           END-IF.

       1150-Find-Work-Order.
           MOVE 'N' TO WS-WO-Found.
           PERFORM VARYING WS-WO-Sub FROM 1 BY 1
                   UNTIL WS-WO-Sub > WS-WO-Count
                      OR WS-WO-Found = 'Y'
               IF WT-Number (WS-WO-Sub) = WC-WO-Number
                   MOVE 'Y' TO WS-WO-Found
               END-IF
           END-PERFORM.
           IF WS-WO-Found = 'Y'
               SUBTRACT 1 FROM WS-WO-Sub
           END-IF.

      *> Component needs round up to whole units, the same as at
      *> release; each carries the master's average cost.
       1200-Explode-Completion.
           PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
                   UNTIL WS-BOM-Sub > WS-BOM-Count
               IF BL-Parent-ID (WS-BOM-Sub) = WT-Parent-ID (WS-WO-Sub)
                  AND WS-Need-Count < 100
                   COMPUTE WS-Exact-Need =
                       BL-Qty-Per (WS-BOM-Sub) * WS-Build-Qty
                   MOVE WS-Exact-Need TO WS-Need-Qty
                   IF WS-Need-Qty < WS-Exact-Need
                       ADD 1 TO WS-Need-Qty
                   END-IF
                   ADD 1 TO WS-Need-Count
                   MOVE BL-Component-ID (WS-BOM-Sub)
                       TO ND-Item (WS-Need-Count)
                   MOVE WS-Need-Qty TO ND-Need-Qty (WS-Need-Count)
                   MOVE ZERO TO ND-Avail-Qty (WS-Need-Count)
                   MOVE ZERO TO ND-Unit-Cost (WS-Need-Count)
               END-IF
           END-PERFORM.

      *> Every component has to be on the shelf in full, net of
      *> what earlier cards drew. The finished item's unit cost is
      *> the components' value over the quantity built, and has to
      *> fit the cost field the receipt carries.
       1300-Check-Components.
           MOVE 'N' TO WS-Short-Found.
           MOVE ZERO TO WS-Build-Value.
           PERFORM VARYING WS-Need-Sub FROM 1 BY 1
                   UNTIL WS-Need-Sub > WS-Need-Count
               MOVE ND-Item (WS-Need-Sub) TO Stock-ID1
               READ Stock
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE Stock-Qty-On-Hand
                           TO ND-Avail-Qty (WS-Need-Sub)
                       MOVE Stock-Unit-Cost
                           TO ND-Unit-Cost (WS-Need-Sub)
               END-READ
               PERFORM 1500-Find-Drawn
               IF WS-Drawn-Found = 'Y'
                   IF ND-Avail-Qty (WS-Need-Sub) > DR-Qty (Drw-Idx)
                       SUBTRACT DR-Qty (Drw-Idx)
                           FROM ND-Avail-Qty (WS-Need-Sub)
                   ELSE
                       MOVE ZERO TO ND-Avail-Qty (WS-Need-Sub)
                   END-IF
               END-IF
               IF ND-Avail-Qty (WS-Need-Sub) < ND-Need-Qty (WS-Need-Sub)
                   MOVE 'Y' TO WS-Short-Found
               END-IF
               COMPUTE WS-Build-Value = WS-Build-Value
                   + ND-Need-Qty (WS-Need-Sub)
                   * ND-Unit-Cost (WS-Need-Sub)
           END-PERFORM.
           COMPUTE WS-Rolled-Cost ROUNDED =
               WS-Build-Value / WS-Build-Qty.
           EVALUATE TRUE
               WHEN WS-Need-Count = ZERO
                   MOVE 'NO STRUCTURE ON FILE' TO WS-Refuse-Reason
               WHEN WS-Short-Found = 'Y'
                   MOVE 'COMPONENTS SHORT' TO WS-Refuse-Reason
               WHEN WS-Rolled-Cost > WS-Max-Txn-Cost
                   MOVE 'UNIT COST OVER 999.99' TO WS-Refuse-Reason
               WHEN WS-Drawn-Count + WS-Need-Count > 500
                   MOVE 'DRAWN TABLE FULL' TO WS-Refuse-Reason
           END-EVALUATE.

       1350-List-Shortages.
           PERFORM VARYING WS-Need-Sub FROM 1 BY 1
                   UNTIL WS-Need-Sub > WS-Need-Count
               IF ND-Avail-Qty (WS-Need-Sub) < ND-Need-Qty (WS-Need-Sub)
                   MOVE ND-Item (WS-Need-Sub)      TO SL-Item
                   MOVE ND-Need-Qty (WS-Need-Sub)  TO SL-Need
                   MOVE ND-Avail-Qty (WS-Need-Sub) TO SL-Avail
                   WRITE Completion-Line FROM WS-Short-Line
               END-IF
           END-PERFORM.

      *> Components go out as issues and the built quantity comes
      *> in as a receipt at the rolled cost, all under the work
      *> order number, so the ledger ties the build together.
       1400-Post-Completion.
           MOVE WT-Number (WS-WO-Sub) TO WD-WO-Number.
           PERFORM VARYING WS-Need-Sub FROM 1 BY 1
                   UNTIL WS-Need-Sub > WS-Need-Count
               MOVE SPACES TO Work-Order-Move-Rec
               MOVE ND-Item (WS-Need-Sub)     TO WM-Stock-ID
               MOVE 'I'                       TO WM-Txn-Type
               MOVE ND-Need-Qty (WS-Need-Sub) TO WM-Txn-Qty
               MOVE ZERO                      TO WM-Cost
               PERFORM 1450-Write-Move
               PERFORM 1500-Find-Drawn
               IF WS-Drawn-Found = 'N'
                   ADD 1 TO WS-Drawn-Count
                   SET Drw-Idx TO WS-Drawn-Count
                   MOVE ND-Item (WS-Need-Sub) TO DR-Item (Drw-Idx)
                   MOVE ZERO TO DR-Qty (Drw-Idx)
               END-IF
               ADD ND-Need-Qty (WS-Need-Sub) TO DR-Qty (Drw-Idx)
           END-PERFORM.
           IF WS-Build-Qty > ZERO
               MOVE SPACES TO Work-Order-Move-Rec
               MOVE WT-Parent-ID (WS-WO-Sub) TO WM-Stock-ID
               MOVE 'R'                      TO WM-Txn-Type
               MOVE WS-Build-Qty             TO WM-Txn-Qty
               MOVE WS-Rolled-Cost           TO WM-Cost
               PERFORM 1450-Write-Move
               MOVE WS-Rolled-Cost TO WT-Unit-Cost (WS-WO-Sub)
           END-IF.
           ADD WS-Build-Qty TO WT-Completed-Qty (WS-WO-Sub).
           IF WT-Completed-Qty (WS-WO-Sub) NOT < WT-Qty (WS-WO-Sub)
               MOVE 'C'      TO WT-Status (WS-WO-Sub)
               MOVE WS-Today TO WT-Complete-Date (WS-WO-Sub)
               MOVE 'COMPLETED - ORDER CLOSED' TO CL-Result
           ELSE
               IF WC-Is-Short-Close
                   MOVE 'C'      TO WT-Status (WS-WO-Sub)
                   MOVE WS-Today TO WT-Complete-Date (WS-WO-Sub)
                   MOVE 'SHORT-CLOSED' TO CL-Result
               ELSE
                   MOVE 'COMPLETED - ORDER OPEN' TO CL-Result
               END-IF
           END-IF.

       1450-Write-Move.
           MOVE WS-Today  TO WM-Txn-Date.
           MOVE WS-WO-Doc TO WM-Txn-Doc.
           MOVE 'WO'      TO WM-Txn-Source.
           MOVE ZERO      TO WM-Txn-Pri.
           WRITE Work-Order-Move-Rec.
           ADD 1 TO WS-Trailer-Count.
           ADD WM-Txn-Qty TO WS-Trailer-Hash.

       1500-Find-Drawn.
           MOVE 'N' TO WS-Drawn-Found.
           SET Drw-Idx TO 1.
           SEARCH Drawn-Entry
               AT END CONTINUE
               WHEN DR-Item (Drw-Idx) = ND-Item (WS-Need-Sub)
                   MOVE 'Y' TO WS-Drawn-Found
           END-SEARCH.

       3000-Rewrite-Work-Orders.
           OPEN OUTPUT Work-Order-File.
           PERFORM VARYING WS-WO-Sub FROM 1 BY 1
                   UNTIL WS-WO-Sub > WS-WO-Count
               MOVE WO-Entry (WS-WO-Sub) TO Work-Order-Rec
               WRITE Work-Order-Rec
           END-PERFORM.
           CLOSE Work-Order-File.

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
           MOVE WS-Completed-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
