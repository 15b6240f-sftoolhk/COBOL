       IDENTIFICATION DIVISION.
       PROGRAM-ID. woRelease.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Build requests: one card per assembled product and the
      *> quantity to build. Each becomes a new work order.
           SELECT Request-File ASSIGN TO "WOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Request-Status.
      *> Product structures bomMaint keeps: what goes into one of
      *> each assembled product.
           SELECT BOM-File ASSIGN TO "PRODBOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-Status.
      *> Same Stock master that twoAddValue maintains, keyed the same
      *> way (Stock-ID1); read only here - nothing moves until the
      *> work order is completed.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> Work orders carried across runs, held and released alike.
           SELECT Work-Order-File ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Order-Status.
      *> Last work-order number, carried forward the same way
      *> PONBRCTL carries the PO number.
           SELECT Control-Number-File ASSIGN TO "WOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
      *> Completion moves woComplete has cut and moveValues has not
      *> yet posted: their issues are still in the master on-hand.
           SELECT Work-Order-Move-File ASSIGN TO "STOCKWOI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Move-Status.
      *> What was released or held this run, with every component
      *> the stockroom cannot yet cover.
           SELECT Release-Report ASSIGN TO "WORELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Request-File.
       01  Request-Rec.
           05 RQ-Parent-ID     PIC X(10).
           05 RQ-Qty           PIC 9(5).

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

       FD  Work-Order-File.
       01  Work-Order-Rec.
           COPY WORKORD.

       FD  Control-Number-File.
       01  Control-Number-Rec     PIC 9(6).

       FD  Work-Order-Move-File.
       01  Work-Order-Move-Rec.
           COPY PRODID REPLACING ID-FIELD BY WM-Stock-ID.
           05 WM-Txn-Type     PIC X.
           05 WM-Txn-Qty      PIC 9(5).
           05 FILLER          PIC X(54).

       FD  Release-Report.
       01  Release-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Request-Status    PIC XX.
       01  WS-BOM-Status        PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Work-Order-Status PIC XX.
       01  WS-Control-Status    PIC XX.
       01  WS-Move-Status       PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Last-WO-Number    PIC 9(6) VALUE ZERO.
       01  WS-BOM-Count         PIC 9(3) VALUE ZERO.
       01  WS-BOM-Sub           PIC 9(3).
       01  WS-WO-Count          PIC 9(3) VALUE ZERO.
       01  WS-WO-Sub            PIC 9(3).
       01  WS-Commit-Count      PIC 9(3) VALUE ZERO.
       01  WS-Need-Count        PIC 9(3) VALUE ZERO.
       01  WS-Need-Sub          PIC 9(3).
       01  WS-Commit-Item       PIC X(10).
       01  WS-Commit-Qty        PIC 9(7).
       01  WS-Commit-Found      PIC X VALUE 'N'.
       01  WS-Build-Qty         PIC 9(5).
       01  WS-Exact-Need        PIC 9(8)V999.
       01  WS-Need-Qty          PIC 9(7).
       01  WS-Short-Found       PIC X VALUE 'N'.
       01  WS-Released-Count    PIC 9(5) VALUE ZERO.
       01  WS-Held-Count        PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refuse-Reason     PIC X(30).

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

      *> Component quantity already spoken for: the unbuilt balance
      *> of every released order, plus completion issues still
      *> waiting on moveValues. Held back from the master on-hand
      *> before a new order may claim it.
       01  Commit-Table.
           05 Commit-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Commit-Count
                  INDEXED BY Com-Idx.
              10 CMT-Item        PIC X(10).
              10 CMT-Qty         PIC 9(7).

      *> One order's explosion: each component, what the order needs
      *> of it and what is free to take.
       01  Need-Table.
           05 Need-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Need-Count.
              10 ND-Item         PIC X(10).
              10 ND-Need-Qty     PIC 9(7).
              10 ND-Avail-Qty    PIC 9(7).

       01  WS-Report-Heading.
           05 FILLER            PIC X(26)
                  VALUE 'WORK ORDER RELEASE RUN OF '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Order-Line.
           05 FILLER            PIC X(3) VALUE 'WO '.
           05 OL-WO-Number      PIC 9(6).
           05 FILLER            PIC X(6) VALUE ' ITEM '.
           05 OL-Parent-ID      PIC X(10).
           05 FILLER            PIC X(5) VALUE ' QTY '.
           05 OL-Qty            PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 OL-Result         PIC X(30).
       01  WS-Short-Line.
           05 FILLER            PIC X(13) VALUE '    SHORT    '.
           05 SL-Item           PIC X(10).
           05 FILLER            PIC X(6) VALUE ' NEED '.
           05 SL-Need           PIC Z(6)9.
           05 FILLER            PIC X(7) VALUE ' AVAIL '.
           05 SL-Avail          PIC Z(6)9.
           05 FILLER            PIC X(7) VALUE ' SHORT '.
           05 SL-Short          PIC Z(6)9.
       01  WS-Report-Totals.
           05 FILLER            PIC X(9) VALUE 'RELEASED '.
           05 RT-Released       PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' HELD '.
           05 RT-Held           PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' REFUSED '.
           05 RT-Refused        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'WORELEASE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'WORELEASE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-BOM-Table.
           PERFORM 0200-Load-Work-Orders.
           PERFORM 0300-Read-Last-WO-Number.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Release-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'WORELRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Stock
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Release-Line FROM WS-Report-Heading.
           PERFORM 0400-Load-Commitments.
           PERFORM 1000-Recheck-Held-Orders.
           PERFORM 2000-Open-Requested-Orders.
           MOVE WS-Released-Count TO RT-Released.
           MOVE WS-Held-Count     TO RT-Held.
           MOVE WS-Refused-Count  TO RT-Refused.
           WRITE Release-Line FROM WS-Report-Totals.
           CLOSE Release-Report.
           CLOSE Stock.
           PERFORM 3000-Rewrite-Work-Orders.
           PERFORM 3100-Save-Last-WO-Number.
           IF WS-Held-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'WORK ORDERS HELD FOR COMPONENT SHORTAGE'
                   TO RLP-Message
               MOVE WS-Held-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'WORK ORDERS RELEASED: ' WS-Released-Count
               ' HELD: ' WS-Held-Count
               ' REFUSED: ' WS-Refused-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

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
                   ' LINES - RELEASE REFUSED'
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
                   ' ORDERS - RELEASE REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'WORK ORDER FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-WO-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0300-Read-Last-WO-Number.
           OPEN INPUT Control-Number-File.
           IF WS-Control-Status = '00'
               READ Control-Number-File
                   AT END CONTINUE
                   NOT AT END
                       MOVE Control-Number-Rec TO WS-Last-WO-Number
               END-READ
               CLOSE Control-Number-File
           END-IF.

      *> Released orders claim what they have still to build; an
      *> unposted completion batch claims its issues until
      *> moveValues takes them out of the on-hand.
       0400-Load-Commitments.
           PERFORM VARYING WS-WO-Sub FROM 1 BY 1
                   UNTIL WS-WO-Sub > WS-WO-Count
               IF WT-Status (WS-WO-Sub) = 'R'
                  AND WT-Qty (WS-WO-Sub) > WT-Completed-Qty (WS-WO-Sub)
                   COMPUTE WS-Build-Qty = WT-Qty (WS-WO-Sub)
                       - WT-Completed-Qty (WS-WO-Sub)
                   PERFORM 1100-Explode-Order
                   PERFORM 1300-Commit-Needs
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Work-Order-Move-File.
           IF WS-Move-Status = '00'
               READ Work-Order-Move-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF Work-Order-Move-Rec (1:4) NOT = '*TRL'
                      AND WM-Txn-Type = 'I'
                       MOVE WM-Stock-ID TO WS-Commit-Item
                       MOVE WM-Txn-Qty  TO WS-Commit-Qty
                       PERFORM 1400-Add-Commitment
                   END-IF
                   READ Work-Order-Move-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Work-Order-Move-File
           END-IF.

      *> Held orders go first, oldest first, so a new request never
      *> jumps the queue for stock an earlier order was waiting on.
       1000-Recheck-Held-Orders.
           PERFORM VARYING WS-WO-Sub FROM 1 BY 1
                   UNTIL WS-WO-Sub > WS-WO-Count
               IF WT-Status (WS-WO-Sub) = 'H'
                   COMPUTE WS-Build-Qty = WT-Qty (WS-WO-Sub)
                       - WT-Completed-Qty (WS-WO-Sub)
                   PERFORM 1050-Try-Release
               END-IF
           END-PERFORM.

      *> Released only when every component is covered in full; a
      *> part release would strand components at the bench.
       1050-Try-Release.
           PERFORM 1100-Explode-Order.
           PERFORM 1200-Check-Availability.
           MOVE WT-Number (WS-WO-Sub)    TO OL-WO-Number.
           MOVE WT-Parent-ID (WS-WO-Sub) TO OL-Parent-ID.
           MOVE WS-Build-Qty             TO OL-Qty.
           IF WS-Short-Found = 'N'
               MOVE 'R'      TO WT-Status (WS-WO-Sub)
               MOVE WS-Today TO WT-Release-Date (WS-WO-Sub)
               PERFORM 1300-Commit-Needs
               ADD 1 TO WS-Released-Count
               MOVE 'RELEASED' TO OL-Result
               WRITE Release-Line FROM WS-Order-Line
           ELSE
               MOVE 'H' TO WT-Status (WS-WO-Sub)
               ADD 1 TO WS-Held-Count
               MOVE 'HELD - COMPONENTS SHORT' TO OL-Result
               WRITE Release-Line FROM WS-Order-Line
               PERFORM 1250-List-Shortages
           END-IF.

      *> Needs are rounded up to whole units: a fraction of a
      *> component still has to come off the shelf as one.
       1100-Explode-Order.
           MOVE ZERO TO WS-Need-Count.
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
               END-IF
           END-PERFORM.

       1200-Check-Availability.
           MOVE 'N' TO WS-Short-Found.
           PERFORM VARYING WS-Need-Sub FROM 1 BY 1
                   UNTIL WS-Need-Sub > WS-Need-Count
               MOVE ZERO TO ND-Avail-Qty (WS-Need-Sub)
               MOVE ND-Item (WS-Need-Sub) TO Stock-ID1
               READ Stock
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE Stock-Qty-On-Hand
                           TO ND-Avail-Qty (WS-Need-Sub)
               END-READ
               MOVE ND-Item (WS-Need-Sub) TO WS-Commit-Item
               MOVE ZERO TO WS-Commit-Qty
               PERFORM 1400-Add-Commitment
               IF WS-Commit-Found = 'Y'
                   IF ND-Avail-Qty (WS-Need-Sub) > CMT-Qty (Com-Idx)
                       SUBTRACT CMT-Qty (Com-Idx)
                           FROM ND-Avail-Qty (WS-Need-Sub)
                   ELSE
                       MOVE ZERO TO ND-Avail-Qty (WS-Need-Sub)
                   END-IF
               END-IF
               IF ND-Avail-Qty (WS-Need-Sub) < ND-Need-Qty (WS-Need-Sub)
                  OR WS-Commit-Found = 'N'
                   MOVE 'Y' TO WS-Short-Found
               END-IF
           END-PERFORM.

       1250-List-Shortages.
           PERFORM VARYING WS-Need-Sub FROM 1 BY 1
                   UNTIL WS-Need-Sub > WS-Need-Count
               IF ND-Avail-Qty (WS-Need-Sub) < ND-Need-Qty (WS-Need-Sub)
                   MOVE ND-Item (WS-Need-Sub)      TO SL-Item
                   MOVE ND-Need-Qty (WS-Need-Sub)  TO SL-Need
                   MOVE ND-Avail-Qty (WS-Need-Sub) TO SL-Avail
                   COMPUTE SL-Short = ND-Need-Qty (WS-Need-Sub)
                       - ND-Avail-Qty (WS-Need-Sub)
                   WRITE Release-Line FROM WS-Short-Line
               END-IF
           END-PERFORM.

       1300-Commit-Needs.
           PERFORM VARYING WS-Need-Sub FROM 1 BY 1
                   UNTIL WS-Need-Sub > WS-Need-Count
               MOVE ND-Item (WS-Need-Sub)     TO WS-Commit-Item
               MOVE ND-Need-Qty (WS-Need-Sub) TO WS-Commit-Qty
               PERFORM 1400-Add-Commitment
           END-PERFORM.

      *> Finds the item's commitment, opening one if there is room,
      *> and adds the quantity to it. A full table leaves the flag
      *> off and the caller treats the item as unavailable.
       1400-Add-Commitment.
           MOVE 'N' TO WS-Commit-Found.
           SET Com-Idx TO 1.
           SEARCH Commit-Entry
               AT END CONTINUE
               WHEN CMT-Item (Com-Idx) = WS-Commit-Item
                   MOVE 'Y' TO WS-Commit-Found
           END-SEARCH.
           IF WS-Commit-Found = 'N' AND WS-Commit-Count < 500
               ADD 1 TO WS-Commit-Count
               SET Com-Idx TO WS-Commit-Count
               MOVE WS-Commit-Item TO CMT-Item (Com-Idx)
               MOVE ZERO TO CMT-Qty (Com-Idx)
               MOVE 'Y' TO WS-Commit-Found
           END-IF.
           IF WS-Commit-Found = 'Y'
               ADD WS-Commit-Qty TO CMT-Qty (Com-Idx)
           END-IF.

       2000-Open-Requested-Orders.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Request-File.
           IF WS-Request-Status = '00'
               READ Request-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM 2100-Open-One-Order
                   READ Request-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Request-File
           END-IF.

      *> A product with no structure has nothing to build from.
       2100-Open-One-Order.
           MOVE SPACES TO WS-Refuse-Reason.
           MOVE 'N' TO WS-Short-Found.
           PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
                   UNTIL WS-BOM-Sub > WS-BOM-Count
               IF BL-Parent-ID (WS-BOM-Sub) = RQ-Parent-ID
                   MOVE 'Y' TO WS-Short-Found
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RQ-Qty NOT NUMERIC OR RQ-Qty = ZERO
                   MOVE 'REFUSED - NO BUILD QUANTITY'
                       TO WS-Refuse-Reason
               WHEN WS-Short-Found = 'N'
                   MOVE 'REFUSED - NO STRUCTURE ON FILE'
                       TO WS-Refuse-Reason
               WHEN WS-WO-Count >= 300
                   MOVE 'REFUSED - WORK ORDER FILE FULL'
                       TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason NOT = SPACES
               MOVE ZERO          TO OL-WO-Number
               MOVE RQ-Parent-ID  TO OL-Parent-ID
               MOVE ZERO          TO OL-Qty
               IF RQ-Qty NUMERIC
                   MOVE RQ-Qty TO OL-Qty
               END-IF
               MOVE WS-Refuse-Reason TO OL-Result
               WRITE Release-Line FROM WS-Order-Line
               ADD 1 TO WS-Refused-Count
           ELSE
               ADD 1 TO WS-Last-WO-Number
               ADD 1 TO WS-WO-Count
               MOVE WS-WO-Count       TO WS-WO-Sub
               MOVE WS-Last-WO-Number TO WT-Number (WS-WO-Sub)
               MOVE RQ-Parent-ID      TO WT-Parent-ID (WS-WO-Sub)
               MOVE RQ-Qty            TO WT-Qty (WS-WO-Sub)
               MOVE 'H'               TO WT-Status (WS-WO-Sub)
               MOVE WS-Today          TO WT-Open-Date (WS-WO-Sub)
               MOVE SPACES            TO WT-Release-Date (WS-WO-Sub)
               MOVE ZERO              TO WT-Completed-Qty (WS-WO-Sub)
               MOVE SPACES            TO WT-Complete-Date (WS-WO-Sub)
               MOVE ZERO              TO WT-Unit-Cost (WS-WO-Sub)
               MOVE RQ-Qty            TO WS-Build-Qty
               PERFORM 1050-Try-Release
           END-IF.

       3000-Rewrite-Work-Orders.
           OPEN OUTPUT Work-Order-File.
           PERFORM VARYING WS-WO-Sub FROM 1 BY 1
                   UNTIL WS-WO-Sub > WS-WO-Count
               MOVE WO-Entry (WS-WO-Sub) TO Work-Order-Rec
               WRITE Work-Order-Rec
           END-PERFORM.
           CLOSE Work-Order-File.

       3100-Save-Last-WO-Number.
           OPEN OUTPUT Control-Number-File.
           MOVE WS-Last-WO-Number TO Control-Number-Rec.
           WRITE Control-Number-Rec.
           CLOSE Control-Number-File.

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
           MOVE WS-Released-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
