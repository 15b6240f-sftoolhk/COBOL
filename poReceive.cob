           SELECT UOM-File ASSIGN TO "POUOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UOM-Status.
      *> Blanket agreements: a release is held to its contract price
      *> and its receipts count against the agreement.
           SELECT Blanket-File ASSIGN TO "BLANKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Blanket-Status.
      *> Receiving sampling plans and each item's inspection level;
      *> together they say how many pieces of a held lot QC must
      *> measure before qcRelease will decide it.
           SELECT Plan-File ASSIGN TO "QCPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Plan-Status.
           SELECT Level-File ASSIGN TO "QCLEVEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Level-Status.
      *> One inspection instruction per receipt put on hold, for the
      *> inspector to take to the dock.
           SELECT Instruction-Report ASSIGN TO "QCINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Instruction-Status.

       DATA DIVISION.
       FILE SECTION.
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  On-Order-File.
       01  On-Order-Rec.
           05 RH-Qty          PIC 9(5).
           05 RH-Date         PIC X(8).

       FD  Blanket-File.
       01  Blanket-Rec.
           COPY BLANKET.

       FD  UOM-File.
       01  UOM-Rec.
           05 UC-Inv-Num      PIC 9(5).
           05 UC-From-UOM     PIC X(2).
           05 UC-Factor       PIC 9(3)V999.

       FD  Plan-File.
       01  Plan-Rec.
           COPY QCPLAN.

       FD  Level-File.
       01  Level-Rec.
           COPY QCLEVEL.

       FD  Instruction-Report.
       01  Instruction-Line       PIC X(80).

       FD  Inspection-File.
       01  Inspection-Rec.
           05 IN-PO-Number    PIC 9(6).
              88 IN-Is-Accepted  VALUE 'A'.
              88 IN-Is-Rejected  VALUE 'R'.
           05 IN-Disp-Date    PIC X(8).
           05 IN-Unit-Price   PIC 9(5)V99.
           05 IN-Vendor-Code  PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-Receiving-Status  PIC XX.
       01  WS-UOM-Count         PIC 9(3) VALUE ZERO.
       01  WS-UOM-Found         PIC X VALUE 'N'.
       01  WS-Stock-Qty         PIC 9(5).
       01  WS-Blanket-Status    PIC XX.
       01  WS-Blanket-Eof       PIC X VALUE 'N'.
       01  WS-Blanket-Count     PIC 9(3) VALUE ZERO.
       01  WS-Blanket-Found     PIC X VALUE 'N'.
       01  WS-Plan-Status       PIC XX.
       01  WS-Level-Status      PIC XX.
       01  WS-Instruction-Status PIC XX.
       01  WS-Plan-Eof          PIC X VALUE 'N'.
       01  WS-Level-Eof         PIC X VALUE 'N'.
       01  WS-Plan-Count        PIC 9(3) VALUE ZERO.
       01  WS-Level-Count       PIC 9(3) VALUE ZERO.
       01  WS-Plan-Found        PIC X VALUE 'N'.
       01  WS-Level-Found       PIC X VALUE 'N'.
       01  WS-Plan-Item         PIC X(6).
       01  WS-Plan-Level        PIC X.
       01  WS-Plan-Qty          PIC 9(5).
       01  WS-Plan-Sample       PIC 9(5).
       01  WS-Plan-Sub          PIC 9(3).
       01  WS-Instruction-Count PIC 9(5) VALUE ZERO.
       01  WS-Instruction-Heading.
           05 FILLER          PIC X(34)
                  VALUE 'RECEIVING INSPECTION INSTRUCTIONS '.
           05 IH-Date         PIC X(8).
       01  WS-Instruction-Detail.
           05 FILLER          PIC X(3) VALUE 'PO '.
           05 IR-PO-Number    PIC 9(6).
           05 FILLER          PIC X(6) VALUE ' ITEM '.
           05 IR-Stock-ID1    PIC X(10).
           05 FILLER          PIC X(5) VALUE ' LOT '.
           05 IR-Lot          PIC X(8).
           05 FILLER          PIC X(5) VALUE ' QTY '.
           05 IR-Qty          PIC Z(4)9.
           05 IR-Plan-Part.
              10 FILLER       PIC X(5) VALUE ' LVL '.
              10 IR-Level     PIC X.
              10 FILLER       PIC X(8) VALUE ' SAMPLE '.
              10 IR-Sample    PIC ZZZ9.
              10 FILLER       PIC X(4) VALUE ' AC '.
              10 IR-Accept    PIC ZZ9.
              10 FILLER       PIC X(4) VALUE ' RE '.
              10 IR-Reject    PIC ZZ9.
           05 IR-No-Plan-Part REDEFINES IR-Plan-Part.
              10 IR-No-Plan-Text PIC X(32).

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

      *> Items an inspector has moved off normal inspection.
       01  Level-Table.
           05 Level-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Level-Count
                  INDEXED BY Level-Idx.
              10 LV-Item-ID      PIC X(6).
              10 LV-Level        PIC X.

      *> The agreements, held while receipts against releases are
      *> counted, then rewritten whole.
       01  Blanket-Table.
           05 Blanket-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Blanket-Count
                  INDEXED BY Blanket-Idx.
              10 BT-Agreement-No    PIC 9(6).
              10 BT-Inv-Num         PIC 9(5).
              10 BT-Vendor-Code     PIC X(5).
              10 BT-Committed-Qty   PIC 9(7).
              10 BT-Contract-Price  PIC 9(5)V99.
              10 BT-Start-Date      PIC X(8).
              10 BT-End-Date        PIC X(8).
              10 BT-Status          PIC X.
              10 BT-Released-Qty    PIC 9(7).
              10 BT-Received-Qty    PIC 9(7).
              10 BT-Last-Release    PIC 9(3).

       01  UOM-Table.
           05 UOM-Entry OCCURS 0 TO 200 TIMES
              10 PT-Order-Date   PIC X(8).
              10 PT-Unit-Price   PIC 9(5)V99.
              10 PT-Inv-Qty      PIC 9(5).
              10 PT-Blanket-No   PIC 9(6).
              10 PT-Release-No   PIC 9(3).

       01  On-Order-Table.
           05 On-Order-Entry OCCURS 0 TO 200 TIMES
           PERFORM 0100-Load-PO-Table.
           PERFORM 0150-Load-UOM-Table.
           PERFORM 0200-Load-On-Order-Table.
           PERFORM 0250-Load-Blanket-Table.
           PERFORM 0270-Load-Plan-Table.
           PERFORM 0280-Load-Level-Table.
           OPEN I-O Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
               CLOSE Stock
               STOP RUN
           END-IF.
           OPEN OUTPUT Instruction-Report.
           IF WS-Instruction-Status NOT = '00'
               DISPLAY 'QCINSTR OPEN FAILED, STATUS='
                   WS-Instruction-Status
           ELSE
               MOVE WS-Today TO IH-Date
               WRITE Instruction-Line FROM WS-Instruction-Heading
           END-IF.
           READ Receiving-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           CLOSE Reject-File.
           CLOSE Receipt-History-File.
           CLOSE Inspection-File.
           IF WS-Instruction-Status = '00'
               CLOSE Instruction-Report
           END-IF.
           PERFORM 2000-Save-PO-Table.
           PERFORM 2100-Save-On-Order-Table.
           PERFORM 2150-Save-Blanket-Table.
           PERFORM 2200-Write-Open-Balance-Report.
           DISPLAY 'RECEIPTS POSTED: ' WS-Received-Count
               ' REJECTED: ' WS-Reject-Count.
                        AND RC-Action = 'E'
                       MOVE 'Y' TO WS-Stock-Posted
                   END-IF
                   IF RC-Program = 'TWOADDVALUE'
                        AND RC-Run-Date = WS-Today
                        AND RC-Action = 'B'
                       MOVE 'N' TO WS-Stock-Posted
                   END-IF
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
                   END-READ
                   ELSE
                       MOVE ZERO TO PT-Inv-Qty (WS-PO-Count)
                   END-IF
                   IF PO-Blanket-No NUMERIC
                      AND PO-Release-No NUMERIC
                       MOVE PO-Blanket-No
                           TO PT-Blanket-No (WS-PO-Count)
                       MOVE PO-Release-No
                           TO PT-Release-No (WS-PO-Count)
                   ELSE
                       MOVE ZERO TO PT-Blanket-No (WS-PO-Count)
                       MOVE ZERO TO PT-Release-No (WS-PO-Count)
                   END-IF
                   READ PO-File
                       AT END MOVE 'Y' TO WS-PO-Eof
                   END-READ
               CLOSE On-Order-File
           END-IF.

      *> No file simply means no agreements. A partial load would
      *> rewrite BLANKET short and lose agreements - refuse instead.
       0250-Load-Blanket-Table.
           OPEN INPUT Blanket-File.
           IF WS-Blanket-Status = '00'
               READ Blanket-File
                   AT END MOVE 'Y' TO WS-Blanket-Eof
               END-READ
               PERFORM UNTIL WS-Blanket-Eof = 'Y'
                       OR WS-Blanket-Count >= 200
                   ADD 1 TO WS-Blanket-Count
                   PERFORM 0260-Load-One-Blanket
                   READ Blanket-File
                       AT END MOVE 'Y' TO WS-Blanket-Eof
                   END-READ
               END-PERFORM
               CLOSE Blanket-File
           ELSE
               MOVE 'Y' TO WS-Blanket-Eof
           END-IF.
           IF WS-Blanket-Eof = 'N'
               DISPLAY 'BLANKET EXCEEDS ' WS-Blanket-Count
                   ' AGREEMENTS - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'BLANKET FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Blanket-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0260-Load-One-Blanket.
           MOVE BK-Agreement-No   TO BT-Agreement-No (WS-Blanket-Count).
           MOVE BK-Inv-Num        TO BT-Inv-Num (WS-Blanket-Count).
           MOVE BK-Vendor-Code    TO BT-Vendor-Code (WS-Blanket-Count).
           MOVE BK-Committed-Qty
               TO BT-Committed-Qty (WS-Blanket-Count).
           MOVE BK-Contract-Price
               TO BT-Contract-Price (WS-Blanket-Count).
           MOVE BK-Start-Date     TO BT-Start-Date (WS-Blanket-Count).
           MOVE BK-End-Date       TO BT-End-Date (WS-Blanket-Count).
           MOVE BK-Status         TO BT-Status (WS-Blanket-Count).
           IF BK-Released-Qty NUMERIC
               MOVE BK-Released-Qty
                   TO BT-Released-Qty (WS-Blanket-Count)
           ELSE
               MOVE ZERO TO BT-Released-Qty (WS-Blanket-Count)
           END-IF.
           IF BK-Received-Qty NUMERIC
               MOVE BK-Received-Qty
                   TO BT-Received-Qty (WS-Blanket-Count)
           ELSE
               MOVE ZERO TO BT-Received-Qty (WS-Blanket-Count)
           END-IF.
           IF BK-Last-Release NUMERIC
               MOVE BK-Last-Release
                   TO BT-Last-Release (WS-Blanket-Count)
           ELSE
               MOVE ZERO TO BT-Last-Release (WS-Blanket-Count)
           END-IF.

      *> No file means no plans yet: every hold then releases on the
      *> item's running average the way it always has.
       0270-Load-Plan-Table.
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

       0280-Load-Level-Table.
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
                   READ Level-File
                       AT END MOVE 'Y' TO WS-Level-Eof
                   END-READ
               END-PERFORM
               CLOSE Level-File
           END-IF.

       1000-Process-Receipt.
           MOVE 'N' TO WS-PO-Found.
           SET PO-Idx TO 1.
      *> waiting); the on-order figure drops by what actually came.
       1100-Post-Partial-Receipt.
           ADD WS-Stock-Qty TO PT-Recv-Qty (PO-Idx).
           IF PT-Blanket-No (PO-Idx) > ZERO
               PERFORM 1170-Apply-To-Blanket
           END-IF.
           MOVE PT-Inv-Num (PO-Idx) TO WS-Recv-Inv-Num.
           MOVE WS-Stock-Qty TO WS-Relieve-Qty.
           PERFORM 1200-Relieve-On-Order.
                   ' STILL OPEN FOR ' WS-Remaining-Qty
           END-IF.

      *> A release pays the contract price whatever the line was
      *> altered to since it was cut; the match proves the invoice
      *> against the price put back here.
       1170-Apply-To-Blanket.
           MOVE 'N' TO WS-Blanket-Found.
           SET Blanket-Idx TO 1.
           SEARCH Blanket-Entry
               AT END CONTINUE
               WHEN BT-Agreement-No (Blanket-Idx) =
                    PT-Blanket-No (PO-Idx)
                   MOVE 'Y' TO WS-Blanket-Found
           END-SEARCH.
           IF WS-Blanket-Found = 'Y'
               ADD WS-Stock-Qty TO BT-Received-Qty (Blanket-Idx)
               IF PT-Unit-Price (PO-Idx) NOT =
                  BT-Contract-Price (Blanket-Idx)
                   DISPLAY 'PO ' RV-PO-Number ' RELEASE '
                       PT-Release-No (PO-Idx) ' PRICE '
                       PT-Unit-Price (PO-Idx)
                       ' RESET TO CONTRACT PRICE '
                       BT-Contract-Price (Blanket-Idx)
                   MOVE BT-Contract-Price (Blanket-Idx)
                       TO PT-Unit-Price (PO-Idx)
               END-IF
           ELSE
               DISPLAY 'PO ' RV-PO-Number ' RELEASE AGAINST BLANKET '
                   PT-Blanket-No (PO-Idx) ' NOT ON FILE'
           END-IF.

       1150-Short-Close-PO.
           MOVE 'C' TO PT-Status (PO-Idx).
           MOVE PT-Inv-Num (PO-Idx) TO WS-Recv-Inv-Num.
      *> The item is proved against the master, but the quantity
      *> lands in inspection hold, not on the issuable on-hand;
      *> qcRelease posts it to stock (and its lot to STOCKLOT)
      *> once the measurements say so. The price and vendor ride
      *> on the hold so the acceptance can value it against the
      *> item's standard.
       1300-Post-Receipt-To-Stock.
           MOVE SPACES TO Stock-ID1.
           MOVE WS-Recv-Inv-Num TO Stock-ID1 (1:5).
                   MOVE WS-Today     TO IN-Recv-Date
                   MOVE 'H'          TO IN-Status
                   MOVE SPACES       TO IN-Disp-Date
                   MOVE PT-Unit-Price (PO-Idx)  TO IN-Unit-Price
                   MOVE PT-Vendor-Code (PO-Idx) TO IN-Vendor-Code
                   WRITE Inspection-Rec
                   DISPLAY 'RECEIPT HELD FOR INSPECTION: '
                       Stock-ID1 ' QTY ' WS-Stock-Qty
                   PERFORM 1350-Write-Inspection-Instruction
           END-READ.

      *> The instruction carries exactly the plan qcRelease will
      *> hold the lot to; a sample larger than the lot means every
      *> piece is measured.
       1350-Write-Inspection-Instruction.
           MOVE Stock-ID1 (1:6) TO WS-Plan-Item.
           MOVE WS-Stock-Qty    TO WS-Plan-Qty.
           PERFORM 1360-Select-Sampling-Plan.
           MOVE RV-PO-Number TO IR-PO-Number.
           MOVE Stock-ID1    TO IR-Stock-ID1.
           MOVE RV-Lot       TO IR-Lot.
           MOVE WS-Stock-Qty TO IR-Qty.
           IF WS-Plan-Found = 'Y'
               MOVE WS-Plan-Level TO IR-Level
               MOVE WS-Plan-Sample TO IR-Sample
               MOVE PL-Accept-No (WS-Plan-Sub) TO IR-Accept
               MOVE PL-Reject-No (WS-Plan-Sub) TO IR-Reject
           ELSE
               MOVE ' NO SAMPLING PLAN - ITEM AVERAGE'
                   TO IR-No-Plan-Text
           END-IF.
           IF WS-Instruction-Status = '00'
               WRITE Instruction-Line FROM WS-Instruction-Detail
               ADD 1 TO WS-Instruction-Count
           END-IF.

      *> The item's own plan at its level before the level's general
      *> plan; an item on tightened inspection with no tightened plan
      *> on file inspects to the normal one. qcRelease selects the
      *> same way.
       1360-Select-Sampling-Plan.
           MOVE 'N' TO WS-Level-Found.
           MOVE 'N' TO WS-Plan-Level.
           SET Level-Idx TO 1.
           SEARCH Level-Entry
               AT END CONTINUE
               WHEN LV-Item-ID (Level-Idx) = WS-Plan-Item
                   MOVE 'Y' TO WS-Level-Found
                   IF LV-Level (Level-Idx) = 'T'
                       MOVE 'T' TO WS-Plan-Level
                   END-IF
           END-SEARCH.
           PERFORM 1370-Find-Plan-Row.
           IF WS-Plan-Found = 'N' AND WS-Plan-Level = 'T'
               MOVE 'N' TO WS-Plan-Level
               PERFORM 1370-Find-Plan-Row
           END-IF.
           IF WS-Plan-Found = 'Y'
               MOVE PL-Sample-Size (WS-Plan-Sub) TO WS-Plan-Sample
               IF WS-Plan-Sample > WS-Plan-Qty
                   MOVE WS-Plan-Qty TO WS-Plan-Sample
               END-IF
           END-IF.

       1370-Find-Plan-Row.
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

       1400-Write-Reject.
           MOVE RV-PO-Number TO RJ-PO-Number.
           MOVE RV-Qty       TO RJ-Qty.
               MOVE PT-Order-Date (PO-Idx)  TO PO-Order-Date
               MOVE PT-Unit-Price (PO-Idx)  TO PO-Unit-Price
               MOVE PT-Inv-Qty (PO-Idx)     TO PO-Inv-Qty
               MOVE PT-Blanket-No (PO-Idx)  TO PO-Blanket-No
               MOVE PT-Release-No (PO-Idx)  TO PO-Release-No
               WRITE PO-Rec
           END-PERFORM.
           CLOSE PO-File.
               END-IF
           END-PERFORM.
           CLOSE On-Order-File.

       2150-Save-Blanket-Table.
           IF WS-Blanket-Count > ZERO
               OPEN OUTPUT Blanket-File
               PERFORM VARYING Blanket-Idx FROM 1 BY 1
                       UNTIL Blanket-Idx > WS-Blanket-Count
                   MOVE BT-Agreement-No (Blanket-Idx)
                       TO BK-Agreement-No
                   MOVE BT-Inv-Num (Blanket-Idx)     TO BK-Inv-Num
                   MOVE BT-Vendor-Code (Blanket-Idx) TO BK-Vendor-Code
                   MOVE BT-Committed-Qty (Blanket-Idx)
                       TO BK-Committed-Qty
                   MOVE BT-Contract-Price (Blanket-Idx)
                       TO BK-Contract-Price
                   MOVE BT-Start-Date (Blanket-Idx)  TO BK-Start-Date
                   MOVE BT-End-Date (Blanket-Idx)    TO BK-End-Date
                   MOVE BT-Status (Blanket-Idx)      TO BK-Status
                   MOVE BT-Released-Qty (Blanket-Idx)
                       TO BK-Released-Qty
                   MOVE BT-Received-Qty (Blanket-Idx)
                       TO BK-Received-Qty
                   MOVE BT-Last-Release (Blanket-Idx)
                       TO BK-Last-Release
                   WRITE Blanket-Rec
               END-PERFORM
               CLOSE Blanket-File
           END-IF.
      *> Every line still open lists with its vendor and its age in
      *> days; the oldest balances are the calls purchasing makes.
       2200-Write-Open-Balance-Report.
