           SELECT UOM-File ASSIGN TO "POUOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UOM-Status.
      *> Blanket agreements: an item covered by a live agreement is
      *> released against it at the contract price instead of being
      *> sourced afresh.
           SELECT Blanket-File ASSIGN TO "BLANKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Blanket-Status.
      *> Product master, for supersessions: a superseded code is
      *> never ordered - its successor is ordered in its place.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
           SELECT PO-File ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-Status.
           05 VM-Vendor-Name      PIC X(25).
           05 VM-Inv-Num          PIC 9(5).
           05 VM-Unit-Price       PIC 9(5)V99.
      *> Payment terms: net days, early-pay discount percent, and
      *> the days the discount stays open. Only the payment run
      *> reads them.
           05 VM-Net-Days         PIC 9(3).
           05 VM-Disc-Pct         PIC 9(2)V99.
           05 VM-Disc-Days        PIC 9(3).
      *> 1099 reporting: Y when payments to the vendor are
      *> reportable, the vendor's taxpayer ID, and the 1099 box the
      *> payments report in. Only the 1099 run reads them.
           05 VM-1099-Flag        PIC X.
           05 VM-Tax-ID           PIC X(9).
           05 VM-1099-Box         PIC X(2).
      *> Y when the vendor trades electronically: new POs and
      *> changes go out on the electronic order file and the
      *> vendor's advance ship notices are taken in.
           05 VM-EDI-Flag         PIC X.

      *> Received-to-date and the order date ride on the line now:
      *> a split shipment leaves the line open with its remaining
           05 QT-Lead-Days        PIC 9(3).
           05 QT-Active           PIC X.

       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  PO-File.
       01  PO-Rec.
           05 PO-Number           PIC 9(6).
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
      *> Blanket agreement and release number when the line is a
      *> release against a blanket; zero on a one-off order.
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  Blanket-File.
       01  Blanket-Rec.
           COPY BLANKET.

       FD  On-Order-File.
       01  On-Order-Rec.
       01  WS-On-Order-Status   PIC XX.
       01  WS-PO-Number-Status  PIC XX.
       01  WS-Reject-Status     PIC XX.
       01  WS-Product-Status    PIC XX.
       01  WS-Product-Eof       PIC X VALUE 'N'.
       01  WS-Prod-Count        PIC 9(3) VALUE ZERO.
       01  WS-Chain-Hops        PIC 9(3).
       01  WS-Chain-Item        PIC X(10).
       01  WS-Old-Item          PIC X(10).
       01  WS-Next-Item         PIC X(10).
       01  WS-Redirected        PIC X VALUE 'N'.
       01  WS-Use-Up-First      PIC X.
       01  WS-Old-On-Hand       PIC 9(5).
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Vendor-Eof        PIC X VALUE 'N'.
       01  WS-On-Order-Eof      PIC X VALUE 'N'.
       01  WS-UOM-Eof           PIC X VALUE 'N'.
       01  WS-UOM-Count         PIC 9(3) VALUE ZERO.
       01  WS-Vendor-Units      PIC 9(5)V9.
       01  WS-Blanket-Status    PIC XX.
       01  WS-Blanket-Eof       PIC X VALUE 'N'.
       01  WS-Blanket-Count     PIC 9(3) VALUE ZERO.
       01  WS-Blanket-Sub       PIC 9(3).
       01  WS-Blanket-Found     PIC X VALUE 'N'.
       01  WS-Blanket-Remaining PIC 9(7).
       01  WS-Release-Count     PIC 9(5) VALUE ZERO.

      *> Agreements held in storage while releases draw them down,
      *> then rewritten with the released quantity moved on.
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

      *> Product master in storage for the supersession chains.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Description  PIC X(30).
              10 PT-Successor    PIC X(10).
              10 PT-Supersede-Date PIC X(8).
              10 PT-Use-Up-First PIC X.

       01  UOM-Table.
           05 UOM-Entry OCCURS 0 TO 200 TIMES
           PERFORM 0150-Load-Quote-Table.
           PERFORM 0170-Load-UOM-Table.
           PERFORM 0200-Load-On-Order-Table.
           PERFORM 0250-Load-Blanket-Table.
           PERFORM 0280-Load-Product-Table.
           PERFORM 0300-Read-Last-PO-Number.
           OPEN INPUT Reorder-File.
           IF WS-Reorder-Status NOT = '00'
           CLOSE Reject-File.
           PERFORM 2000-Save-On-Order-Table.
           PERFORM 2100-Save-Last-PO-Number.
           PERFORM 2200-Save-Blanket-Table.
           DISPLAY 'PURCHASE ORDERS WRITTEN: ' WS-PO-Written-Count
               ' BLANKET RELEASES: ' WS-Release-Count
               ' LAST PO NUMBER: ' WS-Last-PO-Number.
           PERFORM 9000-End-Run-Control.
           STOP RUN.
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

      *> A newly keyed agreement carries blanks in the running
      *> figures; they start at zero.
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

      *> No product master simply means no supersessions. A partial
      *> load would miss successors and order dead items - refuse.
       0280-Load-Product-Table.
           OPEN INPUT Product-File.
           IF WS-Product-Status = '00'
               READ Product-File
                   AT END MOVE 'Y' TO WS-Product-Eof
               END-READ
               PERFORM UNTIL WS-Product-Eof = 'Y'
                       OR WS-Prod-Count >= 200
                   ADD 1 TO WS-Prod-Count
                   MOVE Prod-Code TO PT-Prod-Code (WS-Prod-Count)
                   MOVE Prod-Description
                       TO PT-Description (WS-Prod-Count)
                   MOVE Prod-Successor
                       TO PT-Successor (WS-Prod-Count)
                   MOVE Prod-Supersede-Date
                       TO PT-Supersede-Date (WS-Prod-Count)
                   MOVE Prod-Use-Up-First
                       TO PT-Use-Up-First (WS-Prod-Count)
                   READ Product-File
                       AT END MOVE 'Y' TO WS-Product-Eof
                   END-READ
               END-PERFORM
               CLOSE Product-File
           ELSE
               MOVE 'Y' TO WS-Product-Eof
           END-IF.
           IF WS-Product-Eof = 'N'
               DISPLAY 'PRODMAST EXCEEDS ' WS-Prod-Count
                   ' PRODUCTS - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PRODUCT MASTER OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Prod-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0300-Read-Last-PO-Number.
           OPEN INPUT PO-Number-File.
           IF WS-PO-Number-Status = '00'
           END-IF.

       1000-Process-Reorder-Candidate.
           PERFORM 1050-Redirect-Superseded.
           MOVE 'N' TO WS-On-Order-Found.
           SET OO-Idx TO 1.
           SEARCH On-Order-Entry
                    AND OT-Qty (OO-Idx) > ZERO
                   MOVE 'Y' TO WS-On-Order-Found
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-Redirected = 'X'
                   CONTINUE
               WHEN WS-On-Order-Found = 'Y'
                   DISPLAY RO-Inv-Num ' ALREADY ON ORDER, QTY='
                       OT-Qty (OO-Idx)
               WHEN OTHER
                   PERFORM 1100-Generate-Purchase-Order
           END-EVALUATE.

      *> A candidate whose code is superseded as of today becomes a
      *> candidate for the end of its chain - the superseded code
      *> itself is never ordered. The old code's own stock still on
      *> hand comes off the order when it is to be used up first.
      *> Redirected comes back X when the successor cannot be
      *> bought: it is not a stocked inventory number.
       1050-Redirect-Superseded.
           MOVE 'N' TO WS-Redirected.
           MOVE ZERO TO WS-Old-On-Hand.
           MOVE SPACES TO WS-Old-Item.
           MOVE RO-Inv-Num TO WS-Old-Item (1:5).
           MOVE WS-Old-Item TO WS-Chain-Item.
           MOVE ZERO TO WS-Chain-Hops.
           MOVE 'Y' TO WS-Use-Up-First.
           PERFORM UNTIL WS-Chain-Item = SPACES
                   OR WS-Chain-Hops > WS-Prod-Count
               ADD 1 TO WS-Chain-Hops
               MOVE SPACES TO WS-Next-Item
               SET Prod-Idx TO 1
               SEARCH Prod-Entry
                   AT END CONTINUE
                   WHEN PT-Prod-Code (Prod-Idx) = WS-Chain-Item
                       IF PT-Successor (Prod-Idx) NOT = SPACES
                            AND PT-Supersede-Date (Prod-Idx)
                                <= WS-Today
                           MOVE PT-Successor (Prod-Idx)
                               TO WS-Next-Item
                           IF WS-Chain-Hops = 1
                               MOVE PT-Use-Up-First (Prod-Idx)
                                   TO WS-Use-Up-First
                           END-IF
                       END-IF
               END-SEARCH
               IF WS-Next-Item = SPACES
                   MOVE WS-Chain-Item TO WS-Next-Item
                   MOVE SPACES TO WS-Chain-Item
               ELSE
                   MOVE WS-Next-Item TO WS-Chain-Item
                   MOVE 'Y' TO WS-Redirected
               END-IF
           END-PERFORM.
           IF WS-Redirected = 'Y'
               IF WS-Next-Item (1:5) NOT NUMERIC
                    OR WS-Next-Item (6:5) NOT = SPACES
                   MOVE 'X' TO WS-Redirected
                   MOVE RO-Inv-Num  TO RJ-Inv-Num
                   MOVE RO-Inv-Name TO RJ-Inv-Name
                   MOVE 'SUCCESSOR NOT ORDERABLE' TO RJ-Reason
                   WRITE Reject-Rec
                   DISPLAY RO-Inv-Num ' SUPERSEDED BY ' WS-Next-Item
                       ' - NOT AN INVENTORY NUMBER, NOT ORDERED'
               ELSE
                   DISPLAY RO-Inv-Num ' SUPERSEDED - ORDERING '
                       'SUCCESSOR ' WS-Next-Item (1:5)
                   IF WS-Use-Up-First NOT = 'N'
                       MOVE RO-Monthly-Inv-Amt TO WS-Old-On-Hand
                   END-IF
                   MOVE WS-Next-Item (1:5) TO RO-Inv-Num
                   SET Prod-Idx TO 1
                   SEARCH Prod-Entry
                       AT END CONTINUE
                       WHEN PT-Prod-Code (Prod-Idx) = WS-Next-Item
                           MOVE PT-Description (Prod-Idx)
                               TO RO-Inv-Name
                   END-SEARCH
               END-IF
           END-IF.

      *> A live blanket for the item decides the vendor and the
      *> price; only an item with none goes through sourcing.
       1100-Generate-Purchase-Order.
           PERFORM 1160-Find-Blanket.
           IF WS-Blanket-Found = 'Y'
               MOVE 'Y' TO WS-Vendor-Found
               MOVE BT-Vendor-Code (WS-Blanket-Sub)
                   TO WS-Source-Vendor
               MOVE BT-Contract-Price (WS-Blanket-Sub)
                   TO WS-Source-Price
           ELSE
               PERFORM 1150-Select-Source-Vendor
           END-IF.
           IF WS-Vendor-Found = 'N'
               MOVE RO-Inv-Num  TO RJ-Inv-Num
               MOVE RO-Inv-Name TO RJ-Inv-Name
                       MOVE 1 TO WS-Order-Qty
                   END-IF
               END-IF
      *> A redirected order only buys what the old code's remaining
      *> stock will not cover; the order-up-to shortfall already
      *> counts it.
               IF WS-Redirected = 'Y' AND RO-Order-Qty > ZERO
                   IF WS-Order-Qty > WS-Old-On-Hand
                       SUBTRACT WS-Old-On-Hand FROM WS-Order-Qty
                   ELSE
                       MOVE ZERO TO WS-Order-Qty
                   END-IF
               END-IF
           END-IF.
           IF WS-Vendor-Found = 'Y' AND WS-Order-Qty = ZERO
               DISPLAY RO-Inv-Num ' OLD CODE STOCK STILL COVERS '
                   'THE ORDER - NOT ORDERED'
           END-IF.
           IF WS-Vendor-Found = 'Y' AND WS-Order-Qty > ZERO
               MOVE ZERO TO PO-Blanket-No
               MOVE ZERO TO PO-Release-No
               IF WS-Blanket-Found = 'Y'
                   PERFORM 1170-Draw-Blanket-Release
               END-IF
               ADD 1 TO WS-Last-PO-Number
               MOVE WS-Last-PO-Number         TO PO-Number
               MOVE RO-Inv-Num                TO PO-Inv-Num
               END-SEARCH
           END-IF.

      *> The first active agreement for the item that is in date,
      *> has quantity left and has release numbers left.
       1160-Find-Blanket.
           MOVE 'N' TO WS-Blanket-Found.
           PERFORM VARYING WS-Blanket-Sub FROM 1 BY 1
                   UNTIL WS-Blanket-Sub > WS-Blanket-Count
                      OR WS-Blanket-Found = 'Y'
               IF BT-Inv-Num (WS-Blanket-Sub) = RO-Inv-Num
                  AND BT-Status (WS-Blanket-Sub) NOT = 'C'
                  AND BT-Start-Date (WS-Blanket-Sub) <= WS-Today
                  AND BT-End-Date (WS-Blanket-Sub) >= WS-Today
                  AND BT-Released-Qty (WS-Blanket-Sub) <
                      BT-Committed-Qty (WS-Blanket-Sub)
                  AND BT-Last-Release (WS-Blanket-Sub) < 999
                   MOVE 'Y' TO WS-Blanket-Found
               END-IF
           END-PERFORM.
           IF WS-Blanket-Found = 'Y'
               SUBTRACT 1 FROM WS-Blanket-Sub
           END-IF.

      *> A release never takes the agreement past its committed
      *> quantity; the last release is cut down to what is left and
      *> the agreement report flags it as used up.
       1170-Draw-Blanket-Release.
           COMPUTE WS-Blanket-Remaining =
               BT-Committed-Qty (WS-Blanket-Sub)
               - BT-Released-Qty (WS-Blanket-Sub).
           IF WS-Order-Qty > WS-Blanket-Remaining
               MOVE WS-Blanket-Remaining TO WS-Order-Qty
               DISPLAY 'BLANKET ' BT-Agreement-No (WS-Blanket-Sub)
                   ' EXHAUSTED - FINAL RELEASE CUT TO ' WS-Order-Qty
           END-IF.
           ADD WS-Order-Qty TO BT-Released-Qty (WS-Blanket-Sub).
           ADD 1 TO BT-Last-Release (WS-Blanket-Sub).
           MOVE BT-Agreement-No (WS-Blanket-Sub) TO PO-Blanket-No.
           MOVE BT-Last-Release (WS-Blanket-Sub) TO PO-Release-No.
           ADD 1 TO WS-Release-Count.
           DISPLAY 'RELEASE ' PO-Release-No ' AGAINST BLANKET '
               PO-Blanket-No ' ITEM ' RO-Inv-Num.

       1200-Add-To-On-Order.
           MOVE 'N' TO WS-On-Order-Found.
           SET OO-Idx TO 1.
           MOVE WS-Last-PO-Number TO PO-Number-Rec.
           WRITE PO-Number-Rec.
           CLOSE PO-Number-File.

       2200-Save-Blanket-Table.
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

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
