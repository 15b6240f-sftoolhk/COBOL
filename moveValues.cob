           SELECT Date-Param-File ASSIGN TO "STKCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Date-Param-Status.
      *> Sales-order issues salesOrder allocated, in STOCKTXN layout
      *> with their own control trailer. They post alongside the
      *> keyed movements and the file is emptied once they have.
           SELECT Order-Issue-File ASSIGN TO "STOCKSOI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Order-Issue-Status.
      *> What an order issue could not fill goes back to salesOrder
      *> under its order number, so the line reopens on the order
      *> rather than backordering with no customer attached.
           SELECT Order-Short-File ASSIGN TO "STOCKSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Order-Short-Status.
      *> Assembly movements woComplete cut from completed work
      *> orders: component issues and the finished-item receipt at
      *> the rolled-up cost, in STOCKTXN layout with their own
      *> control trailer. Emptied once posted, like STOCKSOI.
           SELECT Work-Order-Move-File ASSIGN TO "STOCKWOI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Order-Status.
      *> Stock requisition issues reqApprove cut for departments,
      *> in STOCKTXN layout with their own control trailer. Emptied
      *> once posted, like STOCKSOI.
           SELECT Requisition-Issue-File ASSIGN TO "STOCKRQI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Requisition-Status.
      *> Standards in force, as stdCostRoll last left them; a
      *> receipt of an item with a standard comes in at it.
           SELECT Standard-Cost-File ASSIGN TO "STDCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Standard-Status.
      *> Product master, for supersessions: an issue against a
      *> replaced item is released down the chain to its successor.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Issues no longer post as they are read: each is released
      *> here as an open pick under the next pick number, and only
      *> what the picker confirms comes back to post.
           SELECT Open-Pick-File ASSIGN TO "PICKOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Pick-Status.
      *> Last pick number used, carried across runs the way woRelease
      *> carries its work-order numbers.
           SELECT Pick-Number-File ASSIGN TO "PICKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pick-Number-Status.
      *> Confirmed picks pickConfirm cut from the pickers' cards: the
      *> picked quantity in STOCKTXN layout, followed by what the
      *> picker came up short, with their own control trailer.
      *> Emptied once posted, like STOCKSOI.
           SELECT Pick-Issue-File ASSIGN TO "STOCKPKI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pick-Issue-Status.
      *> Customer returns custReturn passed inspection for restock:
      *> a type C movement in STOCKTXN layout followed by the unit
      *> cost the goods originally went out at, with their own
      *> control trailer. Emptied once posted, like STOCKSOI.
           SELECT Customer-Return-File ASSIGN TO "STOCKCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cust-Return-Status.

       DATA DIVISION.
       FILE SECTION.
              88 Stock-Is-Adjustment VALUE 'A'.
              88 Stock-Is-Transfer   VALUE 'T'.
              88 Stock-Is-Interco    VALUE 'X'.
              88 Stock-Is-Cust-Return VALUE 'C'.
           05 Stock-Txn-Qty   PIC 9(5).
           05 Stock-Cost      PIC S9(3)V99.
           05 Stock-Txn-Date  PIC X(8).
      *> the stockroom on no truck, which the manifest run lists
      *> as an exception.
           05 Stock-Txn-Route PIC X(6).
      *> Sales order line a salesOrder issue was cut for, carried
      *> to the ledger so billing finds the line that shipped;
      *> blank on every other movement.
           05 Stock-Txn-Order-Line PIC X(3).
       01  Stock-Txn-Trailer.
           COPY TRAILER.

           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
      *> Average unit cost on the master once the movement posted;
      *> for an issue, the cost the goods went out at, which is
      *> what a customer return later comes back in at.
           05 LG-Unit-Cost    PIC 9(5)V99.
      *> Order line an 'SO' issue shipped against; blank otherwise.
           05 LG-Order-Line   PIC X(3).

      *> A lot on the inquiry card narrows the history to that lot's
      *> movements - the recall question "where did lot X go".
       01  Date-Param-Rec.
           05 DPR-Closed-Mode PIC X.

       FD  Order-Issue-File.
       01  Order-Issue-Rec        PIC X(73).

       FD  Work-Order-Move-File.
       01  Work-Order-Move-Rec    PIC X(70).

       FD  Requisition-Issue-File.
       01  Requisition-Issue-Rec  PIC X(70).

       FD  Standard-Cost-File.
       01  Standard-Cost-Rec.
           COPY STDCOST.

       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  Open-Pick-File.
       01  Open-Pick-Rec.
           COPY PICKLINE.

       FD  Pick-Number-File.
       01  Pick-Number-Rec        PIC 9(6).

       FD  Pick-Issue-File.
       01  Pick-Issue-Rec         PIC X(78).

       FD  Customer-Return-File.
       01  Customer-Return-Rec    PIC X(77).

       FD  Order-Short-File.
       01  Order-Short-Rec.
           05 OS-Order-Number PIC X(8).
           05 OS-Stock-ID     PIC X(10).
           05 OS-Short-Qty    PIC 9(5).
           05 OS-Date         PIC X(8).

       FD  Reject-File.
       01  Reject-Record.
           05 Rej-Stock-ID    PIC X(10).
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Trailer-Count-In  PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash-In   PIC 9(11)V99 VALUE ZERO.
       01  WS-Order-Issue-Status PIC XX.
       01  WS-Order-Short-Status PIC XX.
       01  WS-Order-Issue-Ok    PIC X VALUE 'N'.
       01  WS-Order-Issue-Eof   PIC X VALUE 'N'.
       01  WS-Order-Short-Count PIC 9(5) VALUE ZERO.
       01  WS-Work-Order-Status PIC XX.
       01  WS-Work-Order-Ok     PIC X VALUE 'N'.
       01  WS-Work-Order-Eof    PIC X VALUE 'N'.
       01  WS-Requisition-Status PIC XX.
       01  WS-Requisition-Ok    PIC X VALUE 'N'.
       01  WS-Requisition-Eof   PIC X VALUE 'N'.
       01  WS-Open-Pick-Status  PIC XX.
       01  WS-Pick-Number-Status PIC XX.
       01  WS-Last-Pick-Number  PIC 9(6) VALUE ZERO.
       01  WS-Released-Count    PIC 9(5) VALUE ZERO.
       01  WS-Product-Status    PIC XX.
       01  WS-Prod-Count        PIC 9(3) VALUE ZERO.
       01  WS-Prod-Sub          PIC 9(3).
       01  WS-Draw-Item         PIC X(10).
       01  WS-Redirect-Item     PIC X(10).
       01  WS-Use-Up-First      PIC X.
       01  WS-Chain-Hops        PIC 9(3).
       01  WS-In-Chain          PIC X VALUE 'N'.
       01  WS-Open-Qty          PIC 9(5).
       01  WS-Avail-Qty         PIC 9(5).
       01  WS-Take-Qty          PIC 9(5).
       01  WS-Drawn-Count       PIC 9(3) VALUE ZERO.
       01  WS-Drawn-Found       PIC X VALUE 'N'.
       01  WS-Redirected-Count  PIC 9(5) VALUE ZERO.
       01  WS-BO-Item           PIC X(10).
       01  WS-BO-Avail          PIC 9(5).
       01  WS-Pick-Issue-Status PIC XX.
       01  WS-Pick-Issue-Ok     PIC X VALUE 'N'.
       01  WS-Pick-Issue-Eof    PIC X VALUE 'N'.
      *> Set while the confirmed picks post: an issue read then is
      *> one the picker has already pulled, so it queues for posting
      *> instead of going back out as another pick.
       01  WS-Posting-Picks     PIC X VALUE 'N'.
       01  WS-Pick-Short-Count  PIC 9(5) VALUE ZERO.
       01  WS-Pick-Issue.
           05 PI-Txn-Image      PIC X(73).
           05 PI-Short-Qty      PIC 9(5).
       01  WS-Cust-Return-Status PIC XX.
       01  WS-Cust-Return-Ok    PIC X VALUE 'N'.
       01  WS-Cust-Return-Eof   PIC X VALUE 'N'.
      *> Set while the inspected returns post: a type C movement
      *> keyed anywhere else has no original issue behind it.
       01  WS-Posting-Returns   PIC X VALUE 'N'.
       01  WS-Cust-Return.
           05 CR-Txn-Image      PIC X(70).
           05 CR-Unit-Cost      PIC 9(5)V99.
       01  WS-Return-Unit-Cost  PIC 9(5)V99.
       01  WS-Cust-Return-Count PIC 9(5) VALUE ZERO.
       01  WS-Backorder-Status  PIC XX.
       01  WS-Backorder-Found   PIC X VALUE 'N'.
       01  WS-Short-Qty         PIC 9(5).
       01  WS-Inventory-Account PIC X(8) VALUE '13100000'.
       01  WS-Payable-Accrual   PIC X(8) VALUE '21100000'.
       01  WS-Issue-Expense     PIC X(8) VALUE '51100000'.
      *> Assembly clearing: a work order's component issues debit
      *> it and its finished-item receipt credits it, so the build
      *> moves value between items instead of through expense and
      *> the receiving accrual.
       01  WS-Assembly-Clearing PIC X(8) VALUE '13500000'.
      *> Variance accounts for receipts at standard: a purchase
      *> off standard to purchase price variance, a build off
      *> standard to the assembly cost variance.
       01  WS-PPV-Account       PIC X(8) VALUE '51500000'.
       01  WS-Build-Variance    PIC X(8) VALUE '51800000'.
      *> A standard item restocked from a customer return comes in
      *> at standard; what it went out at differs by however far
      *> the standard has moved since, which is revaluation.
       01  WS-Revaluation-Account PIC X(8) VALUE '51700000'.
       01  WS-Move-Value        PIC 9(7)V99.
       01  WS-Standard-Value    PIC 9(7)V99.
       01  WS-Variance-Amount   PIC S9(7)V99.
       01  WS-Standard-Status   PIC XX.
       01  WS-Std-Eof           PIC X VALUE 'N'.
       01  WS-Std-Count         PIC 9(3) VALUE ZERO.
       01  WS-Std-Found         PIC X VALUE 'N'.
       01  WS-GL-Net-Value      PIC S9(9)V99 VALUE ZERO.
       01  WS-Lot-Status        PIC XX.
       01  WS-Lot-Eof           PIC X VALUE 'N'.
       01  WS-Relief-Count      PIC 9(2) VALUE ZERO.
       01  WS-Relief-Sub        PIC 9(2).

       01  Std-Table.
           05 Std-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Std-Count
                  INDEXED BY Std-Idx.
              10 STT-Stock-ID1   PIC X(10).
              10 STT-Std-Cost    PIC 9(5)V99.

      *> Lot balances carried from STOCKLOT; duplicate item/lot
      *> rows on the file (poReceive appends its receipts) merge as
      *> they load.
       01  WS-Due-To-Account    PIC X(8) VALUE '21600000'.
       01  WS-Alloc-Status      PIC XX.
       01  WS-Queue-Count       PIC 9(3) VALUE ZERO.
       01  WS-Alloc-Pri         PIC 99.
       01  WS-Queue-Sub         PIC 9(3).
       01  WS-Pick-Sub          PIC 9(3).
       01  WS-Alloc-Detail.
           05 FILLER          PIC X(6) VALUE ' SHORT'.
           05 AL-Short        PIC Z(4)9.

      *> Supersessions off the product master; only superseded
      *> items are kept.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Successor    PIC X(10).
              10 PT-Supersede-Date PIC X(8).
              10 PT-Use-Up-First PIC X.

      *> Quantity per item released to pick this run. On-hand only
      *> comes down when the pick is confirmed, so an old code's
      *> remaining stock is netted of these before more is drawn
      *> on it.
       01  Drawn-Table.
           05 Drawn-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Drawn-Count
                  INDEXED BY Drw-Idx.
              10 DR-Item         PIC X(10).
              10 DR-Qty          PIC 9(7).

      *> The day's issues, gathered here during the main pass and
      *> allocated per item by priority (oldest first within a
      *> priority) once every receipt has posted; the last units go
              10 IQ-Loc        PIC X(3).
              10 IQ-Pri        PIC 9.
              10 IQ-Route      PIC X(6).
              10 IQ-Order-Line PIC X(3).
              10 IQ-Done       PIC X.
       01  WS-Issue-Cost        PIC 9(8)V99.
       01  WS-Issue-Cost-Total  PIC 9(9)V99 VALUE ZERO.
           PERFORM 0050-Open-Backorders.
           PERFORM 0055-Load-Locations.
           PERFORM 0057-Load-Lots.
           PERFORM 0059-Load-Standards.
           PERFORM 0062-Load-Supersessions.
           OPEN EXTEND Cost-Layer-File.
           IF WS-Layer-Status NOT = '00'
               DISPLAY 'STOCKLYR OPEN FAILED, STATUS='
                   WS-Stock-GL-Status
           END-IF.
           OPEN INPUT Stock-Txn-File.
           PERFORM 0032-Verify-Order-Issue-Trailer.
           PERFORM 0034-Verify-Work-Order-Trailer.
           PERFORM 0036-Verify-Requisition-Trailer.
           PERFORM 0038-Verify-Pick-Issue-Trailer.
           PERFORM 0039-Verify-Cust-Return-Trailer.
           PERFORM 0040-Open-Pick-Release.
           OPEN I-O Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
               CLOSE Stock
               STOP RUN
           END-IF.
           OPEN EXTEND Order-Short-File.
           IF WS-Order-Short-Status = '35'
               OPEN OUTPUT Order-Short-File
           END-IF.
           IF WS-Order-Short-Status NOT = '00'
               DISPLAY 'STOCKSOS OPEN FAILED, STATUS='
                   WS-Order-Short-Status
               MOVE 31 TO RETURN-CODE
               CLOSE Stock
               STOP RUN
           END-IF.
           READ Stock-Txn-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           IF WS-Order-Issue-Ok = 'Y'
               PERFORM 1700-Post-Order-Issues
           END-IF.
           IF WS-Work-Order-Ok = 'Y'
               PERFORM 1750-Post-Work-Order-Moves
           END-IF.
           IF WS-Requisition-Ok = 'Y'
               PERFORM 1770-Post-Requisition-Issues
           END-IF.
           IF WS-Pick-Issue-Ok = 'Y'
               PERFORM 1780-Post-Pick-Issues
           END-IF.
           IF WS-Cust-Return-Ok = 'Y'
               PERFORM 1790-Post-Customer-Returns
           END-IF.
           PERFORM 2000-Allocate-Issues.
           CLOSE Stock-Txn-File.
           CLOSE Order-Short-File.
           IF WS-Order-Issue-Ok = 'Y'
               OPEN OUTPUT Order-Issue-File
               CLOSE Order-Issue-File
           END-IF.
           IF WS-Work-Order-Ok = 'Y'
               OPEN OUTPUT Work-Order-Move-File
               CLOSE Work-Order-Move-File
           END-IF.
           IF WS-Requisition-Ok = 'Y'
               OPEN OUTPUT Requisition-Issue-File
               CLOSE Requisition-Issue-File
           END-IF.
           IF WS-Pick-Issue-Ok = 'Y'
               OPEN OUTPUT Pick-Issue-File
               CLOSE Pick-Issue-File
           END-IF.
           IF WS-Cust-Return-Ok = 'Y'
               OPEN OUTPUT Customer-Return-File
               CLOSE Customer-Return-File
           END-IF.
           CLOSE Open-Pick-File.
           PERFORM 0069-Save-Pick-Number.
           CLOSE Stock.
           CLOSE Reject-File.
           CLOSE Cost-Layer-File.
           DISPLAY 'STOCK GL EXTRACT NET VALUE: ' WS-GL-Net-Value.
           DISPLAY 'MOVEMENTS POSTED: ' WS-Posted-Count
               ' REJECTED: ' WS-Reject-Count.
           DISPLAY 'ORDER SHORTFALLS RETURNED: ' WS-Order-Short-Count.
           DISPLAY 'CUSTOMER RETURNS RESTOCKED: '
               WS-Cust-Return-Count.
           DISPLAY 'ISSUES RELEASED TO PICKING: ' WS-Released-Count
               ' SHORT PICKS RETURNED: ' WS-Pick-Short-Count.
           DISPLAY 'PICKS REDIRECTED TO A SUCCESSOR: '
               WS-Redirected-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

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
               END-IF
           END-IF.

      *> No file simply means no standards yet - receipts then
      *> average in as they always have.
       0059-Load-Standards.
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
                       ' ITEMS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'STANDARD COST FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Std-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> No master means no supersessions, and every issue is
      *> released against its own item.
       0062-Load-Supersessions.
           OPEN INPUT Product-File.
           IF WS-Product-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Product-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Prod-Count >= 200
                   IF Prod-Successor NOT = SPACES
                       ADD 1 TO WS-Prod-Count
                       MOVE Prod-Code TO PT-Prod-Code (WS-Prod-Count)
                       MOVE Prod-Successor
                           TO PT-Successor (WS-Prod-Count)
                       MOVE Prod-Supersede-Date
                           TO PT-Supersede-Date (WS-Prod-Count)
                       MOVE Prod-Use-Up-First
                           TO PT-Use-Up-First (WS-Prod-Count)
                   END-IF
                   READ Product-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Product-File
               MOVE 'N' TO WS-Eof-Switch
           END-IF.

       0058-Merge-One-Lot.
           MOVE 'N' TO WS-Lot-Found.
           SET Lot-Idx TO 1.
               STOP RUN
           END-IF.

      *> The order-issue batch proves on its own trailer; one that
      *> does not prove is refused and left for a rerun, but the
      *> keyed movements still post. A missing or emptied file is
      *> simply nothing to post.
       0032-Verify-Order-Issue-Trailer.
           MOVE 'N' TO WS-Order-Issue-Ok.
           MOVE 'N' TO WS-Trailer-Found.
           MOVE 'N' TO WS-Order-Issue-Eof.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
           MOVE ZERO TO WS-Trailer-Count-In.
           MOVE ZERO TO WS-Trailer-Hash-In.
           OPEN INPUT Order-Issue-File.
           IF WS-Order-Issue-Status = '00'
               READ Order-Issue-File INTO Stock-Txn-Record
                   AT END MOVE 'Y' TO WS-Order-Issue-Eof
               END-READ
               PERFORM UNTIL WS-Order-Issue-Eof = 'Y'
                   IF Stock-Txn-Record (1:4) = '*TRL'
                       MOVE 'Y' TO WS-Trailer-Found
                       MOVE TR-Record-Count TO WS-Trailer-Count-In
                       MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
                   ELSE
                       ADD 1 TO WS-Trailer-Count
                       ADD Stock-Txn-Qty TO WS-Trailer-Hash
                   END-IF
                   READ Order-Issue-File INTO Stock-Txn-Record
                       AT END MOVE 'Y' TO WS-Order-Issue-Eof
                   END-READ
               END-PERFORM
               CLOSE Order-Issue-File
               IF WS-Trailer-Found = 'N' AND WS-Trailer-Count = ZERO
                   CONTINUE
               ELSE
                   IF WS-Trailer-Found = 'N'
                      OR WS-Trailer-Count-In NOT = WS-Trailer-Count
                      OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
                       DISPLAY 'STOCKSOI CONTROL TRAILER DOES NOT '
                           'PROVE - ORDER ISSUES REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'STOCKSOI TRAILER DOES NOT PROVE'
                           TO RLP-Message
                       MOVE WS-Trailer-Count TO RLP-Count
                       MOVE 92 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 92 TO RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-Order-Issue-Ok
                   END-IF
               END-IF
           END-IF.

      *> The work-order batch proves on its own trailer the same
      *> way; a batch that does not prove waits for a rerun.
       0034-Verify-Work-Order-Trailer.
           MOVE 'N' TO WS-Work-Order-Ok.
           MOVE 'N' TO WS-Trailer-Found.
           MOVE 'N' TO WS-Work-Order-Eof.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
           MOVE ZERO TO WS-Trailer-Count-In.
           MOVE ZERO TO WS-Trailer-Hash-In.
           OPEN INPUT Work-Order-Move-File.
           IF WS-Work-Order-Status = '00'
               READ Work-Order-Move-File INTO Stock-Txn-Record
                   AT END MOVE 'Y' TO WS-Work-Order-Eof
               END-READ
               PERFORM UNTIL WS-Work-Order-Eof = 'Y'
                   IF Stock-Txn-Record (1:4) = '*TRL'
                       MOVE 'Y' TO WS-Trailer-Found
                       MOVE TR-Record-Count TO WS-Trailer-Count-In
                       MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
                   ELSE
                       ADD 1 TO WS-Trailer-Count
                       ADD Stock-Txn-Qty TO WS-Trailer-Hash
                   END-IF
                   READ Work-Order-Move-File INTO Stock-Txn-Record
                       AT END MOVE 'Y' TO WS-Work-Order-Eof
                   END-READ
               END-PERFORM
               CLOSE Work-Order-Move-File
               IF WS-Trailer-Found = 'N' AND WS-Trailer-Count = ZERO
                   CONTINUE
               ELSE
                   IF WS-Trailer-Found = 'N'
                      OR WS-Trailer-Count-In NOT = WS-Trailer-Count
                      OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
                       DISPLAY 'STOCKWOI CONTROL TRAILER DOES NOT '
                           'PROVE - WORK ORDER MOVES REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'STOCKWOI TRAILER DOES NOT PROVE'
                           TO RLP-Message
                       MOVE WS-Trailer-Count TO RLP-Count
                       MOVE 92 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 92 TO RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-Work-Order-Ok
                   END-IF
               END-IF
           END-IF.

      *> The requisition batch proves on its own trailer the same
      *> way.
       0036-Verify-Requisition-Trailer.
           MOVE 'N' TO WS-Requisition-Ok.
           MOVE 'N' TO WS-Trailer-Found.
           MOVE 'N' TO WS-Requisition-Eof.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
           MOVE ZERO TO WS-Trailer-Count-In.
           MOVE ZERO TO WS-Trailer-Hash-In.
           OPEN INPUT Requisition-Issue-File.
           IF WS-Requisition-Status = '00'
               READ Requisition-Issue-File INTO Stock-Txn-Record
                   AT END MOVE 'Y' TO WS-Requisition-Eof
               END-READ
               PERFORM UNTIL WS-Requisition-Eof = 'Y'
                   IF Stock-Txn-Record (1:4) = '*TRL'
                       MOVE 'Y' TO WS-Trailer-Found
                       MOVE TR-Record-Count TO WS-Trailer-Count-In
                       MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
                   ELSE
                       ADD 1 TO WS-Trailer-Count
                       ADD Stock-Txn-Qty TO WS-Trailer-Hash
                   END-IF
                   READ Requisition-Issue-File INTO Stock-Txn-Record
                       AT END MOVE 'Y' TO WS-Requisition-Eof
                   END-READ
               END-PERFORM
               CLOSE Requisition-Issue-File
               IF WS-Trailer-Found = 'N' AND WS-Trailer-Count = ZERO
                   CONTINUE
               ELSE
                   IF WS-Trailer-Found = 'N'
                      OR WS-Trailer-Count-In NOT = WS-Trailer-Count
                      OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
                       DISPLAY 'STOCKRQI CONTROL TRAILER DOES NOT '
                           'PROVE - REQUISITION ISSUES REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'STOCKRQI TRAILER DOES NOT PROVE'
                           TO RLP-Message
                       MOVE WS-Trailer-Count TO RLP-Count
                       MOVE 92 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 92 TO RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-Requisition-Ok
                   END-IF
               END-IF
           END-IF.

      *> The confirmed-pick batch proves on its own trailer the same
      *> way; the short quantity rides after the STOCKTXN image and
      *> is not part of the hash.
       0038-Verify-Pick-Issue-Trailer.
           MOVE 'N' TO WS-Pick-Issue-Ok.
           MOVE 'N' TO WS-Trailer-Found.
           MOVE 'N' TO WS-Pick-Issue-Eof.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
           MOVE ZERO TO WS-Trailer-Count-In.
           MOVE ZERO TO WS-Trailer-Hash-In.
           OPEN INPUT Pick-Issue-File.
           IF WS-Pick-Issue-Status = '00'
               READ Pick-Issue-File INTO WS-Pick-Issue
                   AT END MOVE 'Y' TO WS-Pick-Issue-Eof
               END-READ
               PERFORM UNTIL WS-Pick-Issue-Eof = 'Y'
                   MOVE PI-Txn-Image TO Stock-Txn-Record
                   IF Stock-Txn-Record (1:4) = '*TRL'
                       MOVE 'Y' TO WS-Trailer-Found
                       MOVE TR-Record-Count TO WS-Trailer-Count-In
                       MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
                   ELSE
                       ADD 1 TO WS-Trailer-Count
                       ADD Stock-Txn-Qty TO WS-Trailer-Hash
                   END-IF
                   READ Pick-Issue-File INTO WS-Pick-Issue
                       AT END MOVE 'Y' TO WS-Pick-Issue-Eof
                   END-READ
               END-PERFORM
               CLOSE Pick-Issue-File
               IF WS-Trailer-Found = 'N' AND WS-Trailer-Count = ZERO
                   CONTINUE
               ELSE
                   IF WS-Trailer-Found = 'N'
                      OR WS-Trailer-Count-In NOT = WS-Trailer-Count
                      OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
                       DISPLAY 'STOCKPKI CONTROL TRAILER DOES NOT '
                           'PROVE - CONFIRMED PICKS REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'STOCKPKI TRAILER DOES NOT PROVE'
                           TO RLP-Message
                       MOVE WS-Trailer-Count TO RLP-Count
                       MOVE 92 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 92 TO RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-Pick-Issue-Ok
                   END-IF
               END-IF
           END-IF.

      *> The inspected-return batch proves on its own trailer the
      *> same way; the unit cost rides after the STOCKTXN image and
      *> is not part of the hash.
       0039-Verify-Cust-Return-Trailer.
           MOVE 'N' TO WS-Cust-Return-Ok.
           MOVE 'N' TO WS-Trailer-Found.
           MOVE 'N' TO WS-Cust-Return-Eof.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
           MOVE ZERO TO WS-Trailer-Count-In.
           MOVE ZERO TO WS-Trailer-Hash-In.
           OPEN INPUT Customer-Return-File.
           IF WS-Cust-Return-Status = '00'
               READ Customer-Return-File INTO WS-Cust-Return
                   AT END MOVE 'Y' TO WS-Cust-Return-Eof
               END-READ
               PERFORM UNTIL WS-Cust-Return-Eof = 'Y'
                   MOVE CR-Txn-Image TO Stock-Txn-Record
                   IF Stock-Txn-Record (1:4) = '*TRL'
                       MOVE 'Y' TO WS-Trailer-Found
                       MOVE TR-Record-Count TO WS-Trailer-Count-In
                       MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
                   ELSE
                       ADD 1 TO WS-Trailer-Count
                       ADD Stock-Txn-Qty TO WS-Trailer-Hash
                   END-IF
                   READ Customer-Return-File INTO WS-Cust-Return
                       AT END MOVE 'Y' TO WS-Cust-Return-Eof
                   END-READ
               END-PERFORM
               CLOSE Customer-Return-File
               IF WS-Trailer-Found = 'N' AND WS-Trailer-Count = ZERO
                   CONTINUE
               ELSE
                   IF WS-Trailer-Found = 'N'
                      OR WS-Trailer-Count-In NOT = WS-Trailer-Count
                      OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
                       DISPLAY 'STOCKCRT CONTROL TRAILER DOES NOT '
                           'PROVE - CUSTOMER RETURNS REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'STOCKCRT TRAILER DOES NOT PROVE'
                           TO RLP-Message
                       MOVE WS-Trailer-Count TO RLP-Count
                       MOVE 92 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 92 TO RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-Cust-Return-Ok
                   END-IF
               END-IF
           END-IF.

      *> The open-pick file takes this run's releases on the end;
      *> a file not yet on the pack is started fresh.
       0040-Open-Pick-Release.
           OPEN INPUT Pick-Number-File.
           IF WS-Pick-Number-Status = '00'
               READ Pick-Number-File
                   NOT AT END
                       IF Pick-Number-Rec NUMERIC
                           MOVE Pick-Number-Rec TO WS-Last-Pick-Number
                       END-IF
               END-READ
               CLOSE Pick-Number-File
           END-IF.
           OPEN EXTEND Open-Pick-File.
           IF WS-Open-Pick-Status = '35'
               OPEN OUTPUT Open-Pick-File
           END-IF.
           IF WS-Open-Pick-Status NOT = '00'
               DISPLAY 'PICKOPEN OPEN FAILED, STATUS='
                   WS-Open-Pick-Status
               MOVE 31 TO RETURN-CODE
               STOP RUN
           END-IF.

       0069-Save-Pick-Number.
           OPEN OUTPUT Pick-Number-File.
           MOVE WS-Last-Pick-Number TO Pick-Number-Rec.
           WRITE Pick-Number-Rec.
           CLOSE Pick-Number-File.

      *> Order issues join the keyed issues in the allocation queue
      *> and post through the same path.
       1700-Post-Order-Issues.
           MOVE 'N' TO WS-Order-Issue-Eof.
           OPEN INPUT Order-Issue-File.
           READ Order-Issue-File INTO Stock-Txn-Record
               AT END MOVE 'Y' TO WS-Order-Issue-Eof
           END-READ.
           PERFORM UNTIL WS-Order-Issue-Eof = 'Y'
               IF Stock-Txn-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   PERFORM 1000-Post-Stock-Transaction
               END-IF
               READ Order-Issue-File INTO Stock-Txn-Record
                   AT END MOVE 'Y' TO WS-Order-Issue-Eof
               END-READ
           END-PERFORM.
           CLOSE Order-Issue-File.

      *> The finished-item receipt posts as it is read and lays its
      *> cost layer down; the component issues queue with the rest.
       1750-Post-Work-Order-Moves.
           MOVE 'N' TO WS-Work-Order-Eof.
           OPEN INPUT Work-Order-Move-File.
           READ Work-Order-Move-File INTO Stock-Txn-Record
               AT END MOVE 'Y' TO WS-Work-Order-Eof
           END-READ.
           PERFORM UNTIL WS-Work-Order-Eof = 'Y'
               IF Stock-Txn-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   PERFORM 1000-Post-Stock-Transaction
               END-IF
               READ Work-Order-Move-File INTO Stock-Txn-Record
                   AT END MOVE 'Y' TO WS-Work-Order-Eof
               END-READ
           END-PERFORM.
           CLOSE Work-Order-Move-File.

      *> Requisition issues queue with the rest; the department
      *> was charged when the requisition was approved.
       1770-Post-Requisition-Issues.
           MOVE 'N' TO WS-Requisition-Eof.
           OPEN INPUT Requisition-Issue-File.
           READ Requisition-Issue-File INTO Stock-Txn-Record
               AT END MOVE 'Y' TO WS-Requisition-Eof
           END-READ.
           PERFORM UNTIL WS-Requisition-Eof = 'Y'
               IF Stock-Txn-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   PERFORM 1000-Post-Stock-Transaction
               END-IF
               READ Requisition-Issue-File INTO Stock-Txn-Record
                   AT END MOVE 'Y' TO WS-Requisition-Eof
               END-READ
           END-PERFORM.
           CLOSE Requisition-Issue-File.

      *> Confirmed picks queue with the rest and post at the picked
      *> quantity; whatever the picker could not find goes back the
      *> way an unfillable issue always has - to the order it came
      *> from, or onto the item's backorder.
       1780-Post-Pick-Issues.
           MOVE 'N' TO WS-Pick-Issue-Eof.
           MOVE 'Y' TO WS-Posting-Picks.
           OPEN INPUT Pick-Issue-File.
           READ Pick-Issue-File INTO WS-Pick-Issue
               AT END MOVE 'Y' TO WS-Pick-Issue-Eof
           END-READ.
           PERFORM UNTIL WS-Pick-Issue-Eof = 'Y'
               MOVE PI-Txn-Image TO Stock-Txn-Record
               IF Stock-Txn-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   IF Stock-Txn-Qty > ZERO
                       PERFORM 1000-Post-Stock-Transaction
                   END-IF
                   IF PI-Short-Qty NUMERIC AND PI-Short-Qty > ZERO
                       PERFORM 1785-Post-Pick-Short
                   END-IF
               END-IF
               READ Pick-Issue-File INTO WS-Pick-Issue
                   AT END MOVE 'Y' TO WS-Pick-Issue-Eof
               END-READ
           END-PERFORM.
           CLOSE Pick-Issue-File.
           MOVE 'N' TO WS-Posting-Picks.

       1785-Post-Pick-Short.
           MOVE Stock-ID     TO Stock-ID1.
           MOVE PI-Short-Qty TO WS-Short-Qty.
           ADD 1 TO WS-Pick-Short-Count.
           PERFORM 1115-Resolve-Txn-Locations.
           PERFORM 1162-Write-Short-Ledger.
           IF Stock-Txn-Source = 'SO'
               PERFORM 1142-Return-Order-Short
               DISPLAY Stock-ID ' SHORT PICKED ' WS-Short-Qty
                   ' UNITS, RETURNED TO ORDER ' Stock-Txn-Doc
           ELSE
               PERFORM 1140-Add-To-Backorders
               DISPLAY Stock-ID ' SHORT PICKED ' WS-Short-Qty
                   ' UNITS, BACKORDERED'
           END-IF.

      *> Restocked returns post as they are read, at the cost each
      *> originally went out at, and release backorders the way a
      *> receipt does.
       1790-Post-Customer-Returns.
           MOVE 'N' TO WS-Cust-Return-Eof.
           MOVE 'Y' TO WS-Posting-Returns.
           OPEN INPUT Customer-Return-File.
           READ Customer-Return-File INTO WS-Cust-Return
               AT END MOVE 'Y' TO WS-Cust-Return-Eof
           END-READ.
           PERFORM UNTIL WS-Cust-Return-Eof = 'Y'
               MOVE CR-Txn-Image TO Stock-Txn-Record
               IF Stock-Txn-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   IF CR-Unit-Cost NUMERIC
                       MOVE CR-Unit-Cost TO WS-Return-Unit-Cost
                   ELSE
                       MOVE ZERO TO WS-Return-Unit-Cost
                   END-IF
                   PERFORM 1000-Post-Stock-Transaction
               END-IF
               READ Customer-Return-File INTO WS-Cust-Return
                   AT END MOVE 'Y' TO WS-Cust-Return-Eof
               END-READ
           END-PERFORM.
           CLOSE Customer-Return-File.
           MOVE 'N' TO WS-Posting-Returns.

       1000-Post-Stock-Transaction.
           PERFORM 1095-Edit-Txn-Date.
           IF WS-Date-Ok = 'N'

       1005-Dispatch-Transaction.
           EVALUATE TRUE
               WHEN Stock-Is-Issue AND WS-Posting-Picks = 'Y'
                   PERFORM 1090-Queue-Issue
      *> A work order's components are already built into the
      *> finished item its receipt just posted; nobody picks them,
      *> so they post straight through the allocation queue.
               WHEN Stock-Is-Issue AND Stock-Txn-Source = 'WO'
                   PERFORM 1090-Queue-Issue
               WHEN Stock-Is-Issue
                   PERFORM 1085-Release-To-Pick
               WHEN Stock-Is-Cust-Return AND WS-Posting-Returns = 'N'
                   MOVE 'RETURN NOT FROM CUSTRETURN' TO Rej-Reason
                   PERFORM 1200-Write-Reject
               WHEN Stock-Is-Receipt
               WHEN Stock-Is-Adjustment
               WHEN Stock-Is-Transfer
               WHEN Stock-Is-Interco
               WHEN Stock-Is-Cust-Return
                   PERFORM 1100-Post-To-Stock-Master
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO Rej-Reason
                   MOVE 'Y' TO WS-Month-Found
           END-SEARCH.

      *> An issue nobody has picked yet goes out as an open pick;
      *> an item the master does not know is refused here, before
      *> anyone walks the building for it. salesOrder and reqApprove
      *> have already drawn their issues down the supersession
      *> chain, so theirs go out as cut; every other issue is
      *> drawn down the chain here.
       1085-Release-To-Pick.
           MOVE Stock-ID TO Stock-ID1.
           READ Stock
               INVALID KEY
                   MOVE 'STOCK-ID NOT ON MASTER' TO Rej-Reason
                   PERFORM 1200-Write-Reject
               NOT INVALID KEY
                   IF Stock-Txn-Source = 'SO'
                        OR Stock-Txn-Source = 'RQ'
                       MOVE Stock-ID      TO WS-Draw-Item
                       MOVE Stock-Txn-Qty TO WS-Take-Qty
                       PERFORM 1087-Write-Open-Pick
                   ELSE
                       PERFORM 1086-Release-Down-Chain
                   END-IF
           END-READ.

      *> The issue draws on its own item first. Once that item is
      *> superseded it moves down the chain to the successor: after
      *> what is left of the old stock when the old code is to be
      *> used up first, straight away when it is not. The end of
      *> the chain takes whatever is still open, and a short pick
      *> there backorders where the next receipt will land.
       1086-Release-Down-Chain.
           MOVE Stock-Txn-Qty TO WS-Open-Qty.
           MOVE Stock-ID TO WS-Draw-Item.
           MOVE ZERO TO WS-Chain-Hops.
           PERFORM 1088-Release-From-Item
               UNTIL WS-Open-Qty = ZERO
                  OR WS-Draw-Item = SPACES
                  OR WS-Chain-Hops > WS-Prod-Count.
           IF WS-Open-Qty > ZERO
               MOVE 'SUPERSESSION CHAIN LOOPS' TO Rej-Reason
               PERFORM 1200-Write-Reject
           END-IF.

       1088-Release-From-Item.
           ADD 1 TO WS-Chain-Hops.
           PERFORM 1089-Find-Redirect.
           MOVE WS-Draw-Item TO Stock-ID1.
           READ Stock
               INVALID KEY
                   MOVE ZERO TO WS-Avail-Qty
                   IF WS-Redirect-Item = SPACES
                       DISPLAY 'SUCCESSOR NOT ON MASTER: '
                           WS-Draw-Item
                       MOVE 'SUCCESSOR NOT ON MASTER' TO Rej-Reason
                       PERFORM 1200-Write-Reject
                       MOVE ZERO TO WS-Open-Qty
                   END-IF
               NOT INVALID KEY
                   IF WS-Redirect-Item = SPACES
                       MOVE WS-Open-Qty TO WS-Take-Qty
                   ELSE
                       PERFORM 1083-Find-Drawn
                       MOVE Stock-Qty-On-Hand TO WS-Avail-Qty
                       IF WS-Drawn-Found = 'Y'
                           IF DR-Qty (Drw-Idx) < WS-Avail-Qty
                               SUBTRACT DR-Qty (Drw-Idx)
                                   FROM WS-Avail-Qty
                           ELSE
                               MOVE ZERO TO WS-Avail-Qty
                           END-IF
                       END-IF
                       IF WS-Use-Up-First = 'N'
                           MOVE ZERO TO WS-Avail-Qty
                       END-IF
                       IF WS-Avail-Qty > WS-Open-Qty
                           MOVE WS-Open-Qty TO WS-Take-Qty
                       ELSE
                           MOVE WS-Avail-Qty TO WS-Take-Qty
                       END-IF
                   END-IF
                   IF WS-Take-Qty > ZERO
                       PERFORM 1087-Write-Open-Pick
                       SUBTRACT WS-Take-Qty FROM WS-Open-Qty
                       IF WS-Draw-Item NOT = Stock-ID
                           ADD 1 TO WS-Redirected-Count
                           DISPLAY Stock-ID ' ISSUE ' Stock-Txn-Doc
                               ' DRAWS ' WS-Take-Qty ' ON SUCCESSOR '
                               WS-Draw-Item
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-Redirect-Item TO WS-Draw-Item.

      *> Redirect-Item comes back as the successor when the item
      *> being drawn is superseded as of today, otherwise blank.
       1089-Find-Redirect.
           MOVE SPACES TO WS-Redirect-Item.
           MOVE 'Y' TO WS-Use-Up-First.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Prod-Code (Prod-Idx) = WS-Draw-Item
                   IF PT-Supersede-Date (Prod-Idx) <= WS-Today
                       MOVE PT-Successor (Prod-Idx)
                           TO WS-Redirect-Item
                       IF PT-Use-Up-First (Prod-Idx) = 'N'
                           MOVE 'N' TO WS-Use-Up-First
                       END-IF
                   END-IF
           END-SEARCH.

       1083-Find-Drawn.
           MOVE 'N' TO WS-Drawn-Found.
           SET Drw-Idx TO 1.
           SEARCH Drawn-Entry
               AT END CONTINUE
               WHEN DR-Item (Drw-Idx) = WS-Draw-Item
                   MOVE 'Y' TO WS-Drawn-Found
           END-SEARCH.

      *> Adds WS-Take-Qty to the item's released quantity. A full
      *> table stops netting, which can only over-draw an old code
      *> into a short pick - the short then backorders at the end
      *> of the chain as usual.
       1084-Add-Drawn.
           PERFORM 1083-Find-Drawn.
           IF WS-Drawn-Found = 'Y'
               ADD WS-Take-Qty TO DR-Qty (Drw-Idx)
           ELSE
               IF WS-Drawn-Count < 300
                   ADD 1 TO WS-Drawn-Count
                   MOVE WS-Draw-Item TO DR-Item (WS-Drawn-Count)
                   MOVE WS-Take-Qty  TO DR-Qty (WS-Drawn-Count)
               END-IF
           END-IF.

       1087-Write-Open-Pick.
           PERFORM 1084-Add-Drawn.
           ADD 1 TO WS-Last-Pick-Number.
           MOVE SPACES              TO Open-Pick-Rec.
           MOVE WS-Last-Pick-Number TO PK-Pick-Number.
           MOVE WS-Today            TO PK-Release-Date.
           MOVE WS-Draw-Item        TO PK-Stock-ID.
           MOVE WS-Take-Qty         TO PK-Qty.
           MOVE Stock-Cost          TO PK-Cost.
           IF Stock-Txn-Date NUMERIC
               MOVE Stock-Txn-Date TO PK-Txn-Date
           ELSE
               MOVE WS-Today TO PK-Txn-Date
           END-IF.
           MOVE Stock-Txn-Doc       TO PK-Doc.
           MOVE Stock-Txn-Source    TO PK-Source.
           MOVE Stock-Txn-Loc       TO PK-Loc.
           IF Stock-Txn-Pri NUMERIC AND Stock-Txn-Pri > ZERO
               MOVE Stock-Txn-Pri TO PK-Pri
           ELSE
               MOVE 5 TO PK-Pri
           END-IF.
           MOVE Stock-Txn-Route     TO PK-Route.
           MOVE Stock-Txn-Order-Line TO PK-Order-Line.
           MOVE 'N'                 TO PK-Listed.
           WRITE Open-Pick-Rec.
           ADD 1 TO WS-Released-Count.

      *> Issues wait in the queue until every receipt in the batch
      *> has posted, then allocate by priority; a queue overflow
      *> posts the issue straight through rather than losing it.
               MOVE Stock-Txn-Source TO IQ-Source (WS-Queue-Count)
               MOVE Stock-Txn-Loc    TO IQ-Loc (WS-Queue-Count)
               MOVE Stock-Txn-Route  TO IQ-Route (WS-Queue-Count)
               MOVE Stock-Txn-Order-Line
                   TO IQ-Order-Line (WS-Queue-Count)
               IF Stock-Txn-Pri NUMERIC AND Stock-Txn-Pri > ZERO
                   MOVE Stock-Txn-Pri TO IQ-Pri (WS-Queue-Count)
               ELSE
                           PERFORM 1138-Post-Intercompany
                       WHEN Stock-Is-Adjustment
                           PERFORM 1145-Post-Adjustment
                       WHEN Stock-Is-Cust-Return
                           PERFORM 1124-Post-Customer-Return
                           PERFORM 1150-Release-Backorders
                   END-EVALUATE
                   IF WS-Txn-Ok = 'Y'
                       REWRITE Stock-Record
           MOVE SPACES                    TO Stock-Txn-Lot.
           MOVE IQ-Pri (WS-Pick-Sub)      TO Stock-Txn-Pri.
           MOVE IQ-Route (WS-Pick-Sub)    TO Stock-Txn-Route.
           MOVE IQ-Order-Line (WS-Pick-Sub)
               TO Stock-Txn-Order-Line.
           MOVE ZERO TO WS-Filled-Qty.
           MOVE ZERO TO WS-Short-Qty.
           PERFORM 1100-Post-To-Stock-Master.
                           MOVE WS-Txn-Loc-To  TO LG-Loc
                           MOVE SPACES         TO LG-Lot
                           MOVE SPACES         TO LG-Route
                           MOVE SPACES         TO LG-Order-Line
                           MOVE Stock-Unit-Cost TO LG-Unit-Cost
                           WRITE Ledger-Rec
                   END-REWRITE
           END-READ.
               MOVE WS-Today TO SG-Date
               MOVE SPACES   TO SG-Reason
               MOVE 'D' TO SG-Dr-Cr
               IF Stock-Txn-Source = 'WO'
                   MOVE WS-Assembly-Clearing TO SG-Account
               ELSE
                   MOVE WS-Issue-Expense TO SG-Account
               END-IF
               MOVE WS-Issue-Cost TO SG-Amount
               WRITE Stock-GL-Line
               MOVE 'C' TO SG-Dr-Cr

      *> A receipt lays down a cost layer and folds its unit cost
      *> into the weighted average on the master, instead of the
      *> latest invoice rewriting valuation history. An item with
      *> a standard does not average: it comes in at standard.
       1120-Post-Receipt.
           PERFORM 1121-Find-Standard.
           IF WS-Std-Found = 'Y'
               MOVE STT-Std-Cost (Std-Idx) TO Stock-Unit-Cost
           ELSE
               IF Stock-Qty-On-Hand + Stock-Txn-Qty > ZERO
                   COMPUTE WS-New-Avg-Cost ROUNDED =
                       (Stock-Qty-On-Hand * Stock-Unit-Cost
                        + Stock-Txn-Qty * Stock-Cost)
                       / (Stock-Qty-On-Hand + Stock-Txn-Qty)
                   MOVE WS-New-Avg-Cost TO Stock-Unit-Cost
               END-IF
           END-IF.
           ADD Stock-Txn-Qty TO Stock-Qty-On-Hand.
           ADD Stock-Cost TO Stock-Total-Cost.
           MOVE Stock-ID1     TO LY-Stock-ID1.
           MOVE WS-Today      TO LY-Date.
           MOVE Stock-Txn-Qty TO LY-Qty.
           IF WS-Std-Found = 'Y'
               MOVE STT-Std-Cost (Std-Idx) TO LY-Unit-Cost
           ELSE
               MOVE Stock-Cost    TO LY-Unit-Cost
           END-IF.
           WRITE Cost-Layer-Rec.
      *> The received value debits inventory against the receiving
      *> accrual finance clears when the invoice pays; a built item
      *> comes in against assembly clearing instead.
           COMPUTE WS-Move-Value ROUNDED =
               Stock-Txn-Qty * Stock-Cost.
           IF WS-Std-Found = 'Y'
               PERFORM 1122-Write-Standard-Receipt-GL
           ELSE
               PERFORM 1123-Write-Receipt-GL
           END-IF.

       1121-Find-Standard.
           MOVE 'N' TO WS-Std-Found.
           SET Std-Idx TO 1.
           SEARCH Std-Entry
               AT END CONTINUE
               WHEN STT-Stock-ID1 (Std-Idx) = Stock-ID1
                   MOVE 'Y' TO WS-Std-Found
           END-SEARCH.

      *> At standard, inventory takes the standard value and the
      *> accrual (or assembly clearing) is relieved at what the
      *> receipt actually cost; the difference is the variance -
      *> a debit when actual ran over standard.
       1122-Write-Standard-Receipt-GL.
           COMPUTE WS-Standard-Value ROUNDED =
               Stock-Txn-Qty * STT-Std-Cost (Std-Idx).
           COMPUTE WS-Variance-Amount =
               WS-Move-Value - WS-Standard-Value.
           MOVE SPACES TO SG-Ref.
           STRING Stock-ID1 ' ' Stock-Txn-Doc
               DELIMITED BY SIZE INTO SG-Ref.
           MOVE WS-Today TO SG-Date.
           MOVE SPACES   TO SG-Reason.
           IF WS-Standard-Value > ZERO
               MOVE 'D' TO SG-Dr-Cr
               MOVE WS-Inventory-Account TO SG-Account
               MOVE WS-Standard-Value TO SG-Amount
               WRITE Stock-GL-Line
               ADD WS-Standard-Value TO WS-GL-Net-Value
           END-IF.
           IF WS-Move-Value > ZERO
               MOVE 'C' TO SG-Dr-Cr
               IF Stock-Txn-Source = 'WO'
                   MOVE WS-Assembly-Clearing TO SG-Account
               ELSE
                   MOVE WS-Payable-Accrual TO SG-Account
               END-IF
               MOVE WS-Move-Value TO SG-Amount
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
               IF Stock-Txn-Source = 'WO'
                   MOVE WS-Build-Variance TO SG-Account
               ELSE
                   MOVE WS-PPV-Account TO SG-Account
               END-IF
               WRITE Stock-GL-Line
           END-IF.

       1123-Write-Receipt-GL.
           IF WS-Move-Value > ZERO
               MOVE SPACES TO SG-Ref
               STRING Stock-ID1 ' ' Stock-Txn-Doc
               MOVE WS-Move-Value TO SG-Amount
               WRITE Stock-GL-Line
               MOVE 'C' TO SG-Dr-Cr
               IF Stock-Txn-Source = 'WO'
                   MOVE WS-Assembly-Clearing TO SG-Account
               ELSE
                   MOVE WS-Payable-Accrual TO SG-Account
               END-IF
               WRITE Stock-GL-Line
               ADD WS-Move-Value TO WS-GL-Net-Value
           END-IF.

      *> A customer return is not a purchase: no cost layer, no
      *> accrual, and no purchase price variance. The goods come
      *> back at what they went out at - folded into the average,
      *> or at standard for an item that has one - and the value
      *> reverses the cost of issues it was charged to.
       1124-Post-Customer-Return.
           PERFORM 1121-Find-Standard.
           COMPUTE WS-Move-Value ROUNDED =
               Stock-Txn-Qty * WS-Return-Unit-Cost.
           IF WS-Std-Found = 'Y'
               MOVE STT-Std-Cost (Std-Idx) TO Stock-Unit-Cost
               COMPUTE WS-Standard-Value ROUNDED =
                   Stock-Txn-Qty * STT-Std-Cost (Std-Idx)
           ELSE
               IF Stock-Qty-On-Hand + Stock-Txn-Qty > ZERO
                   COMPUTE WS-New-Avg-Cost ROUNDED =
                       (Stock-Qty-On-Hand * Stock-Unit-Cost
                        + Stock-Txn-Qty * WS-Return-Unit-Cost)
                       / (Stock-Qty-On-Hand + Stock-Txn-Qty)
                   MOVE WS-New-Avg-Cost TO Stock-Unit-Cost
               END-IF
               MOVE WS-Move-Value TO WS-Standard-Value
           END-IF.
           ADD Stock-Txn-Qty TO Stock-Qty-On-Hand.
           MOVE WS-Txn-Loc    TO WS-Add-Loc.
           MOVE Stock-Txn-Qty TO WS-Add-Loc-Qty.
           PERFORM 1125-Add-Location-Qty.
           PERFORM 1119-Write-Return-GL.
           ADD 1 TO WS-Cust-Return-Count.

      *> Inventory takes the value the goods come back at; cost of
      *> issues is relieved at what they went out at, and on a
      *> standard item any gap between the two is revaluation.
       1119-Write-Return-GL.
           COMPUTE WS-Variance-Amount =
               WS-Move-Value - WS-Standard-Value.
           MOVE SPACES TO SG-Ref.
           STRING Stock-ID1 ' ' Stock-Txn-Doc
               DELIMITED BY SIZE INTO SG-Ref.
           MOVE WS-Today TO SG-Date.
           MOVE 'RTN'    TO SG-Reason.
           IF WS-Standard-Value > ZERO
               MOVE 'D' TO SG-Dr-Cr
               MOVE WS-Inventory-Account TO SG-Account
               MOVE WS-Standard-Value TO SG-Amount
               WRITE Stock-GL-Line
               ADD WS-Standard-Value TO WS-GL-Net-Value
           END-IF.
           IF WS-Move-Value > ZERO
               MOVE 'C' TO SG-Dr-Cr
               MOVE WS-Issue-Expense TO SG-Account
               MOVE WS-Move-Value TO SG-Amount
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
               MOVE WS-Revaluation-Account TO SG-Account
               WRITE Stock-GL-Line
           END-IF.

      *> On-hand is unsigned; an issue larger than the quantity on
      *> hand fills what it can and backorders the shortfall rather
      *> than letting the subtraction wrap. What does ship is costed
               COMPUTE WS-Short-Qty =
                   Stock-Txn-Qty - Stock-Qty-On-Hand
               MOVE ZERO TO Stock-Qty-On-Hand
               PERFORM 1162-Write-Short-Ledger
               IF Stock-Txn-Source = 'SO'
                   PERFORM 1142-Return-Order-Short
                   DISPLAY Stock-ID ' SHORT ' WS-Short-Qty
                       ' UNITS, RETURNED TO ORDER ' Stock-Txn-Doc
               ELSE
                   PERFORM 1140-Add-To-Backorders
                   DISPLAY Stock-ID ' SHORT ' WS-Short-Qty
                       ' UNITS, BACKORDERED'
               END-IF
           ELSE
               MOVE Stock-Txn-Qty TO WS-Filled-Qty
               SUBTRACT Stock-Txn-Qty FROM Stock-Qty-On-Hand

      *> A shortfall reads its item's backorder record by key and
      *> adds on, or writes a fresh one; capacity is whatever the
      *> pack holds. A superseded item will not be received again,
      *> so its shortfall is owed by the end of its chain.
       1140-Add-To-Backorders.
           MOVE 'N' TO WS-Backorder-Found.
           MOVE Stock-ID1 TO WS-Draw-Item.
           MOVE ZERO TO WS-Chain-Hops.
           MOVE Stock-ID1 TO WS-BO-Item.
           PERFORM 1144-Follow-Chain
               UNTIL WS-Draw-Item = SPACES
                  OR WS-Chain-Hops > WS-Prod-Count.
           MOVE WS-BO-Item TO BO-Stock-ID1.
           READ Backorder-File
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-Backorder-Found
               ADD WS-Short-Qty TO BO-Qty
               REWRITE Backorder-Rec
           ELSE
               MOVE WS-BO-Item   TO BO-Stock-ID1
               MOVE WS-Short-Qty TO BO-Qty
               MOVE WS-Today     TO BO-Date
               WRITE Backorder-Rec
           END-IF.

       1144-Follow-Chain.
           ADD 1 TO WS-Chain-Hops.
           MOVE WS-Draw-Item TO WS-BO-Item.
           PERFORM 1089-Find-Redirect.
           MOVE WS-Redirect-Item TO WS-Draw-Item.

       1142-Return-Order-Short.
           MOVE Stock-Txn-Doc TO OS-Order-Number.
           MOVE Stock-ID      TO OS-Stock-ID.
           MOVE WS-Short-Qty  TO OS-Short-Qty.
           MOVE WS-Today      TO OS-Date.
           WRITE Order-Short-Rec.
           ADD 1 TO WS-Order-Short-Count.

      *> A fully released backorder record retires from the file;
      *> a partial release rewrites what is still owed. The released
      *> quantity goes out as a pick at the receiving location and
      *> leaves the master only once the picker confirms it. What
      *> the item's own backorder leaves over then goes to anything
      *> still owed on the codes it superseded.
       1150-Release-Backorders.
           MOVE Stock-Qty-On-Hand TO WS-BO-Avail.
           MOVE Stock-ID1 TO WS-BO-Item.
           PERFORM 1151-Release-One-Backorder.
           PERFORM VARYING WS-Prod-Sub FROM 1 BY 1
                   UNTIL WS-Prod-Sub > WS-Prod-Count
                      OR WS-BO-Avail = ZERO
               MOVE 'N' TO WS-In-Chain
               PERFORM 1152-Check-Leads-Here
               IF WS-In-Chain = 'Y'
                   MOVE PT-Prod-Code (WS-Prod-Sub) TO WS-BO-Item
                   PERFORM 1151-Release-One-Backorder
               END-IF
           END-PERFORM.

       1151-Release-One-Backorder.
           MOVE WS-BO-Item TO BO-Stock-ID1.
           READ Backorder-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BO-Qty > ZERO
                        AND WS-BO-Avail > ZERO
                       IF BO-Qty > WS-BO-Avail
                           MOVE WS-BO-Avail TO WS-Release-Qty
                       ELSE
                           MOVE BO-Qty TO WS-Release-Qty
                       END-IF
                       SUBTRACT WS-Release-Qty FROM BO-Qty
                       SUBTRACT WS-Release-Qty FROM WS-BO-Avail
                       PERFORM 1155-Release-Backorder-Pick
                       DISPLAY WS-BO-Item ' BACKORDER RELEASED, QTY '
                           WS-Release-Qty ' REMAINING ' BO-Qty
                           ' FROM ' Stock-ID1
                       IF BO-Qty = ZERO
                           DELETE Backorder-File RECORD
                       ELSE
                   END-IF
           END-READ.

      *> WS-In-Chain comes back Y when the superseded code in the
      *> table at WS-Prod-Sub leads, down chain links already in
      *> effect, to the item just received.
       1152-Check-Leads-Here.
           MOVE PT-Prod-Code (WS-Prod-Sub) TO WS-Draw-Item.
           MOVE ZERO TO WS-Chain-Hops.
           PERFORM UNTIL WS-In-Chain = 'Y'
                   OR WS-Draw-Item = SPACES
                   OR WS-Chain-Hops > WS-Prod-Count
               ADD 1 TO WS-Chain-Hops
               PERFORM 1089-Find-Redirect
               IF WS-Redirect-Item = Stock-ID1
                   MOVE 'Y' TO WS-In-Chain
               END-IF
               MOVE WS-Redirect-Item TO WS-Draw-Item
           END-PERFORM.

       1160-Write-Ledger.
           MOVE Stock-ID1       TO LG-Stock-ID1.
           IF Stock-Txn-Date NUMERIC
           MOVE WS-Txn-Loc      TO LG-Loc.
           MOVE Stock-Txn-Lot   TO LG-Lot.
           MOVE Stock-Txn-Route TO LG-Route.
           MOVE Stock-Txn-Order-Line TO LG-Order-Line.
           IF Stock-Is-Cust-Return
               MOVE WS-Return-Unit-Cost TO LG-Unit-Cost
           ELSE
               MOVE Stock-Unit-Cost TO LG-Unit-Cost
           END-IF.
      *> An issue that came out of tracked lots writes one line per
      *> lot, each with its own share of the quantity, so "where
      *> did lot X go" reads straight off the ledger.
               END-IF
           END-IF.

      *> Demand that could not be met is kept on the ledger as an
      *> 'S' line, so stockouts and fill rate can be measured long
      *> after the backorder or order-short record is gone. It
      *> moves no stock and every quantity reader skips it.
       1162-Write-Short-Ledger.
           MOVE Stock-ID        TO LG-Stock-ID1.
           IF Stock-Txn-Date NUMERIC
               MOVE Stock-Txn-Date TO LG-Date
           ELSE
               MOVE WS-Today TO LG-Date
           END-IF.
           MOVE 'S'             TO LG-Type.
           MOVE WS-Short-Qty    TO LG-Qty.
           MOVE ZERO            TO LG-Cost.
           MOVE Stock-Txn-Doc   TO LG-Doc.
           MOVE Stock-Txn-Source TO LG-Source.
           MOVE WS-Txn-Loc      TO LG-Loc.
           MOVE SPACES          TO LG-Lot.
           MOVE Stock-Txn-Route TO LG-Route.
           MOVE Stock-Txn-Order-Line TO LG-Order-Line.
           MOVE ZERO            TO LG-Unit-Cost.
           WRITE Ledger-Rec.

       3000-Process-Inquiries.
           OPEN INPUT Inquiry-File.
           IF WS-Inquiry-Status = '00'
               ADD 1 TO IT2-Move-Count (WS-Inq-Sub)
           END-IF.

      *> A backorder release is an issue like any other: it is
      *> picked, confirmed, and only then posted and costed.
       1155-Release-Backorder-Pick.
           ADD 1 TO WS-Last-Pick-Number.
           MOVE SPACES              TO Open-Pick-Rec.
           MOVE WS-Last-Pick-Number TO PK-Pick-Number.
           MOVE WS-Today            TO PK-Release-Date.
           MOVE Stock-ID1           TO PK-Stock-ID.
           MOVE WS-Release-Qty      TO PK-Qty.
           MOVE Stock-ID1           TO WS-Draw-Item.
           MOVE WS-Release-Qty      TO WS-Take-Qty.
           PERFORM 1084-Add-Drawn.
           MOVE ZERO                TO PK-Cost.
           MOVE WS-Today            TO PK-Txn-Date.
           MOVE 'BACKORDR'          TO PK-Doc.
           MOVE 'BO'                TO PK-Source.
           MOVE WS-Txn-Loc          TO PK-Loc.
           MOVE 5                   TO PK-Pri.
           MOVE 'N'                 TO PK-Listed.
           WRITE Open-Pick-Rec.
           ADD 1 TO WS-Released-Count.

       1200-Write-Reject.
           MOVE Stock-ID      TO Rej-Stock-ID.
           MOVE Stock-Cost    TO Rej-Cost.
           WRITE Reject-Record.
           ADD 1 TO WS-Reject-Count.
      *> A refused order issue shipped nothing; the whole quantity
      *> goes back to its order line.
           IF Stock-Is-Issue AND Stock-Txn-Source = 'SO'
               MOVE Stock-Txn-Qty TO WS-Short-Qty
               PERFORM 1142-Return-Order-Short
           END-IF.
       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
