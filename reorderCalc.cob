           SELECT Ledger-File ASSIGN TO "STOCKLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ledger-Status.
      *> Product master, for supersessions: a replaced item's issue
      *> history is the best guide to its successor's demand.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Recalculation report for purchasing: old point, computed
      *> demand, new point per item.
           SELECT Recalc-Report ASSIGN TO "INVRPRPT"
           05 LG-Doc          PIC X(8).
           05 LG-Source       PIC X(2).
           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
           05 LG-Unit-Cost    PIC 9(5)V99.
           05 LG-Order-Line   PIC X(3).

       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  Recalc-Report.
       01  Recalc-Report-Line PIC X(80).
       01  WS-Inventory-Status  PIC XX.
       01  WS-Ledger-Status     PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Product-Status    PIC XX.
       01  WS-Product-Eof       PIC X VALUE 'N'.
       01  WS-Prod-Count        PIC 9(3) VALUE ZERO.
       01  WS-Chain-Hops        PIC 9(3).
       01  WS-Chain-Item        PIC X(10).
       01  WS-Next-Item         PIC X(10).
       01  WS-Today-Display     PIC X(8).
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Ledger-Eof        PIC X VALUE 'N'.
       01  WS-Item-Count        PIC 9(3) VALUE ZERO.
           05 RC2-Demand       PIC Z(6)9.
           05 FILLER           PIC X(5) VALUE ' NEW='.
           05 RC2-New-Point    PIC Z(4)9.
           05 FILLER           PIC X VALUE SPACE.
           05 RC2-Note         PIC X(25).

       01  Item-Table.
           05 Item-Entry OCCURS 0 TO 100 TIMES
              10 IT-Demand         PIC 9(7).
              10 IT-Ledger-Key     PIC X(10).
              10 IT-Company        PIC X(2).
              10 IT-Successor      PIC X(10).
              10 IT-Folded-Demand  PIC 9(7).

      *> Supersessions in force today, off the product master.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Successor    PIC X(10).

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
           COMPUTE WS-Cutoff-Date =
               FUNCTION DATE-OF-INTEGER (WS-Cutoff-Integer).
           MOVE WS-Cutoff-Date TO WS-Cutoff-Display.
           MOVE WS-Today TO WS-Today-Display.
           PERFORM 0500-Load-Supersessions.
           PERFORM 1000-Load-Inventory.
           PERFORM 2000-Accumulate-Issue-Demand.
           PERFORM 3000-Recalculate-And-Report.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Only supersessions already in effect count; no product
      *> master means none at all.
       0500-Load-Supersessions.
           OPEN INPUT Product-File.
           IF WS-Product-Status = '00'
               READ Product-File
                   AT END MOVE 'Y' TO WS-Product-Eof
               END-READ
               PERFORM UNTIL WS-Product-Eof = 'Y'
                       OR WS-Prod-Count >= 200
                   IF Prod-Successor NOT = SPACES
                        AND Prod-Supersede-Date <= WS-Today-Display
                       ADD 1 TO WS-Prod-Count
                       MOVE Prod-Code TO PT-Prod-Code (WS-Prod-Count)
                       MOVE Prod-Successor
                           TO PT-Successor (WS-Prod-Count)
                   END-IF
                   READ Product-File
                       AT END MOVE 'Y' TO WS-Product-Eof
                   END-READ
               END-PERFORM
               CLOSE Product-File
           END-IF.

       1000-Load-Inventory.
           OPEN INPUT Inventory-File.
           IF WS-Inventory-Status NOT = '00'
               MOVE SPACES TO WS-Ledger-Key
               MOVE IF-Inv-Num TO WS-Ledger-Key (1:5)
               MOVE WS-Ledger-Key TO IT-Ledger-Key (WS-Item-Count)
               MOVE ZERO TO IT-Folded-Demand (WS-Item-Count)
               MOVE WS-Ledger-Key TO WS-Chain-Item
               PERFORM 1100-Follow-Chain
               IF WS-Chain-Item = WS-Ledger-Key
                   MOVE SPACES TO IT-Successor (WS-Item-Count)
               ELSE
                   MOVE WS-Chain-Item TO IT-Successor (WS-Item-Count)
               END-IF
               READ Inventory-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Inventory-File.

      *> Follows WS-Chain-Item down its supersessions to the item
      *> that is in use today; an item not superseded is its own end.
       1100-Follow-Chain.
           MOVE ZERO TO WS-Chain-Hops.
           MOVE SPACES TO WS-Next-Item.
           PERFORM UNTIL WS-Next-Item = WS-Chain-Item
                   OR WS-Chain-Hops > WS-Prod-Count
               ADD 1 TO WS-Chain-Hops
               MOVE WS-Chain-Item TO WS-Next-Item
               SET Prod-Idx TO 1
               SEARCH Prod-Entry
                   AT END CONTINUE
                   WHEN PT-Prod-Code (Prod-Idx) = WS-Chain-Item
                       MOVE PT-Successor (Prod-Idx) TO WS-Chain-Item
               END-SEARCH
           END-PERFORM.

      *> A superseded item's issues count toward the item at the end
      *> of its chain, which now carries that demand.
       2000-Accumulate-Issue-Demand.
           OPEN INPUT Ledger-File.
           IF WS-Ledger-Status NOT = '00'
               PERFORM UNTIL WS-Ledger-Eof = 'Y'
                   IF LG-Type = 'I'
                        AND LG-Date NOT < WS-Cutoff-Display
                       MOVE LG-Stock-ID1 TO WS-Chain-Item
                       PERFORM 1100-Follow-Chain
                       SET Item-Idx TO 1
                       SEARCH Item-Entry
                           AT END CONTINUE
                           WHEN IT-Ledger-Key (Item-Idx) = WS-Chain-Item
                               ADD LG-Qty TO IT-Demand (Item-Idx)
                               IF WS-Chain-Item NOT = LG-Stock-ID1
                                   ADD LG-Qty
                                       TO IT-Folded-Demand (Item-Idx)
                               END-IF
                       END-SEARCH
                   END-IF
                   READ Ledger-File
      *> The new point covers half the observed issue demand; the
      *> order quantity restores a full demand's worth of cover. An
      *> item with no issues in the ledger keeps its current point.
      *> A superseded item is taken to zero so it never comes up
      *> for reorder again; its demand has gone to its successor.
       3000-Recalculate-And-Report.
           OPEN OUTPUT Recalc-Report.
           IF WS-Report-Status NOT = '00'
           ELSE
               PERFORM VARYING Item-Idx FROM 1 BY 1
                       UNTIL Item-Idx > WS-Item-Count
                   MOVE SPACES TO RC2-Note
                   EVALUATE TRUE
                       WHEN IT-Successor (Item-Idx) NOT = SPACES
                           MOVE ZERO TO WS-New-Point
                           STRING 'SUPERSEDED BY '
                               IT-Successor (Item-Idx)
                               DELIMITED BY SIZE INTO RC2-Note
                           PERFORM 3100-Write-Recalc-Line
                           MOVE ZERO TO IT-Order-Qty (Item-Idx)
                       WHEN IT-Demand (Item-Idx) > ZERO
                           COMPUTE WS-New-Point ROUNDED =
                               IT-Demand (Item-Idx) / 2
                           IF IT-Folded-Demand (Item-Idx) > ZERO
                               MOVE 'INCL SUPERSEDED DEMAND'
                                   TO RC2-Note
                           END-IF
                           PERFORM 3100-Write-Recalc-Line
                           MOVE IT-Demand (Item-Idx)
                               TO IT-Order-Qty (Item-Idx)
                   END-EVALUATE
               END-PERFORM
               CLOSE Recalc-Report
           END-IF.

       3100-Write-Recalc-Line.
           MOVE IT-Inv-Num (Item-Idx) TO RC2-Inv-Num.
           MOVE IT-Reorder-Point (Item-Idx) TO RC2-Old-Point.
           MOVE IT-Demand (Item-Idx) TO RC2-Demand.
           MOVE WS-New-Point TO RC2-New-Point.
           WRITE Recalc-Report-Line FROM WS-Recalc-Detail.
           MOVE WS-New-Point TO IT-Reorder-Point (Item-Idx).

       4000-Rewrite-Inventory.
           OPEN OUTPUT Inventory-File.
           PERFORM VARYING Item-Idx FROM 1 BY 1
