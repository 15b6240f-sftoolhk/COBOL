               FILE STATUS IS WS-Record-Written-Status.
      *> Transaction-code-driven maintenance of the product master,
      *> same shape as initalize's INVMAINT pass: A = add,
      *> C = change, D = discontinue, S = supersede by a successor
      *> (a blank successor withdraws the supersession). Records
      *> from prior runs are preserved; nothing is rebuilt from
      *> literals any more.
           SELECT Maintenance-File ASSIGN TO "PRODMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Status.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
      *> Supersession: the item that replaces this one, the date the
      *> replacement takes effect, and Y when the stock left on this
      *> code is used up before demand moves to the successor. Blank
      *> on an item that has not been replaced.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
      *> Shipping weight of one unit, in the same units as a route
      *> segment's load weight; routeBuild weighs each stop's load
      *> from it.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  Maintenance-File.
       01  Maintenance-Rec.
              88 PM-Is-Add           VALUE 'A'.
              88 PM-Is-Change        VALUE 'C'.
              88 PM-Is-Discontinue   VALUE 'D'.
              88 PM-Is-Supersede     VALUE 'S'.
           05 PM-Prod-Code        PIC X(10).
           05 PM-Description      PIC X(30).
           05 PM-Successor        PIC X(10).
           05 PM-Effective-Date   PIC X(8).
           05 PM-Use-Up-First     PIC X.
      *> Unit weight on an add or change; blank on a change leaves
      *> the weight as it stands.
           05 PM-Unit-Weight-Text PIC X(6).
           05 PM-Unit-Weight REDEFINES PM-Unit-Weight-Text
                                  PIC 9(4)V99.
      *> Who keyed the card and who approved it; oprAuth refuses
      *> the card unless both hold authority for its code, and
      *> they are two different people. The product master is
      *> kept for every company at once, so only an all-company
      *> grant reaches it.
           05 PM-Operator         PIC X(8).
           05 PM-Approver         PIC X(8).

       FD  Register-File.
       01  Register-Line          PIC X(80).
       01  WS-Prod-Count           PIC 9(3) VALUE ZERO.
       01  WS-Prod-Found           PIC X VALUE 'N'.
       01  WS-Maint-Txn-Count      PIC 9(5) VALUE ZERO.
       01  WS-Applied-Before       PIC 9(5) VALUE ZERO.
       01  WS-Today                PIC X(8).
       01  WS-Chain-Item           PIC X(10).
       01  WS-Chain-Found          PIC X VALUE 'N'.
       01  WS-Chain-Hops           PIC 9(3).
       01  WS-Register-Detail.
           05 RG-Action        PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACE.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx Chain-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Description  PIC X(30).
              10 PT-Status       PIC X.
              10 PT-Successor    PIC X(10).
              10 PT-Supersede-Date PIC X(8).
              10 PT-Use-Up-First PIC X.
              10 PT-Unit-Weight  PIC 9(4)V99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'DEFINEVALUE'.
           05 OAP-Operator      PIC X(8).
           05 OAP-Approver      PIC X(8).
           05 OAP-Txn-Code      PIC X.
           05 OAP-Company       PIC X(2).
           05 OAP-Key           PIC X(20).
           05 OAP-Action        PIC X(12).
           05 OAP-Result        PIC X.
           05 OAP-Reason        PIC X(30).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0500-Load-Product-Master.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
                   MOVE Prod-Description
                       TO PT-Description (WS-Prod-Count)
                   MOVE Prod-Status TO PT-Status (WS-Prod-Count)
                   MOVE Prod-Successor
                       TO PT-Successor (WS-Prod-Count)
                   MOVE Prod-Supersede-Date
                       TO PT-Supersede-Date (WS-Prod-Count)
                   MOVE Prod-Use-Up-First
                       TO PT-Use-Up-First (WS-Prod-Count)
                   IF Prod-Unit-Weight NUMERIC
                       MOVE Prod-Unit-Weight
                           TO PT-Unit-Weight (WS-Prod-Count)
                   ELSE
                       MOVE ZERO TO PT-Unit-Weight (WS-Prod-Count)
                   END-IF
                   READ Record-Written
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
           END-IF.

       1100-Apply-One-Transaction.
           PERFORM 1050-Check-Operator-Authority.
           IF OAP-Result NOT = 'Y'
               MOVE OAP-Reason TO RF-Reason
               PERFORM 1170-Write-Refusal
           ELSE
               MOVE WS-Maint-Txn-Count TO WS-Applied-Before
               EVALUATE TRUE
                   WHEN PM-Is-Add
                       PERFORM 1200-Add-Product
                   WHEN PM-Is-Change
                       PERFORM 1300-Change-Product
                   WHEN PM-Is-Discontinue
                       PERFORM 1400-Discontinue-Product
                   WHEN PM-Is-Supersede
                       PERFORM 1600-Supersede-Product
                   WHEN OTHER
                       MOVE 'UNKNOWN TXN-CODE' TO RF-Reason
                       PERFORM 1170-Write-Refusal
               END-EVALUATE
               IF WS-Maint-Txn-Count > WS-Applied-Before
                   MOVE 'L'       TO OAP-Request
                   MOVE RG-Action TO OAP-Action
                   CALL 'oprAuth' USING Operator-Auth-Parms
               END-IF
           END-IF.

       1050-Check-Operator-Authority.
           MOVE 'C'           TO OAP-Request.
           MOVE PM-Operator   TO OAP-Operator.
           MOVE PM-Approver   TO OAP-Approver.
           MOVE PM-Txn-Code   TO OAP-Txn-Code.
           MOVE '**'          TO OAP-Company.
           MOVE PM-Prod-Code  TO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       1150-Find-Product.
           MOVE 'N' TO WS-Prod-Found.

       1200-Add-Product.
           PERFORM 1150-Find-Product.
           EVALUATE TRUE
               WHEN WS-Prod-Found = 'Y'
                   MOVE 'DUPLICATE PROD-CODE' TO RF-Reason
                   PERFORM 1170-Write-Refusal
               WHEN PM-Unit-Weight-Text NOT = SPACES
                    AND PM-Unit-Weight NOT NUMERIC
                   MOVE 'UNIT WEIGHT NOT NUMERIC' TO RF-Reason
                   PERFORM 1170-Write-Refusal
               WHEN WS-Prod-Count < 200
                   ADD 1 TO WS-Prod-Count
                   MOVE PM-Prod-Code TO PT-Prod-Code (WS-Prod-Count)
                   MOVE PM-Description
                       TO PT-Description (WS-Prod-Count)
                   MOVE 'A' TO PT-Status (WS-Prod-Count)
                   MOVE SPACES TO PT-Successor (WS-Prod-Count)
                   MOVE SPACES TO PT-Supersede-Date (WS-Prod-Count)
                   MOVE SPACES TO PT-Use-Up-First (WS-Prod-Count)
                   IF PM-Unit-Weight-Text = SPACES
                       MOVE ZERO TO PT-Unit-Weight (WS-Prod-Count)
                   ELSE
                       MOVE PM-Unit-Weight
                           TO PT-Unit-Weight (WS-Prod-Count)
                   END-IF
                   MOVE 'ADD'          TO RG-Action
                   MOVE PM-Description TO RG-Description
                   MOVE 'A'            TO RG-Status
                   PERFORM 1180-Write-Register-Line
               WHEN OTHER
                   MOVE 'PRODUCT TABLE FULL' TO RF-Reason
                   PERFORM 1170-Write-Refusal
           END-EVALUATE.

       1300-Change-Product.
           PERFORM 1150-Find-Product.
           EVALUATE TRUE
               WHEN WS-Prod-Found = 'N'
                   MOVE 'PROD-CODE NOT FOUND' TO RF-Reason
                   PERFORM 1170-Write-Refusal
               WHEN PM-Unit-Weight-Text NOT = SPACES
                    AND PM-Unit-Weight NOT NUMERIC
                   MOVE 'UNIT WEIGHT NOT NUMERIC' TO RF-Reason
                   PERFORM 1170-Write-Refusal
               WHEN OTHER
                   MOVE PM-Description TO PT-Description (Prod-Idx)
                   IF PM-Unit-Weight-Text NOT = SPACES
                       MOVE PM-Unit-Weight TO PT-Unit-Weight (Prod-Idx)
                   END-IF
                   MOVE 'CHANGE'              TO RG-Action
                   MOVE PM-Description        TO RG-Description
                   MOVE PT-Status (Prod-Idx)  TO RG-Status
                   PERFORM 1180-Write-Register-Line
           END-EVALUATE.

      *> Discontinuation requires the stockroom to be empty of the
      *> product first; otherwise value would sit on hand against a
      *> dead product code. Nor can the successor of a superseded
      *> item go, or demand redirected to it would have nowhere to
      *> land.
       1400-Discontinue-Product.
           PERFORM 1150-Find-Product.
           IF WS-Prod-Found = 'N'
               MOVE 'PROD-CODE NOT FOUND' TO RF-Reason
               PERFORM 1170-Write-Refusal
           ELSE
               SET Chain-Idx TO 1
               SEARCH Prod-Entry VARYING Chain-Idx
                   AT END CONTINUE
                   WHEN PT-Successor (Chain-Idx) = PM-Prod-Code
                       MOVE 'N' TO WS-Prod-Found
                       MOVE 'SUCCESSOR TO A SUPERSEDED ITEM'
                           TO RF-Reason
                       PERFORM 1170-Write-Refusal
               END-SEARCH
           END-IF.
           IF WS-Prod-Found = 'Y'
               PERFORM 1450-Check-Stock-On-Hand
               IF WS-Prod-Found = 'Y'
                   MOVE 'D' TO PT-Status (Prod-Idx)
               CLOSE Stock
           END-IF.

      *> The successor must be a live product, and following its
      *> own chain must never lead back here. No effective date
      *> means today; no use-up flag means the old stock goes first.
       1600-Supersede-Product.
           MOVE 'N' TO WS-Chain-Found.
           PERFORM 1150-Find-Product.
           EVALUATE TRUE
               WHEN WS-Prod-Found = 'N'
                   MOVE 'PROD-CODE NOT FOUND' TO RF-Reason
               WHEN PM-Successor = SPACES
                    AND PT-Successor (Prod-Idx) = SPACES
                   MOVE 'NOT SUPERSEDED' TO RF-Reason
               WHEN PM-Successor = SPACES
                   CONTINUE
               WHEN PM-Successor = PM-Prod-Code
                   MOVE 'SUCCESSOR SAME AS ITEM' TO RF-Reason
               WHEN PM-Effective-Date NOT = SPACES
                    AND PM-Effective-Date NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO RF-Reason
               WHEN PM-Use-Up-First NOT = SPACE
                    AND PM-Use-Up-First NOT = 'Y'
                    AND PM-Use-Up-First NOT = 'N'
                   MOVE 'USE-UP FLAG NOT Y OR N' TO RF-Reason
               WHEN OTHER
                   PERFORM 1650-Check-Successor-Chain
           END-EVALUATE.
           IF WS-Prod-Found = 'N'
                OR (PM-Successor NOT = SPACES
                    AND WS-Chain-Found = 'N')
                OR (PM-Successor = SPACES
                    AND PT-Successor (Prod-Idx) = SPACES)
               PERFORM 1170-Write-Refusal
           ELSE
               IF PM-Successor = SPACES
                   MOVE SPACES TO PT-Successor (Prod-Idx)
                   MOVE SPACES TO PT-Supersede-Date (Prod-Idx)
                   MOVE SPACES TO PT-Use-Up-First (Prod-Idx)
                   MOVE 'UNSUPERSEDE' TO RG-Action
                   MOVE PT-Description (Prod-Idx) TO RG-Description
               ELSE
                   MOVE PM-Successor TO PT-Successor (Prod-Idx)
                   IF PM-Effective-Date = SPACES
                       MOVE WS-Today TO PT-Supersede-Date (Prod-Idx)
                   ELSE
                       MOVE PM-Effective-Date
                           TO PT-Supersede-Date (Prod-Idx)
                   END-IF
                   IF PM-Use-Up-First = SPACE
                       MOVE 'Y' TO PT-Use-Up-First (Prod-Idx)
                   ELSE
                       MOVE PM-Use-Up-First
                           TO PT-Use-Up-First (Prod-Idx)
                   END-IF
                   MOVE 'SUPERSEDE' TO RG-Action
                   MOVE SPACES TO RG-Description
                   STRING PT-Successor (Prod-Idx)
                       ' ' PT-Supersede-Date (Prod-Idx)
                       ' USE-UP ' PT-Use-Up-First (Prod-Idx)
                       DELIMITED BY SIZE INTO RG-Description
               END-IF
               MOVE PT-Status (Prod-Idx) TO RG-Status
               PERFORM 1180-Write-Register-Line
           END-IF.

      *> Walks the successor's chain one link at a time. Chain-Found
      *> comes back Y only when the successor is a live product and
      *> the chain ends without passing back through this item.
       1650-Check-Successor-Chain.
           MOVE 'N' TO WS-Chain-Found.
           SET Chain-Idx TO 1.
           SEARCH Prod-Entry VARYING Chain-Idx
               AT END CONTINUE
               WHEN PT-Prod-Code (Chain-Idx) = PM-Successor
                   MOVE 'Y' TO WS-Chain-Found
           END-SEARCH.
           IF WS-Chain-Found = 'N'
               MOVE 'SUCCESSOR NOT FOUND' TO RF-Reason
           ELSE
               IF PT-Status (Chain-Idx) = 'D'
                   MOVE 'N' TO WS-Chain-Found
                   MOVE 'SUCCESSOR DISCONTINUED' TO RF-Reason
               END-IF
           END-IF.
           MOVE ZERO TO WS-Chain-Hops.
           PERFORM UNTIL WS-Chain-Found = 'N'
                   OR PT-Successor (Chain-Idx) = SPACES
                   OR WS-Chain-Hops > WS-Prod-Count
               ADD 1 TO WS-Chain-Hops
               MOVE PT-Successor (Chain-Idx) TO WS-Chain-Item
               IF WS-Chain-Item = PM-Prod-Code
                   MOVE 'N' TO WS-Chain-Found
                   MOVE 'SUPERSESSION WOULD LOOP' TO RF-Reason
               ELSE
                   SET Chain-Idx TO 1
                   SEARCH Prod-Entry VARYING Chain-Idx
                       AT END
                           MOVE 'N' TO WS-Chain-Found
                           MOVE 'SUCCESSOR CHAIN BROKEN' TO RF-Reason
                       WHEN PT-Prod-Code (Chain-Idx) = WS-Chain-Item
                           CONTINUE
                   END-SEARCH
               END-IF
           END-PERFORM.

       1500-Rewrite-Product-Master.
           OPEN OUTPUT Record-Written.
           IF WS-Record-Written-Status NOT = '00'
               MOVE PT-Prod-Code (Prod-Idx)   TO Prod-Code
               MOVE PT-Description (Prod-Idx) TO Prod-Description
               MOVE PT-Status (Prod-Idx)      TO Prod-Status
               MOVE PT-Successor (Prod-Idx)   TO Prod-Successor
               MOVE PT-Supersede-Date (Prod-Idx)
                   TO Prod-Supersede-Date
               MOVE PT-Use-Up-First (Prod-Idx) TO Prod-Use-Up-First
               MOVE PT-Unit-Weight (Prod-Idx)  TO Prod-Unit-Weight
               WRITE Name
               IF WS-Record-Written-Status NOT = '00'
                   DISPLAY 'PRODMAST WRITE FAILED, STATUS='
                   WHEN OTHER
                       DISPLAY Prod-Code ' UNKNOWN STATUS'
               END-EVALUATE
               IF Prod-Successor NOT = SPACES
                   DISPLAY Prod-Code ' SUPERSEDED BY ' Prod-Successor
                       ' FROM ' Prod-Supersede-Date
               END-IF
               READ Record-Written
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
