           05 MT-Inv-Num           PIC 9(5).
           05 MT-Inv-Name          PIC X(20).
           05 MT-Monthly-Inv-Amt   PIC 9(5).
      *> Who keyed the card and who approved it; oprAuth refuses
      *> the card unless both hold authority for its code and the
      *> item's company, and they are two different people.
           05 MT-Operator          PIC X(8).
           05 MT-Approver          PIC X(8).
       01  Maintenance-Trailer.
           COPY TRAILER.

       01  WS-Maint-Eof         PIC X VALUE 'N'.
       01  WS-Maint-Found-Switch PIC X VALUE 'N'.
       01  WS-Maint-Txn-Count   PIC 9(5) VALUE ZERO.
       01  WS-Maint-Applied     PIC X VALUE 'N'.
       01  WS-Trailer-Found     PIC X VALUE 'N'.
       01  WS-Trailer-Eof       PIC X VALUE 'N'.
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'INITALIZE'.
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
           END-IF.

       6100-Apply-One-Transaction.
           PERFORM 6050-Check-Operator-Authority.
           IF OAP-Result NOT = 'Y'
               DISPLAY 'MAINTENANCE REFUSED: ' MT-Inv-Num ' '
                   OAP-Reason
           ELSE
               MOVE 'N' TO WS-Maint-Applied
               EVALUATE TRUE
                   WHEN MT-Is-Add
                       PERFORM 6200-Add-Inventory-Item
                   WHEN MT-Is-Change
                       PERFORM 6300-Change-Inventory-Item
                   WHEN MT-Is-Delete
                       PERFORM 6400-Delete-Inventory-Item
                   WHEN OTHER
                       DISPLAY 'UNKNOWN MAINTENANCE TXN-CODE: '
                           MT-Txn-Code
               END-EVALUATE
               IF WS-Maint-Applied = 'Y'
                   MOVE 'L' TO OAP-Request
                   CALL 'oprAuth' USING Operator-Auth-Parms
               END-IF
           END-IF.

      *> An item already on the table is maintained under its own
      *> company; a new one is added to company 01.
       6050-Check-Operator-Authority.
           PERFORM 6500-Find-Maintenance-Item.
           IF WS-Maint-Found-Switch = 'Y'
               MOVE Inv-Company (Inv-Idx) TO OAP-Company
           ELSE
               MOVE '01' TO OAP-Company
           END-IF.
           MOVE 'C'           TO OAP-Request.
           MOVE MT-Operator   TO OAP-Operator.
           MOVE MT-Approver   TO OAP-Approver.
           MOVE MT-Txn-Code   TO OAP-Txn-Code.
           MOVE MT-Inv-Num    TO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       6200-Add-Inventory-Item.
           PERFORM 6500-Find-Maintenance-Item.
                   MOVE ZERO TO Inv-Order-Qty (WS-Table-Count)
                   MOVE '01' TO Inv-Company (WS-Table-Count)
                   DISPLAY 'MAINTENANCE ADD: ' MT-Inv-Num
                   MOVE 'Y'   TO WS-Maint-Applied
                   MOVE 'ADD' TO OAP-Action
               ELSE
                   DISPLAY 'MAINTENANCE ADD FAILED, TABLE FULL: '
                       MT-Inv-Num
               MOVE MT-Inv-Name        TO Inv-Name (Inv-Idx)
               MOVE MT-Monthly-Inv-Amt TO Monthly-Inv-Amt (Inv-Idx)
               DISPLAY 'MAINTENANCE CHANGE: ' MT-Inv-Num
               MOVE 'Y'      TO WS-Maint-Applied
               MOVE 'CHANGE' TO OAP-Action
           ELSE
               DISPLAY 'MAINTENANCE CHANGE FAILED, NOT FOUND: '
                   MT-Inv-Num
               END-PERFORM
               SUBTRACT 1 FROM WS-Table-Count
               DISPLAY 'MAINTENANCE DELETE: ' MT-Inv-Num
               MOVE 'Y'      TO WS-Maint-Applied
               MOVE 'DELETE' TO OAP-Action
           ELSE
               DISPLAY 'MAINTENANCE DELETE FAILED, NOT FOUND: '
                   MT-Inv-Num
