       IDENTIFICATION DIVISION.
       PROGRAM-ID. bomMaint.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Bill-of-material maintenance cards: A adds a component to
      *> a parent, C changes its quantity per, D takes it off.
      *> Each card names the operator who keyed it and the one who
      *> approved it.
           SELECT BOM-Transaction-File ASSIGN TO "BOMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Status.
      *> Product master: parent and component must both be live
      *> products before a structure can name them.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
           SELECT BOM-File ASSIGN TO "PRODBOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-Status.
      *> Every card with what was done about it.
           SELECT Audit-File ASSIGN TO "BOMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-Transaction-File.
       01  BOM-Transaction-Rec.
           05 BX-Txn-Code      PIC X.
              88 BX-Is-Add        VALUE 'A'.
              88 BX-Is-Change     VALUE 'C'.
              88 BX-Is-Delete     VALUE 'D'.
           05 BX-Parent-ID     PIC X(10).
           05 BX-Component-ID  PIC X(10).
           05 BX-Qty-Per       PIC 9(3)V999.
      *> oprAuth refuses the card unless both hold authority for
      *> its code and they are two different people.
           05 BX-Operator      PIC X(8).
           05 BX-Approver      PIC X(8).

       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  BOM-File.
       01  BOM-Rec.
           COPY BOMLINE.

       FD  Audit-File.
       01  Audit-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Txn-Status       PIC XX.
       01  WS-Product-Status   PIC XX.
       01  WS-BOM-Status       PIC XX.
       01  WS-Audit-Status     PIC XX.
       01  WS-Txn-Eof          PIC X VALUE 'N'.
       01  WS-Product-Eof      PIC X VALUE 'N'.
       01  WS-BOM-Eof          PIC X VALUE 'N'.
       01  WS-Prod-Count       PIC 9(3) VALUE ZERO.
       01  WS-BOM-Count        PIC 9(3) VALUE ZERO.
       01  WS-BOM-Sub          PIC 9(3).
       01  WS-Applied-Count    PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count    PIC 9(5) VALUE ZERO.
       01  WS-Line-Found       PIC X VALUE 'N'.
       01  WS-Line-Sub         PIC 9(3).
       01  WS-Loop-Found       PIC X VALUE 'N'.
       01  WS-Parent-Status    PIC X.
       01  WS-Component-Status PIC X.
       01  WS-Refuse-Reason    PIC X(25).

       01  WS-Audit-Line.
           05 AU-Action        PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AU-Parent-ID     PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AU-Component-ID  PIC X(10).
           05 FILLER           PIC X(5) VALUE ' OLD='.
           05 AU-Old-Qty       PIC ZZ9.999.
           05 FILLER           PIC X(5) VALUE ' NEW='.
           05 AU-New-Qty       PIC ZZ9.999.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AU-Result        PIC X(25).

      *> The live products and their status; a blank status is
      *> not on file, D is discontinued.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Status       PIC X.

      *> Every structure line, loaded whole and rewritten whole;
      *> a deleted line is flagged and left off the rewrite.
       01  BOM-Table.
           05 BOM-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-BOM-Count.
              10 BL-Parent-ID    PIC X(10).
              10 BL-Component-ID PIC X(10).
              10 BL-Qty-Per      PIC 9(3)V999.
              10 BL-Deleted      PIC X.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'BOMMAINT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'BOMMAINT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth. Structures serve every company, so a
      *> card needs an all-company grant.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'BOMMAINT'.
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
           PERFORM 0100-Load-Products.
           PERFORM 1000-Load-BOM-Table.
           OPEN OUTPUT Audit-File.
           IF WS-Audit-Status NOT = '00'
               DISPLAY 'BOMAUDIT OPEN FAILED, STATUS=' WS-Audit-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 2000-Apply-BOM-Transactions.
           CLOSE Audit-File.
           IF WS-Applied-Count > 0
               PERFORM 3000-Rewrite-BOM-File
           END-IF.
           IF WS-Refused-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'BOM CARDS REFUSED' TO RLP-Message
               MOVE WS-Refused-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'BOM CARDS APPLIED: ' WS-Applied-Count
               ' REFUSED: ' WS-Refused-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Load-Products.
           OPEN INPUT Product-File.
           IF WS-Product-Status NOT = '00'
               DISPLAY 'PRODMAST OPEN FAILED, STATUS='
                   WS-Product-Status
               MOVE 25 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Product-File
               AT END MOVE 'Y' TO WS-Product-Eof
           END-READ.
           PERFORM UNTIL WS-Product-Eof = 'Y' OR WS-Prod-Count >= 200
               ADD 1 TO WS-Prod-Count
               MOVE Prod-Code   TO PT-Prod-Code (WS-Prod-Count)
               MOVE Prod-Status TO PT-Status (WS-Prod-Count)
               READ Product-File
                   AT END MOVE 'Y' TO WS-Product-Eof
               END-READ
           END-PERFORM.
           CLOSE Product-File.

      *> A partial load followed by the rewrite would silently drop
      *> every structure line past the table - refuse instead.
       1000-Load-BOM-Table.
           OPEN INPUT BOM-File.
           IF WS-BOM-Status = '00'
               READ BOM-File
                   AT END MOVE 'Y' TO WS-BOM-Eof
               END-READ
               PERFORM UNTIL WS-BOM-Eof = 'Y' OR WS-BOM-Count >= 500
                   ADD 1 TO WS-BOM-Count
                   MOVE BM-Parent-ID TO BL-Parent-ID (WS-BOM-Count)
                   MOVE BM-Component-ID
                       TO BL-Component-ID (WS-BOM-Count)
                   MOVE BM-Qty-Per   TO BL-Qty-Per (WS-BOM-Count)
                   MOVE 'N'          TO BL-Deleted (WS-BOM-Count)
                   READ BOM-File
                       AT END MOVE 'Y' TO WS-BOM-Eof
                   END-READ
               END-PERFORM
               CLOSE BOM-File
           ELSE
               MOVE 'Y' TO WS-BOM-Eof
           END-IF.
           IF WS-BOM-Eof = 'N'
               DISPLAY 'PRODBOM EXCEEDS ' WS-BOM-Count
                   ' LINES - MAINTENANCE REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'BOM FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-BOM-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       2000-Apply-BOM-Transactions.
           OPEN INPUT BOM-Transaction-File.
           IF WS-Txn-Status = '00'
               READ BOM-Transaction-File
                   AT END MOVE 'Y' TO WS-Txn-Eof
               END-READ
               PERFORM UNTIL WS-Txn-Eof = 'Y'
                   PERFORM 2100-Apply-One-Transaction
                   READ BOM-Transaction-File
                       AT END MOVE 'Y' TO WS-Txn-Eof
                   END-READ
               END-PERFORM
               CLOSE BOM-Transaction-File
           END-IF.

       2100-Apply-One-Transaction.
           PERFORM 2200-Find-BOM-Line.
           PERFORM 2300-Check-Products.
           MOVE SPACES TO WS-Refuse-Reason.
           MOVE BX-Parent-ID    TO AU-Parent-ID.
           MOVE BX-Component-ID TO AU-Component-ID.
           MOVE ZERO TO AU-Old-Qty.
           MOVE ZERO TO AU-New-Qty.
           IF WS-Line-Found = 'Y'
               MOVE BL-Qty-Per (WS-Line-Sub) TO AU-Old-Qty
           END-IF.
           EVALUATE TRUE
               WHEN BX-Is-Add
                   MOVE 'ADD' TO AU-Action
                   PERFORM 2400-Edit-Add
               WHEN BX-Is-Change
                   MOVE 'CHANGE' TO AU-Action
                   EVALUATE TRUE
                       WHEN WS-Line-Found = 'N'
                           MOVE 'NOT ON STRUCTURE'
                               TO WS-Refuse-Reason
                       WHEN BX-Qty-Per NOT NUMERIC
                            OR BX-Qty-Per = ZERO
                           MOVE 'NO QUANTITY PER'
                               TO WS-Refuse-Reason
                   END-EVALUATE
               WHEN BX-Is-Delete
                   MOVE 'DELETE' TO AU-Action
                   IF WS-Line-Found = 'N'
                       MOVE 'NOT ON STRUCTURE' TO WS-Refuse-Reason
                   END-IF
               WHEN OTHER
                   MOVE BX-Txn-Code TO AU-Action
                   MOVE 'UNKNOWN TXN CODE' TO WS-Refuse-Reason
           END-EVALUATE.
           PERFORM 2050-Check-Operator-Authority.
           IF OAP-Result NOT = 'Y'
               MOVE OAP-Reason TO WS-Refuse-Reason
           END-IF.
           IF WS-Refuse-Reason NOT = SPACES
               MOVE WS-Refuse-Reason TO AU-Result
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 2500-Post-Transaction
               MOVE 'L'       TO OAP-Request
               MOVE AU-Action TO OAP-Action
               CALL 'oprAuth' USING Operator-Auth-Parms
           END-IF.
           WRITE Audit-Line FROM WS-Audit-Line.

       2050-Check-Operator-Authority.
           MOVE 'C'           TO OAP-Request.
           MOVE BX-Operator   TO OAP-Operator.
           MOVE BX-Approver   TO OAP-Approver.
           MOVE BX-Txn-Code   TO OAP-Txn-Code.
           MOVE '**'          TO OAP-Company.
           MOVE SPACES        TO OAP-Key.
           STRING BX-Parent-ID DELIMITED BY SPACE
                  ' ' BX-Component-ID DELIMITED BY SIZE
               INTO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       2200-Find-BOM-Line.
           MOVE 'N' TO WS-Line-Found.
           PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
                   UNTIL WS-BOM-Sub > WS-BOM-Count
                      OR WS-Line-Found = 'Y'
               IF BL-Parent-ID (WS-BOM-Sub) = BX-Parent-ID
                  AND BL-Component-ID (WS-BOM-Sub) = BX-Component-ID
                  AND BL-Deleted (WS-BOM-Sub) = 'N'
                   MOVE 'Y' TO WS-Line-Found
                   MOVE WS-BOM-Sub TO WS-Line-Sub
               END-IF
           END-PERFORM.

       2300-Check-Products.
           MOVE SPACE TO WS-Parent-Status.
           MOVE SPACE TO WS-Component-Status.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Prod-Code (Prod-Idx) = BX-Parent-ID
                   MOVE 'A' TO WS-Parent-Status
                   IF PT-Status (Prod-Idx) = 'D'
                       MOVE 'D' TO WS-Parent-Status
                   END-IF
           END-SEARCH.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Prod-Code (Prod-Idx) = BX-Component-ID
                   MOVE 'A' TO WS-Component-Status
                   IF PT-Status (Prod-Idx) = 'D'
                       MOVE 'D' TO WS-Component-Status
                   END-IF
           END-SEARCH.

      *> A product cannot go into itself, and a component whose own
      *> structure calls for the parent would build in a circle.
       2400-Edit-Add.
           MOVE 'N' TO WS-Loop-Found.
           PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
                   UNTIL WS-BOM-Sub > WS-BOM-Count
               IF BL-Parent-ID (WS-BOM-Sub) = BX-Component-ID
                  AND BL-Component-ID (WS-BOM-Sub) = BX-Parent-ID
                  AND BL-Deleted (WS-BOM-Sub) = 'N'
                   MOVE 'Y' TO WS-Loop-Found
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-Parent-Status = SPACE
                   MOVE 'PARENT NOT ON PRODMAST' TO WS-Refuse-Reason
               WHEN WS-Parent-Status = 'D'
                   MOVE 'PARENT DISCONTINUED' TO WS-Refuse-Reason
               WHEN WS-Component-Status = SPACE
                   MOVE 'COMPONENT NOT ON PRODMAST'
                       TO WS-Refuse-Reason
               WHEN WS-Component-Status = 'D'
                   MOVE 'COMPONENT DISCONTINUED' TO WS-Refuse-Reason
               WHEN BX-Parent-ID = BX-Component-ID
                   MOVE 'CANNOT CONTAIN ITSELF' TO WS-Refuse-Reason
               WHEN WS-Loop-Found = 'Y'
                   MOVE 'COMPONENT CONTAINS PARENT' TO WS-Refuse-Reason
               WHEN WS-Line-Found = 'Y'
                   MOVE 'ALREADY ON STRUCTURE' TO WS-Refuse-Reason
               WHEN BX-Qty-Per NOT NUMERIC OR BX-Qty-Per = ZERO
                   MOVE 'NO QUANTITY PER' TO WS-Refuse-Reason
               WHEN WS-BOM-Count >= 500
                   MOVE 'BOM TABLE FULL' TO WS-Refuse-Reason
           END-EVALUATE.

       2500-Post-Transaction.
           EVALUATE TRUE
               WHEN BX-Is-Add
                   ADD 1 TO WS-BOM-Count
                   MOVE BX-Parent-ID TO BL-Parent-ID (WS-BOM-Count)
                   MOVE BX-Component-ID
                       TO BL-Component-ID (WS-BOM-Count)
                   MOVE BX-Qty-Per   TO BL-Qty-Per (WS-BOM-Count)
                   MOVE 'N'          TO BL-Deleted (WS-BOM-Count)
                   MOVE BX-Qty-Per   TO AU-New-Qty
               WHEN BX-Is-Change
                   MOVE BX-Qty-Per TO BL-Qty-Per (WS-Line-Sub)
                   MOVE BX-Qty-Per TO AU-New-Qty
               WHEN BX-Is-Delete
                   MOVE 'Y' TO BL-Deleted (WS-Line-Sub)
           END-EVALUATE.
           MOVE 'APPLIED' TO AU-Result.
           ADD 1 TO WS-Applied-Count.

       3000-Rewrite-BOM-File.
           OPEN OUTPUT BOM-File.
           PERFORM VARYING WS-BOM-Sub FROM 1 BY 1
                   UNTIL WS-BOM-Sub > WS-BOM-Count
               IF BL-Deleted (WS-BOM-Sub) = 'N'
                   MOVE BL-Parent-ID (WS-BOM-Sub)    TO BM-Parent-ID
                   MOVE BL-Component-ID (WS-BOM-Sub)
                       TO BM-Component-ID
                   MOVE BL-Qty-Per (WS-BOM-Sub)      TO BM-Qty-Per
                   WRITE BOM-Rec
               END-IF
           END-PERFORM.
           CLOSE BOM-File.
           DISPLAY 'BOM FILE REWRITTEN, ' WS-Applied-Count
               ' CHANGE(S) APPLIED'.

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
           MOVE WS-Applied-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
