       IDENTIFICATION DIVISION.
       PROGRAM-ID. supersedeRpt.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Product master with its supersessions: each replaced item
      *> names its successor, the date it takes over, and whether
      *> the old stock is used up first.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Same Stock master that twoAddValue maintains, keyed the same
      *> way (Stock-ID1); read only here for what is left on hand.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> Every supersession chain from its oldest code to the item
      *> in use, with the stock still sitting on each old code.
           SELECT Supersede-Report ASSIGN TO "SUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

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

       FD  Supersede-Report.
       01  Supersede-Line         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Product-Status    PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Prod-Count        PIC 9(3) VALUE ZERO.
       01  WS-Head-Sub          PIC 9(3).
       01  WS-Is-Head           PIC X.
       01  WS-Chain-Item        PIC X(10).
       01  WS-Chain-Hops        PIC 9(3).
       01  WS-Chain-Count       PIC 9(3) VALUE ZERO.
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.
       01  WS-On-Hand           PIC 9(5).
       01  WS-Item-Value        PIC 9(7)V99.
       01  WS-Old-Qty           PIC 9(7) VALUE ZERO.
       01  WS-Old-Value         PIC 9(9)V99 VALUE ZERO.

      *> The whole product master, so a chain can be walked from any
      *> link; Counted keeps an old code that two chains share from
      *> going into the totals twice.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Description  PIC X(30).
              10 PT-Successor    PIC X(10).
              10 PT-Supersede-Date PIC X(8).
              10 PT-Use-Up-First PIC X.
              10 PT-Counted      PIC X.

       01  WS-Report-Heading.
           05 FILLER            PIC X(27)
                  VALUE 'SUPERSESSION CHAINS AS OF '.
           05 RH-Date           PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(37)
                  VALUE 'ITEM       DESCRIPTION     ON-HAND   '.
           05 FILLER            PIC X(37)
                  VALUE '   VALUE SUCCESSOR  EFF DATE U STATUS'.
       01  WS-Chain-Heading.
           05 FILLER            PIC X(11) VALUE 'CHAIN FROM '.
           05 CH-Item           PIC X(10).
       01  WS-Detail-Line.
           05 DL-Item           PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Description    PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-On-Hand        PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Value          PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Successor      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Eff-Date       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Use-Up         PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Status         PIC X(11).
       01  WS-Grand-Total.
           05 FILLER            PIC X(22)
                  VALUE 'CHAINS REPORTED       '.
           05 GT-Chains         PIC ZZ9.
       01  WS-Old-Total.
           05 FILLER            PIC X(31)
                  VALUE 'STOCK LEFT ON SUPERSEDED CODES '.
           05 OT-Qty            PIC Z(6)9.
           05 FILLER            PIC X(7) VALUE ' VALUE '.
           05 OT-Value          PIC Z(8)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'SUPERSEDERPT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'SUPERSEDERPT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Products.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Supersede-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'SUPRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Stock
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Date.
           WRITE Supersede-Line FROM WS-Report-Heading.
           WRITE Supersede-Line FROM WS-Column-Heading.
           PERFORM VARYING WS-Head-Sub FROM 1 BY 1
                   UNTIL WS-Head-Sub > WS-Prod-Count
               IF PT-Successor (WS-Head-Sub) NOT = SPACES
                   PERFORM 1000-Check-Chain-Head
                   IF WS-Is-Head = 'Y'
                       PERFORM 2000-Report-One-Chain
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-Chain-Count TO GT-Chains.
           WRITE Supersede-Line FROM WS-Grand-Total.
           MOVE WS-Old-Qty   TO OT-Qty.
           MOVE WS-Old-Value TO OT-Value.
           WRITE Supersede-Line FROM WS-Old-Total.
           CLOSE Supersede-Report.
           CLOSE Stock.
           DISPLAY 'SUPERSESSION CHAINS: ' WS-Chain-Count
               ' STOCK LEFT ON OLD CODES: ' WS-Old-Qty.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A partial master would cut chains short - refuse instead.
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
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-Prod-Count >= 200
               ADD 1 TO WS-Prod-Count
               MOVE Prod-Code TO PT-Prod-Code (WS-Prod-Count)
               MOVE Prod-Description TO PT-Description (WS-Prod-Count)
               MOVE Prod-Successor TO PT-Successor (WS-Prod-Count)
               MOVE Prod-Supersede-Date
                   TO PT-Supersede-Date (WS-Prod-Count)
               MOVE Prod-Use-Up-First
                   TO PT-Use-Up-First (WS-Prod-Count)
               MOVE 'N' TO PT-Counted (WS-Prod-Count)
               READ Product-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Product-File.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'PRODMAST EXCEEDS ' WS-Prod-Count
                   ' PRODUCTS - REPORT REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PRODUCT MASTER OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Prod-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A chain starts at a superseded item that no other item
      *> names as its successor.
       1000-Check-Chain-Head.
           MOVE 'Y' TO WS-Is-Head.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Successor (Prod-Idx) = PT-Prod-Code (WS-Head-Sub)
                   MOVE 'N' TO WS-Is-Head
           END-SEARCH.

      *> One line per link, oldest first, ending on the item in use.
       2000-Report-One-Chain.
           ADD 1 TO WS-Chain-Count.
           MOVE SPACES TO Supersede-Line.
           WRITE Supersede-Line.
           MOVE PT-Prod-Code (WS-Head-Sub) TO CH-Item.
           WRITE Supersede-Line FROM WS-Chain-Heading.
           MOVE PT-Prod-Code (WS-Head-Sub) TO WS-Chain-Item.
           MOVE ZERO TO WS-Chain-Hops.
           PERFORM UNTIL WS-Chain-Item = SPACES
                   OR WS-Chain-Hops > WS-Prod-Count
               ADD 1 TO WS-Chain-Hops
               PERFORM 2100-Report-One-Link
           END-PERFORM.

       2100-Report-One-Link.
           ADD 1 TO WS-Record-Count.
           MOVE WS-Chain-Item TO DL-Item.
           MOVE ZERO TO WS-On-Hand.
           MOVE ZERO TO WS-Item-Value.
           MOVE WS-Chain-Item TO Stock-ID1.
           READ Stock
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE Stock-Qty-On-Hand TO WS-On-Hand
                   COMPUTE WS-Item-Value ROUNDED =
                       Stock-Qty-On-Hand * Stock-Unit-Cost
           END-READ.
           MOVE WS-On-Hand    TO DL-On-Hand.
           MOVE WS-Item-Value TO DL-Value.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END
                   MOVE 'NOT ON PRODMAST' TO DL-Description
                   MOVE SPACES TO DL-Successor
                   MOVE SPACES TO DL-Eff-Date
                   MOVE SPACE  TO DL-Use-Up
                   MOVE 'CURRENT' TO DL-Status
                   MOVE SPACES TO WS-Chain-Item
               WHEN PT-Prod-Code (Prod-Idx) = WS-Chain-Item
                   PERFORM 2200-Fill-Link
           END-SEARCH.
           WRITE Supersede-Line FROM WS-Detail-Line.

      *> An old code's stock counts toward the total once, however
      *> many chains run through it. Old stock that is not to be
      *> used up first is flagged - it will not move on its own.
       2200-Fill-Link.
           MOVE PT-Description (Prod-Idx) TO DL-Description.
           MOVE PT-Successor (Prod-Idx) TO DL-Successor.
           MOVE PT-Supersede-Date (Prod-Idx) TO DL-Eff-Date.
           MOVE PT-Use-Up-First (Prod-Idx) TO DL-Use-Up.
           EVALUATE TRUE
               WHEN PT-Successor (Prod-Idx) = SPACES
                   MOVE 'CURRENT' TO DL-Status
               WHEN PT-Supersede-Date (Prod-Idx) > WS-Today
                   MOVE 'PENDING' TO DL-Status
               WHEN PT-Use-Up-First (Prod-Idx) = 'N'
                    AND WS-On-Hand > ZERO
                   MOVE 'NOT USED UP' TO DL-Status
               WHEN OTHER
                   MOVE 'IN EFFECT' TO DL-Status
           END-EVALUATE.
           IF PT-Successor (Prod-Idx) NOT = SPACES
                AND PT-Counted (Prod-Idx) = 'N'
               MOVE 'Y' TO PT-Counted (Prod-Idx)
               ADD WS-On-Hand    TO WS-Old-Qty
               ADD WS-Item-Value TO WS-Old-Value
           END-IF.
           MOVE PT-Successor (Prod-Idx) TO WS-Chain-Item.

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
           MOVE WS-Record-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
