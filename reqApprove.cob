       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqApprove.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Stock requisitions, new slips keyed in with a blank status
      *> alongside the ones already on file; loaded whole and
      *> rewritten whole with each one's standing status.
           SELECT Requisition-File ASSIGN TO "REQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Requisition-Status.
      *> Per-department dollar limit on a single requisition; a
      *> department with no limit on file has every requisition
      *> held for a supervisor.
           SELECT Limit-File ASSIGN TO "REQLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Limit-Status.
      *> Supervisor cards for held requisitions: A approves, R
      *> rejects.
           SELECT Approval-File ASSIGN TO "REQAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Status.
           SELECT Chart-File ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Chart-Status.
      *> Product master, for supersessions: a slip for a replaced
      *> item is filled down the chain to its successor.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Same Stock master that twoAddValue maintains, keyed the same
      *> way (Stock-ID1); read only here for on-hand and average
      *> cost - moveValues posts the issues this run cuts.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> The issues, in STOCKTXN layout with a control trailer, for
      *> moveValues to post and empty.
           SELECT Requisition-Issue-File ASSIGN TO "STOCKRQI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Issue-Status.
      *> Charge-out extract in the same debit/credit shape as the
      *> route chargeback: each issue's value to the department's
      *> expense account on the shared GLCOA chart.
           SELECT Chargeback-File ASSIGN TO "REQCHGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Chargeback-Status.
      *> Every requisition this run touched and what became of it.
           SELECT Approval-Report ASSIGN TO "REQAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Requisition-File.
       01  Requisition-Rec.
           COPY REQLINE.

       FD  Limit-File.
       01  Limit-Rec.
           05 LM-Dept          PIC X(4).
           05 LM-Limit         PIC 9(7)V99.

       FD  Approval-File.
       01  Approval-Rec.
           05 AC-Req-Number    PIC 9(6).
           05 AC-Action        PIC X.
              88 AC-Is-Approve    VALUE 'A'.
              88 AC-Is-Reject     VALUE 'R'.
           05 AC-Supervisor    PIC X(8).

       FD  Chart-File.
       01  Chart-Rec.
           05 COA-Dept           PIC X(4).
           05 COA-Debit-Account  PIC X(8).
           05 COA-Credit-Account PIC X(8).

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

       FD  Requisition-Issue-File.
       01  Requisition-Issue-Rec.
           COPY PRODID REPLACING ID-FIELD BY RI-Stock-ID.
           05 RI-Txn-Type     PIC X.
           05 RI-Txn-Qty      PIC 9(5).
           05 RI-Cost         PIC S9(3)V99.
           05 RI-Txn-Date     PIC X(8).
           05 RI-Txn-Doc      PIC X(8).
           05 RI-Txn-Source   PIC X(2).
           05 RI-Txn-Loc      PIC X(3).
           05 RI-Txn-Loc-To   PIC X(3).
           05 RI-Txn-Lot      PIC X(8).
           05 RI-Txn-Pri      PIC 9.
           05 RI-Txn-To-ID    PIC X(10).
           05 RI-Txn-Route    PIC X(6).
       01  Requisition-Issue-Trailer.
           COPY TRAILER.

       FD  Chargeback-File.
       01  Chargeback-Line.
           05 CB-Ref           PIC X(20).
           05 CB-Dr-Cr         PIC X.
           05 CB-Account       PIC X(8).
           05 CB-Amount        PIC 9(7)V99.

       FD  Approval-Report.
       01  Approval-Line          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Requisition-Status PIC XX.
       01  WS-Limit-Status      PIC XX.
       01  WS-Approval-Status   PIC XX.
       01  WS-Chart-Status      PIC XX.
       01  WS-Product-Status    PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Issue-Status      PIC XX.
       01  WS-Chargeback-Status PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Batch-Pending     PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Req-Count         PIC 9(4) VALUE ZERO.
       01  WS-Req-Sub           PIC 9(4).
       01  WS-Limit-Count       PIC 9(3) VALUE ZERO.
       01  WS-Card-Count        PIC 9(3) VALUE ZERO.
       01  WS-Chart-Count       PIC 9(3) VALUE ZERO.
       01  WS-Drawn-Count       PIC 9(3) VALUE ZERO.
       01  WS-Prod-Count        PIC 9(3) VALUE ZERO.
       01  WS-Plan-Count        PIC 9(2).
       01  WS-New-Drawn         PIC 9(3).
       01  WS-Chain-Hops        PIC 9(3).
       01  WS-Need-Qty          PIC 9(5).
       01  WS-Take-Qty          PIC 9(5).
       01  WS-Draw-Item         PIC X(10).
       01  WS-Redirect-Item     PIC X(10).
       01  WS-Use-Up-First      PIC X.
       01  WS-Redirected        PIC X VALUE 'N'.
       01  WS-Limit-Found       PIC X VALUE 'N'.
       01  WS-Card-Found        PIC X VALUE 'N'.
       01  WS-Chart-Found       PIC X VALUE 'N'.
       01  WS-Drawn-Found       PIC X VALUE 'N'.
       01  WS-On-Master         PIC X VALUE 'N'.
       01  WS-Dept-Limit        PIC 9(7)V99.
       01  WS-Req-Value         PIC 9(7)V99.
       01  WS-Avail-Qty         PIC S9(7).
       01  WS-Result            PIC X(25).
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Issued-Count      PIC 9(5) VALUE ZERO.
       01  WS-Held-Count        PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count    PIC 9(5) VALUE ZERO.
       01  WS-Waiting-Count     PIC 9(5) VALUE ZERO.
       01  WS-Issued-Value      PIC 9(9)V99 VALUE ZERO.
      *> The cost-of-issues account moveValues debits for every
      *> issue; the charge-out moves the requisition's share of it
      *> onto the department that drew the stock.
       01  WS-Issue-Expense     PIC X(8) VALUE '51100000'.
       01  WS-Req-Doc.
           05 FILLER            PIC X(2) VALUE 'RQ'.
           05 RD-Req-Number     PIC 9(6).

      *> Requisitions, loaded whole and rewritten whole.
       01  Req-Table.
           05 Req-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Req-Count.
              10 RQT-Req-Number  PIC 9(6).
              10 RQT-Dept        PIC X(4).
              10 RQT-Requester   PIC X(8).
              10 RQT-Stock-ID1   PIC X(10).
              10 RQT-Qty         PIC 9(5).
              10 RQT-Req-Date    PIC X(8).
              10 RQT-Status      PIC X.
              10 RQT-Approver    PIC X(8).
              10 RQT-Issue-Date  PIC X(8).
              10 RQT-Value       PIC 9(7)V99.

       01  Limit-Table.
           05 Limit-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Limit-Count
                  INDEXED BY Lim-Idx.
              10 LT-Dept         PIC X(4).
              10 LT-Limit        PIC 9(7)V99.

       01  Card-Table.
           05 Card-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Card-Count
                  INDEXED BY Card-Idx.
              10 CT2-Req-Number  PIC 9(6).
              10 CT2-Action      PIC X.
              10 CT2-Supervisor  PIC X(8).

       01  Chart-Table.
           05 Chart-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Chart-Count
                  INDEXED BY Chart-Idx.
              10 CT-Dept           PIC X(4).
              10 CT-Debit-Account  PIC X(8).

      *> Supersessions off the product master.
       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Successor    PIC X(10).
              10 PT-Supersede-Date PIC X(8).
              10 PT-Use-Up-First PIC X.

      *> How one requisition will be filled: the item itself, or
      *> the item and its successors, and what each gives.
       01  Plan-Table.
           05 Plan-Entry OCCURS 20 TIMES
                  INDEXED BY Plan-Idx.
              10 PL-Item         PIC X(10).
              10 PL-Qty          PIC 9(5).
              10 PL-Unit-Cost    PIC 9(5)V99.

      *> Stock already drawn by earlier requisitions this run: the
      *> master on-hand does not drop until moveValues posts.
       01  Drawn-Table.
           05 Drawn-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Drawn-Count
                  INDEXED BY Drw-Idx.
              10 DR-Item         PIC X(10).
              10 DR-Qty          PIC 9(7).

       01  WS-Report-Heading.
           05 FILLER            PIC X(28)
                  VALUE 'REQUISITION APPROVAL RUN OF '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Detail-Line.
           05 DL-Req-Number     PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Dept           PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Stock-ID1      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Qty            PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Value          PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Result         PIC X(25).
       01  WS-Report-Totals.
           05 FILLER            PIC X(7) VALUE 'ISSUED '.
           05 RT-Issued         PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' HELD '.
           05 RT-Held           PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' WAITING '.
           05 RT-Waiting        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' REJECTED '.
           05 RT-Rejected       PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE ' VALUE '.
           05 RT-Value          PIC Z(8)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'REQAPPROVE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'REQAPPROVE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0020-Check-Pending-Batch.
           PERFORM 0100-Load-Requisitions.
           PERFORM 0200-Load-Limits.
           PERFORM 0300-Load-Approval-Cards.
           PERFORM 0400-Load-Chart-Of-Accounts.
           PERFORM 0500-Load-Supersessions.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Approval-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'REQAPRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Stock
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Requisition-Issue-File.
           IF WS-Issue-Status NOT = '00'
               DISPLAY 'STOCKRQI OPEN FAILED, STATUS=' WS-Issue-Status
               MOVE 31 TO RETURN-CODE
               CLOSE Stock
               CLOSE Approval-Report
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Chargeback-File.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Approval-Line FROM WS-Report-Heading.
           PERFORM VARYING WS-Req-Sub FROM 1 BY 1
                   UNTIL WS-Req-Sub > WS-Req-Count
               IF RQT-Status (WS-Req-Sub) = ' '
                  OR RQT-Status (WS-Req-Sub) = 'H'
                  OR RQT-Status (WS-Req-Sub) = 'A'
                   PERFORM 1000-Process-One-Requisition
               END-IF
           END-PERFORM.
           MOVE '*TRL'           TO TR-Mark.
           MOVE WS-Trailer-Count TO TR-Record-Count.
           MOVE WS-Trailer-Hash  TO TR-Hash-Total.
           WRITE Requisition-Issue-Trailer.
           CLOSE Requisition-Issue-File.
           CLOSE Chargeback-File.
           MOVE WS-Issued-Count   TO RT-Issued.
           MOVE WS-Held-Count     TO RT-Held.
           MOVE WS-Waiting-Count  TO RT-Waiting.
           MOVE WS-Rejected-Count TO RT-Rejected.
           MOVE WS-Issued-Value   TO RT-Value.
           WRITE Approval-Line FROM WS-Report-Totals.
           CLOSE Approval-Report.
           CLOSE Stock.
           PERFORM 3000-Rewrite-Requisitions.
           IF WS-Held-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'REQUISITIONS HELD FOR APPROVAL' TO RLP-Message
               MOVE WS-Held-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'REQUISITIONS ISSUED: ' WS-Issued-Count
               ' HELD: ' WS-Held-Count
               ' WAITING: ' WS-Waiting-Count
               ' REJECTED: ' WS-Rejected-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The last batch of requisition issues must have posted
      *> before another is cut: a second batch over an unposted one
      *> would throw it away after its departments were charged.
       0020-Check-Pending-Batch.
           OPEN INPUT Requisition-Issue-File.
           IF WS-Issue-Status = '00'
               READ Requisition-Issue-File
                   AT END CONTINUE
                   NOT AT END
                       IF Requisition-Issue-Rec (1:4) NOT = '*TRL'
                           MOVE 'Y' TO WS-Batch-Pending
                       END-IF
               END-READ
               CLOSE Requisition-Issue-File
           END-IF.
           IF WS-Batch-Pending = 'Y'
               DISPLAY 'STOCKRQI NOT YET POSTED BY MOVEVALUES - '
                   'NO REQUISITIONS THIS RUN'
               MOVE 'E' TO RLP-Severity
               MOVE 'STOCKRQI NOT YET POSTED' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 94 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 94 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A partial load followed by the rewrite would lose every
      *> requisition past the table - refuse instead.
       0100-Load-Requisitions.
           OPEN INPUT Requisition-File.
           IF WS-Requisition-Status NOT = '00'
               DISPLAY 'REQFILE OPEN FAILED, STATUS='
                   WS-Requisition-Status ' - NO REQUISITIONS'
               MOVE 48 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Requisition-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-Req-Count >= 2000
               ADD 1 TO WS-Req-Count
               MOVE RQ-Req-Number TO RQT-Req-Number (WS-Req-Count)
               MOVE RQ-Dept       TO RQT-Dept (WS-Req-Count)
               MOVE RQ-Requester  TO RQT-Requester (WS-Req-Count)
               MOVE RQ-Stock-ID1  TO RQT-Stock-ID1 (WS-Req-Count)
               MOVE RQ-Qty        TO RQT-Qty (WS-Req-Count)
               MOVE RQ-Req-Date   TO RQT-Req-Date (WS-Req-Count)
               MOVE RQ-Status     TO RQT-Status (WS-Req-Count)
               MOVE RQ-Approver   TO RQT-Approver (WS-Req-Count)
               MOVE RQ-Issue-Date TO RQT-Issue-Date (WS-Req-Count)
               IF RQ-Value NUMERIC
                   MOVE RQ-Value TO RQT-Value (WS-Req-Count)
               ELSE
                   MOVE ZERO TO RQT-Value (WS-Req-Count)
               END-IF
               READ Requisition-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Requisition-File.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'REQFILE EXCEEDS ' WS-Req-Count
                   ' RECORDS - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'REQUISITION FILE OVERFLOWS TABLE'
                   TO RLP-Message
               MOVE WS-Req-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0200-Load-Limits.
           OPEN INPUT Limit-File.
           IF WS-Limit-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Limit-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Limit-Count >= 100
                   ADD 1 TO WS-Limit-Count
                   MOVE LM-Dept  TO LT-Dept (WS-Limit-Count)
                   MOVE LM-Limit TO LT-Limit (WS-Limit-Count)
                   READ Limit-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Limit-File
           END-IF.

       0300-Load-Approval-Cards.
           OPEN INPUT Approval-File.
           IF WS-Approval-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Approval-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Card-Count >= 200
                   ADD 1 TO WS-Card-Count
                   MOVE AC-Req-Number TO CT2-Req-Number (WS-Card-Count)
                   MOVE AC-Action     TO CT2-Action (WS-Card-Count)
                   MOVE AC-Supervisor TO CT2-Supervisor (WS-Card-Count)
                   READ Approval-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Approval-File
           END-IF.

       0400-Load-Chart-Of-Accounts.
           OPEN INPUT Chart-File.
           IF WS-Chart-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Chart-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Chart-Count >= 100
                   ADD 1 TO WS-Chart-Count
                   MOVE COA-Dept TO CT-Dept (WS-Chart-Count)
                   MOVE COA-Debit-Account
                       TO CT-Debit-Account (WS-Chart-Count)
                   READ Chart-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Chart-File
           END-IF.

      *> Only superseded items are kept; no master means no
      *> supersessions and every slip fills from its own item.
       0500-Load-Supersessions.
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
           END-IF.

      *> A new slip is edited and priced at the item's average cost;
      *> inside the department's limit it is approved on the spot,
      *> over it it waits for a supervisor. A held one moves only on
      *> a supervisor's card. Whatever ends up approved issues if
      *> the stockroom can cover it, and otherwise waits approved.
       1000-Process-One-Requisition.
           MOVE SPACES TO WS-Result.
           MOVE 'N' TO WS-On-Master.
           MOVE RQT-Stock-ID1 (WS-Req-Sub) TO Stock-ID1.
           READ Stock
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-On-Master
           END-READ.
           PERFORM 1100-Find-Dept.
           EVALUATE TRUE
               WHEN WS-On-Master = 'N'
                   MOVE 'ITEM NOT ON STOCK MASTER' TO WS-Result
               WHEN RQT-Qty (WS-Req-Sub) NOT NUMERIC
                    OR RQT-Qty (WS-Req-Sub) = ZERO
                   MOVE 'NO QUANTITY' TO WS-Result
               WHEN WS-Chart-Found = 'N'
                   MOVE 'DEPT NOT IN GL CHART' TO WS-Result
           END-EVALUATE.
           IF WS-Result NOT = SPACES
               MOVE 'R' TO RQT-Status (WS-Req-Sub)
               ADD 1 TO WS-Rejected-Count
           ELSE
               COMPUTE WS-Req-Value ROUNDED =
                   RQT-Qty (WS-Req-Sub) * Stock-Unit-Cost
               MOVE WS-Req-Value TO RQT-Value (WS-Req-Sub)
               EVALUATE RQT-Status (WS-Req-Sub)
                   WHEN ' '
                       PERFORM 1200-Check-Limit
                   WHEN 'H'
                       PERFORM 1300-Apply-Approval-Card
               END-EVALUATE
               IF RQT-Status (WS-Req-Sub) = 'A'
                   PERFORM 1400-Issue-If-Available
               END-IF
           END-IF.
           IF WS-Result NOT = SPACES
               MOVE RQT-Req-Number (WS-Req-Sub) TO DL-Req-Number
               MOVE RQT-Dept (WS-Req-Sub)       TO DL-Dept
               MOVE RQT-Stock-ID1 (WS-Req-Sub)  TO DL-Stock-ID1
               MOVE RQT-Qty (WS-Req-Sub)        TO DL-Qty
               MOVE RQT-Value (WS-Req-Sub)      TO DL-Value
               MOVE WS-Result                   TO DL-Result
               WRITE Approval-Line FROM WS-Detail-Line
           END-IF.

       1100-Find-Dept.
           MOVE 'N' TO WS-Chart-Found.
           SET Chart-Idx TO 1.
           SEARCH Chart-Entry
               AT END CONTINUE
               WHEN CT-Dept (Chart-Idx) = RQT-Dept (WS-Req-Sub)
                   MOVE 'Y' TO WS-Chart-Found
           END-SEARCH.

       1200-Check-Limit.
           MOVE 'N' TO WS-Limit-Found.
           MOVE ZERO TO WS-Dept-Limit.
           SET Lim-Idx TO 1.
           SEARCH Limit-Entry
               AT END CONTINUE
               WHEN LT-Dept (Lim-Idx) = RQT-Dept (WS-Req-Sub)
                   MOVE 'Y' TO WS-Limit-Found
                   MOVE LT-Limit (Lim-Idx) TO WS-Dept-Limit
           END-SEARCH.
           IF WS-Limit-Found = 'Y' AND WS-Req-Value NOT > WS-Dept-Limit
               MOVE 'A'      TO RQT-Status (WS-Req-Sub)
               MOVE 'LIMIT'  TO RQT-Approver (WS-Req-Sub)
           ELSE
               MOVE 'H' TO RQT-Status (WS-Req-Sub)
               ADD 1 TO WS-Held-Count
               MOVE 'HELD - OVER DEPT LIMIT' TO WS-Result
           END-IF.

       1300-Apply-Approval-Card.
           MOVE 'N' TO WS-Card-Found.
           SET Card-Idx TO 1.
           SEARCH Card-Entry
               AT END CONTINUE
               WHEN CT2-Req-Number (Card-Idx) =
                    RQT-Req-Number (WS-Req-Sub)
                   MOVE 'Y' TO WS-Card-Found
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-Card-Found = 'N'
                   ADD 1 TO WS-Held-Count
                   MOVE 'HELD - AWAITING APPROVAL' TO WS-Result
               WHEN CT2-Action (Card-Idx) = 'A'
                   MOVE 'A' TO RQT-Status (WS-Req-Sub)
                   MOVE CT2-Supervisor (Card-Idx)
                       TO RQT-Approver (WS-Req-Sub)
               WHEN CT2-Action (Card-Idx) = 'R'
                   MOVE 'R' TO RQT-Status (WS-Req-Sub)
                   MOVE CT2-Supervisor (Card-Idx)
                       TO RQT-Approver (WS-Req-Sub)
                   ADD 1 TO WS-Rejected-Count
                   MOVE 'REJECTED BY SUPERVISOR' TO WS-Result
               WHEN OTHER
                   ADD 1 TO WS-Held-Count
                   MOVE 'HELD - CARD ACTION INVALID' TO WS-Result
           END-EVALUATE.

      *> A slip issues whole or not at all. The stock to fill it is
      *> planned down the supersession chain first: the item itself,
      *> then - once it is superseded - its successor, after what is
      *> left of the old code when that is to be used up first.
       1400-Issue-If-Available.
           MOVE RQT-Qty (WS-Req-Sub) TO WS-Need-Qty.
           MOVE RQT-Stock-ID1 (WS-Req-Sub) TO WS-Draw-Item.
           MOVE ZERO TO WS-Chain-Hops.
           MOVE ZERO TO WS-Plan-Count.
           MOVE ZERO TO WS-New-Drawn.
           PERFORM 1410-Plan-From-Item
               UNTIL WS-Need-Qty = ZERO
                  OR WS-Draw-Item = SPACES
                  OR WS-Chain-Hops >= 20.
           EVALUATE TRUE
               WHEN WS-Need-Qty > ZERO
                   ADD 1 TO WS-Waiting-Count
                   MOVE 'APPROVED - AWAITING STOCK' TO WS-Result
               WHEN WS-Drawn-Count + WS-New-Drawn > 500
                   ADD 1 TO WS-Waiting-Count
                   MOVE 'APPROVED - DRAW TABLE FULL' TO WS-Result
               WHEN OTHER
                   PERFORM 1600-Write-Issue
           END-EVALUATE.

       1410-Plan-From-Item.
           ADD 1 TO WS-Chain-Hops.
           PERFORM 1420-Find-Redirect.
           IF WS-Redirect-Item = SPACES OR WS-Use-Up-First = 'Y'
               MOVE WS-Draw-Item TO Stock-ID1
               READ Stock
                   INVALID KEY MOVE 'N' TO WS-On-Master
                   NOT INVALID KEY MOVE 'Y' TO WS-On-Master
               END-READ
               IF WS-On-Master = 'Y'
                   PERFORM 1500-Find-Drawn
                   IF WS-Drawn-Found = 'Y'
                       COMPUTE WS-Avail-Qty =
                           Stock-Qty-On-Hand - DR-Qty (Drw-Idx)
                   ELSE
                       MOVE Stock-Qty-On-Hand TO WS-Avail-Qty
                   END-IF
                   IF WS-Avail-Qty > WS-Need-Qty
                       MOVE WS-Need-Qty TO WS-Take-Qty
                   ELSE
                       IF WS-Avail-Qty > ZERO
                           MOVE WS-Avail-Qty TO WS-Take-Qty
                       ELSE
                           MOVE ZERO TO WS-Take-Qty
                       END-IF
                   END-IF
                   IF WS-Take-Qty > ZERO
                       ADD 1 TO WS-Plan-Count
                       SET Plan-Idx TO WS-Plan-Count
                       MOVE WS-Draw-Item    TO PL-Item (Plan-Idx)
                       MOVE WS-Take-Qty     TO PL-Qty (Plan-Idx)
                       MOVE Stock-Unit-Cost TO PL-Unit-Cost (Plan-Idx)
                       SUBTRACT WS-Take-Qty FROM WS-Need-Qty
                       IF WS-Drawn-Found = 'N'
                           ADD 1 TO WS-New-Drawn
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-Redirect-Item TO WS-Draw-Item.

      *> Redirect-Item comes back as the successor when the item
      *> being drawn is superseded as of today, otherwise blank.
       1420-Find-Redirect.
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

       1500-Find-Drawn.
           MOVE 'N' TO WS-Drawn-Found.
           SET Drw-Idx TO 1.
           SEARCH Drawn-Entry
               AT END CONTINUE
               WHEN DR-Item (Drw-Idx) = WS-Draw-Item
                   MOVE 'Y' TO WS-Drawn-Found
           END-SEARCH.

      *> One STOCKTXN issue per item in the plan, default priority,
      *> from the main stockroom, under the requisition's number.
      *> The slip's value is restated at what was actually drawn,
      *> and the department is charged it the same run.
       1600-Write-Issue.
           MOVE RQT-Req-Number (WS-Req-Sub) TO RD-Req-Number.
           MOVE ZERO TO RQT-Value (WS-Req-Sub).
           MOVE 'N' TO WS-Redirected.
           PERFORM VARYING Plan-Idx FROM 1 BY 1
                   UNTIL Plan-Idx > WS-Plan-Count
               PERFORM 1610-Write-Plan-Issue
           END-PERFORM.
           MOVE 'I'      TO RQT-Status (WS-Req-Sub).
           MOVE WS-Today TO RQT-Issue-Date (WS-Req-Sub).
           ADD 1 TO WS-Issued-Count.
           ADD RQT-Value (WS-Req-Sub) TO WS-Issued-Value.
           PERFORM 1700-Write-Chargeback.
           IF WS-Redirected = 'Y'
               MOVE 'ISSUED - VIA SUCCESSOR' TO WS-Result
           ELSE
               MOVE 'ISSUED' TO WS-Result
           END-IF.

       1610-Write-Plan-Issue.
           MOVE PL-Item (Plan-Idx) TO WS-Draw-Item.
           PERFORM 1500-Find-Drawn.
           IF WS-Drawn-Found = 'N'
               ADD 1 TO WS-Drawn-Count
               SET Drw-Idx TO WS-Drawn-Count
               MOVE WS-Draw-Item TO DR-Item (Drw-Idx)
               MOVE ZERO TO DR-Qty (Drw-Idx)
           END-IF.
           ADD PL-Qty (Plan-Idx) TO DR-Qty (Drw-Idx).
           IF WS-Draw-Item NOT = RQT-Stock-ID1 (WS-Req-Sub)
               MOVE 'Y' TO WS-Redirected
           END-IF.
           COMPUTE RQT-Value (WS-Req-Sub) ROUNDED =
               RQT-Value (WS-Req-Sub)
               + PL-Qty (Plan-Idx) * PL-Unit-Cost (Plan-Idx).
           MOVE SPACES TO Requisition-Issue-Rec.
           MOVE WS-Draw-Item               TO RI-Stock-ID.
           MOVE 'I'                        TO RI-Txn-Type.
           MOVE PL-Qty (Plan-Idx)          TO RI-Txn-Qty.
           MOVE ZERO                       TO RI-Cost.
           MOVE WS-Today                   TO RI-Txn-Date.
           MOVE WS-Req-Doc                 TO RI-Txn-Doc.
           MOVE 'RQ'                       TO RI-Txn-Source.
           MOVE ZERO                       TO RI-Txn-Pri.
           WRITE Requisition-Issue-Rec.
           ADD 1 TO WS-Trailer-Count.
           ADD RI-Txn-Qty TO WS-Trailer-Hash.

      *> The department's expense account on the chart takes the
      *> debit; the credit relieves cost of issues, which moveValues
      *> debits when it posts the issue.
       1700-Write-Chargeback.
           IF RQT-Value (WS-Req-Sub) > ZERO
               MOVE SPACES TO CB-Ref
               STRING WS-Req-Doc ' ' RQT-Dept (WS-Req-Sub)
                   DELIMITED BY SIZE INTO CB-Ref
               MOVE 'D' TO CB-Dr-Cr
               MOVE CT-Debit-Account (Chart-Idx) TO CB-Account
               MOVE RQT-Value (WS-Req-Sub) TO CB-Amount
               WRITE Chargeback-Line
               MOVE 'C' TO CB-Dr-Cr
               MOVE WS-Issue-Expense TO CB-Account
               WRITE Chargeback-Line
           END-IF.

      *> Issued and rejected requisitions stay on file for the
      *> consumption report, then retire through the retention
      *> sweep on the issue date in columns 51-58.
       3000-Rewrite-Requisitions.
           OPEN OUTPUT Requisition-File.
           PERFORM VARYING WS-Req-Sub FROM 1 BY 1
                   UNTIL WS-Req-Sub > WS-Req-Count
               MOVE RQT-Req-Number (WS-Req-Sub) TO RQ-Req-Number
               MOVE RQT-Dept (WS-Req-Sub)       TO RQ-Dept
               MOVE RQT-Requester (WS-Req-Sub)  TO RQ-Requester
               MOVE RQT-Stock-ID1 (WS-Req-Sub)  TO RQ-Stock-ID1
               MOVE RQT-Qty (WS-Req-Sub)        TO RQ-Qty
               MOVE RQT-Req-Date (WS-Req-Sub)   TO RQ-Req-Date
               MOVE RQT-Status (WS-Req-Sub)     TO RQ-Status
               MOVE RQT-Approver (WS-Req-Sub)   TO RQ-Approver
               MOVE RQT-Issue-Date (WS-Req-Sub) TO RQ-Issue-Date
               MOVE RQT-Value (WS-Req-Sub)      TO RQ-Value
               WRITE Requisition-Rec
           END-PERFORM.
           CLOSE Requisition-File.

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
           MOVE WS-Issued-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
