       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesOrder.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Order-entry cards: A adds an order line, X cancels what is
      *> still open on one, R releases a line held for credit review.
      *> Every line names its customer.
           SELECT Entry-File ASSIGN TO "SOENTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Entry-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Cust-Number
               FILE STATUS IS WS-Customer-Status.
      *> Every ordered item must be a live product under the shared
      *> PRODID key, the same check prodIntegrity sweeps for.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Same Stock master that twoAddValue maintains, keyed the same
      *> way (Stock-ID1); read only here - moveValues posts the
      *> issues this run generates.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> Open order lines carried across runs: what each customer
      *> ordered and how much of it has been allocated so far.
           SELECT Order-File ASSIGN TO "SOORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-Key
               FILE STATUS IS WS-Order-Status.
      *> Today's keyed movements: issues already waiting on STOCKTXN
      *> have a claim on the stock before any order does.
           SELECT Stock-Txn-File ASSIGN TO "STOCKTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Status.
      *> Run-control master, consulted directly: once moveValues has
      *> posted today's STOCKTXN its issues are already out of the
      *> master on-hand and must not be held back a second time.
           SELECT Sequence-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequence-Status.
      *> The allocated issues, in STOCKTXN layout with a control
      *> trailer. They ride their own file, STOCKSOI, so the keyed
      *> STOCKTXN batch is never clobbered; moveValues posts both
      *> sources and empties this one once it has.
           SELECT Order-Issue-File ASSIGN TO "STOCKSOI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Issue-Status.
      *> Order issues moveValues could not fill in full: the short
      *> quantity comes back onto its order line here instead of
      *> going to STOCKBKO with no customer attached.
           SELECT Order-Short-File ASSIGN TO "STOCKSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Short-Status.
      *> Printed register of every card accepted or refused and
      *> every allocation made.
           SELECT Register-File ASSIGN TO "SOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> What is still owed to whom: open lines by customer.
           SELECT Open-Order-Report ASSIGN TO "SOOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Entry-File.
       01  Entry-Rec.
           05 SE-Txn-Code          PIC X.
              88 SE-Is-Add            VALUE 'A'.
              88 SE-Is-Cancel         VALUE 'X'.
              88 SE-Is-Release        VALUE 'R'.
           05 SE-Order-Number      PIC X(8).
           05 SE-Line-No-Text      PIC X(3).
           05 SE-Line-No REDEFINES SE-Line-No-Text
                                   PIC 9(3).
           05 SE-Cust-Number       PIC X(6).
           05 SE-Stock-ID          PIC X(10).
           05 SE-Qty-Text          PIC X(5).
           05 SE-Qty REDEFINES SE-Qty-Text
                                   PIC 9(5).
           05 SE-Price-Text        PIC X(7).
           05 SE-Unit-Price REDEFINES SE-Price-Text
                                   PIC 9(5)V99.

       FD  Customer-File.
       01  Customer-Rec.
           COPY CUSTMAST.

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

       FD  Order-File.
       01  Order-Rec.
           COPY SOLINE.

       FD  Stock-Txn-File.
       01  Stock-Txn-Record.
           COPY PRODID REPLACING ID-FIELD BY Stock-ID.
           05 Stock-Txn-Type  PIC X.
              88 Stock-Is-Issue      VALUE 'I'.
           05 Stock-Txn-Qty   PIC 9(5).
           05 Stock-Cost      PIC S9(3)V99.
           05 Stock-Txn-Date  PIC X(8).
           05 Stock-Txn-Doc   PIC X(8).
           05 Stock-Txn-Source PIC X(2).
           05 Stock-Txn-Loc   PIC X(3).
           05 Stock-Txn-Loc-To PIC X(3).
           05 Stock-Txn-Lot   PIC X(8).
           05 Stock-Txn-Pri   PIC 9.
           05 Stock-Txn-To-ID PIC X(10).
           05 Stock-Txn-Route PIC X(6).
           05 Stock-Txn-Order-Line PIC X(3).

       FD  Sequence-Control-File.
       01  Sequence-Control-Rec.
           COPY RUNCTL.

       FD  Order-Issue-File.
       01  Order-Issue-Rec.
           COPY PRODID REPLACING ID-FIELD BY OI-Stock-ID.
           05 OI-Txn-Type     PIC X.
           05 OI-Txn-Qty      PIC 9(5).
           05 OI-Cost         PIC S9(3)V99.
           05 OI-Txn-Date     PIC X(8).
           05 OI-Txn-Doc      PIC X(8).
           05 OI-Txn-Source   PIC X(2).
           05 OI-Txn-Loc      PIC X(3).
           05 OI-Txn-Loc-To   PIC X(3).
           05 OI-Txn-Lot      PIC X(8).
           05 OI-Txn-Pri      PIC 9.
           05 OI-Txn-To-ID    PIC X(10).
           05 OI-Txn-Route    PIC X(6).
           05 OI-Txn-Order-Line PIC X(3).
       01  Order-Issue-Trailer.
           COPY TRAILER.

       FD  Order-Short-File.
       01  Order-Short-Rec.
           05 OS-Order-Number PIC X(8).
           05 OS-Stock-ID     PIC X(10).
           05 OS-Short-Qty    PIC 9(5).
           05 OS-Date         PIC X(8).

       FD  Register-File.
       01  Register-Line          PIC X(80).

       FD  Open-Order-Report.
       01  Open-Order-Line        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Entry-Status        PIC XX.
       01  WS-Customer-Status     PIC XX.
       01  WS-Product-Status      PIC XX.
       01  WS-Stock-Status        PIC XX.
       01  WS-Order-Status        PIC XX.
       01  WS-Txn-Status          PIC XX.
       01  WS-Sequence-Status     PIC XX.
       01  WS-Issue-Status        PIC XX.
       01  WS-Short-Status        PIC XX.
       01  WS-Register-Status     PIC XX.
       01  WS-Open-Report-Status  PIC XX.
       01  WS-Eof-Switch          PIC X VALUE 'N'.
       01  WS-Order-Eof           PIC X VALUE 'N'.
       01  WS-Txn-Eof             PIC X VALUE 'N'.
       01  WS-Sequence-Eof        PIC X VALUE 'N'.
       01  WS-Short-Eof           PIC X VALUE 'N'.
       01  WS-Customer-Eof        PIC X VALUE 'N'.
       01  WS-Today               PIC X(8).
       01  WS-Reason              PIC X(25).
       01  WS-Txn-Posted          PIC X VALUE 'N'.
       01  WS-Batch-Pending       PIC X VALUE 'N'.
       01  WS-Cust-Found          PIC X VALUE 'N'.
       01  WS-Line-Found          PIC X VALUE 'N'.
       01  WS-Stock-Found         PIC X VALUE 'N'.
       01  WS-Prod-Found          PIC X VALUE 'N'.
       01  WS-Prod-Status-Found   PIC X.
       01  WS-Prod-Redirect       PIC X VALUE 'N'.
       01  WS-Draw-Item           PIC X(10).
       01  WS-Redirect-Item       PIC X(10).
       01  WS-Use-Up-First        PIC X.
       01  WS-Chain-Hops          PIC 9(3).
       01  WS-In-Chain            PIC X VALUE 'N'.
       01  WS-Line-Alloc          PIC 9(5).
       01  WS-Commit-Found        PIC X VALUE 'N'.
       01  WS-Expo-Found          PIC X VALUE 'N'.
       01  WS-Cust-Printed        PIC X VALUE 'N'.
       01  WS-Prod-Count          PIC 9(3) VALUE ZERO.
       01  WS-Commit-Count        PIC 9(4) VALUE ZERO.
       01  WS-Expo-Count          PIC 9(4) VALUE ZERO.
       01  WS-Open-Count          PIC 9(4) VALUE ZERO.
       01  WS-Open-Sub            PIC 9(4).
       01  WS-Open-Lost           PIC 9(5) VALUE ZERO.
       01  WS-Added-Count         PIC 9(5) VALUE ZERO.
       01  WS-Held-Count          PIC 9(5) VALUE ZERO.
       01  WS-Released-Count      PIC 9(5) VALUE ZERO.
       01  WS-Hold-Reason         PIC X(25).
       01  WS-Cancelled-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count       PIC 9(5) VALUE ZERO.
       01  WS-Alloc-Count         PIC 9(5) VALUE ZERO.
       01  WS-Short-Count         PIC 9(5) VALUE ZERO.
       01  WS-Commit-Item         PIC X(10).
       01  WS-Commit-Qty          PIC 9(7).
       01  WS-Open-Qty            PIC 9(5).
       01  WS-Avail-Qty           PIC 9(7).
       01  WS-Take-Qty            PIC 9(5).
       01  WS-Short-Left          PIC 9(5).
       01  WS-Short-Take          PIC 9(5).
       01  WS-Line-Value          PIC 9(9)V99.
       01  WS-Cust-Open-Value     PIC 9(9)V99.
       01  WS-Open-Value-Total    PIC 9(11)V99 VALUE ZERO.
       01  WS-Trailer-Count       PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash        PIC 9(11)V99 VALUE ZERO.

       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code    PIC X(10).
              10 PT-Status       PIC X.
              10 PT-Successor    PIC X(10).
              10 PT-Supersede-Date PIC X(8).
              10 PT-Use-Up-First PIC X.

      *> Quantity per item already spoken for this run: keyed
      *> STOCKTXN issues not yet posted, then each allocation as it
      *> is made.
       01  Commit-Table.
           05 Commit-Entry OCCURS 0 TO 1000 TIMES
                  DEPENDING ON WS-Commit-Count
                  INDEXED BY Com-Idx.
              10 CMT-Stock-ID    PIC X(10).
              10 CMT-Qty         PIC 9(7).

      *> Value still open on order per customer, for the credit
      *> limit edit.
       01  Exposure-Table.
           05 Exposure-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Expo-Count
                  INDEXED BY Expo-Idx.
              10 EX-Cust-Number  PIC X(6).
              10 EX-Open-Value   PIC 9(9)V99.

      *> Lines still open once allocation is done, for the report.
       01  Open-Line-Table.
           05 Open-Line-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Open-Count
                  INDEXED BY Open-Idx.
              10 OL-Cust-Number  PIC X(6).
              10 OL-Order-Number PIC X(8).
              10 OL-Line-No      PIC 9(3).
              10 OL-Stock-ID     PIC X(10).
              10 OL-Order-Qty    PIC 9(5).
              10 OL-Alloc-Qty    PIC 9(5).
              10 OL-Open-Value   PIC 9(9)V99.
              10 OL-Order-Date   PIC X(8).
              10 OL-Printed      PIC X.
              10 OL-Status       PIC X.

       01  WS-Register-Line.
           05 RL-Action         PIC X(8).
           05 RL-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RL-Line-No        PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RL-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RL-Stock-ID       PIC X(10).
           05 FILLER            PIC X(5) VALUE ' QTY='.
           05 RL-Qty            PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE ' VALUE='.
           05 RL-Value          PIC Z(8)9.99.
       01  WS-Register-Hold.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE 'CREDIT REVIEW -  '.
           05 RK-Reason         PIC X(25).
       01  WS-Register-Refusal.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RF-Txn-Code       PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 RF-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RF-Line-No        PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RF-Reason         PIC X(25).
       01  WS-Register-Alloc.
           05 FILLER            PIC X(8) VALUE 'ALLOC   '.
           05 RA-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RA-Line-No        PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RA-Stock-ID       PIC X(10).
           05 FILLER            PIC X(5) VALUE ' QTY='.
           05 RA-Qty            PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' OPEN='.
           05 RA-Open           PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE ' ROUTE '.
           05 RA-Route          PIC X(6).
       01  WS-Register-Short.
           05 FILLER            PIC X(8) VALUE 'REOPEN  '.
           05 RO-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RO-Line-No        PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RO-Stock-ID       PIC X(10).
           05 FILLER            PIC X(7) VALUE ' SHORT='.
           05 RO-Qty            PIC Z(4)9.
       01  WS-Register-Note.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RN-Text           PIC X(60).
       01  WS-Register-Summary.
           05 FILLER            PIC X(6) VALUE 'ADDED '.
           05 RS-Added          PIC Z(4)9.
           05 FILLER            PIC X(11) VALUE ' CANCELLED '.
           05 RS-Cancelled      PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' REFUSED '.
           05 RS-Refused        PIC Z(4)9.
           05 FILLER            PIC X(11) VALUE ' ALLOCATED '.
           05 RS-Allocated      PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' REOPENED '.
           05 RS-Reopened       PIC Z(4)9.
       01  WS-Register-Summary-2.
           05 FILLER            PIC X(5) VALUE 'HELD '.
           05 RS-Held           PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' RELEASED '.
           05 RS-Released       PIC Z(4)9.

       01  WS-Open-Heading.
           05 FILLER            PIC X(24)
                                VALUE 'OPEN ORDERS BY CUSTOMER '.
           05 OH-Date           PIC X(8).
       01  WS-Open-Cust-Line.
           05 FILLER            PIC X(9) VALUE 'CUSTOMER '.
           05 OC-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 OC-Name           PIC X(30).
           05 FILLER            PIC X(7) VALUE ' ROUTE '.
           05 OC-Route          PIC X(6).
           05 FILLER            PIC X(6) VALUE ' STOP '.
           05 OC-Ship-Stop      PIC X(15).
       01  WS-Open-Detail.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 OD-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 OD-Line-No        PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 OD-Stock-ID       PIC X(10).
           05 FILLER            PIC X(5) VALUE ' ORD='.
           05 OD-Order-Qty      PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE ' ALLOC='.
           05 OD-Alloc-Qty      PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' OPEN='.
           05 OD-Open-Qty       PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 OD-Order-Date     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 OD-Held           PIC X(4).
       01  WS-Open-Cust-Total.
           05 FILLER            PIC X(13) VALUE '  OPEN VALUE '.
           05 OT-Value          PIC Z(8)9.99.
       01  WS-Open-Grand-Total.
           05 FILLER            PIC X(11) VALUE 'OPEN LINES '.
           05 OG-Count          PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE ' OPEN VALUE '.
           05 OG-Value          PIC Z(10)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'SALESORDER'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'SALESORDER'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0010-Load-Products.
           OPEN INPUT Customer-File.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Order-File.
           IF WS-Order-Status = '35'
               OPEN OUTPUT Order-File
               CLOSE Order-File
               OPEN I-O Order-File
           END-IF.
           IF WS-Order-Status NOT = '00'
               DISPLAY 'SOORDER OPEN FAILED, STATUS=' WS-Order-Status
               MOVE 56 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'SOREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0020-Check-Pending-Batch.
           PERFORM 0030-Apply-Order-Shortfalls.
           PERFORM 0040-Load-Exposure.
           PERFORM 0050-Load-Keyed-Issues.
           OPEN INPUT Entry-File.
           IF WS-Entry-Status = '00'
               READ Entry-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM 1000-Process-Entry
                   READ Entry-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Entry-File
           ELSE
               DISPLAY 'NO SOENTRY CARDS - ALLOCATING OPEN LINES ONLY'
           END-IF.
           PERFORM 2000-Allocate-Open-Lines.
           PERFORM 3000-Write-Open-Order-Report.
           MOVE WS-Added-Count     TO RS-Added.
           MOVE WS-Cancelled-Count TO RS-Cancelled.
           MOVE WS-Refused-Count   TO RS-Refused.
           MOVE WS-Alloc-Count     TO RS-Allocated.
           MOVE WS-Short-Count     TO RS-Reopened.
           WRITE Register-Line FROM WS-Register-Summary.
           MOVE WS-Held-Count      TO RS-Held.
           MOVE WS-Released-Count  TO RS-Released.
           WRITE Register-Line FROM WS-Register-Summary-2.
           CLOSE Customer-File.
           CLOSE Stock.
           CLOSE Order-File.
           CLOSE Register-File.
           DISPLAY 'ORDER LINES ADDED: ' WS-Added-Count
               ' CANCELLED: ' WS-Cancelled-Count
               ' REFUSED: ' WS-Refused-Count
               ' ALLOCATED: ' WS-Alloc-Count
               ' HELD: ' WS-Held-Count.
           IF WS-Batch-Pending = 'Y'
               MOVE 'W' TO RLP-Severity
               MOVE 'ORDER ISSUES NOT YET POSTED - NO ALLOC'
                   TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A product missing from the table would refuse its order
      *> lines as unknown, so a master too large is refused whole.
       0010-Load-Products.
           OPEN INPUT Product-File.
           IF WS-Product-Status NOT = '00'
               DISPLAY 'PRODMAST OPEN FAILED, STATUS='
                   WS-Product-Status
               MOVE 25 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Product-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-Prod-Count >= 200
               ADD 1 TO WS-Prod-Count
               MOVE Prod-Code   TO PT-Prod-Code (WS-Prod-Count)
               MOVE Prod-Status TO PT-Status (WS-Prod-Count)
               MOVE Prod-Successor TO PT-Successor (WS-Prod-Count)
               MOVE Prod-Supersede-Date
                   TO PT-Supersede-Date (WS-Prod-Count)
               MOVE Prod-Use-Up-First
                   TO PT-Use-Up-First (WS-Prod-Count)
               READ Product-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Product-File.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'PRODMAST EXCEEDS ' WS-Prod-Count
                   ' PRODUCTS - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PRODUCT MASTER OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Prod-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.

      *> The last batch of order issues must have posted before
      *> another is cut: a second batch over an unposted one would
      *> throw it away. Until moveValues empties STOCKSOI, cards are
      *> still taken but nothing new is allocated.
       0020-Check-Pending-Batch.
           MOVE 'N' TO WS-Batch-Pending.
           OPEN INPUT Order-Issue-File.
           IF WS-Issue-Status = '00'
               READ Order-Issue-File
                   AT END CONTINUE
                   NOT AT END
                       IF Order-Issue-Rec (1:4) NOT = '*TRL'
                           MOVE 'Y' TO WS-Batch-Pending
                       END-IF
               END-READ
               CLOSE Order-Issue-File
           END-IF.
           IF WS-Batch-Pending = 'Y'
               DISPLAY 'STOCKSOI NOT YET POSTED BY MOVEVALUES - '
                   'NO NEW ALLOCATIONS THIS RUN'
               MOVE 'STOCKSOI NOT YET POSTED - NO ALLOCATION THIS RUN'
                   TO RN-Text
               WRITE Register-Line FROM WS-Register-Note
           END-IF.

      *> Each short record gives the quantity back to the order's
      *> lines for that item, newest allocation first, and the line
      *> opens again. The file is emptied once applied.
       0030-Apply-Order-Shortfalls.
           OPEN INPUT Order-Short-File.
           IF WS-Short-Status = '00'
               READ Order-Short-File
                   AT END MOVE 'Y' TO WS-Short-Eof
               END-READ
               PERFORM UNTIL WS-Short-Eof = 'Y'
                   MOVE OS-Short-Qty TO WS-Short-Left
                   MOVE OS-Order-Number TO SO-Order-Number
                   MOVE 999 TO SO-Line-No
                   MOVE 'N' TO WS-Order-Eof
                   PERFORM 0035-Reopen-One-Line
                       UNTIL WS-Short-Left = ZERO
                          OR WS-Order-Eof = 'Y'
                   IF WS-Short-Left > ZERO
                       DISPLAY 'SHORTFALL NOT MATCHED TO A LINE: '
                           OS-Order-Number ' ' OS-Stock-ID
                           ' ' WS-Short-Left
                   END-IF
                   READ Order-Short-File
                       AT END MOVE 'Y' TO WS-Short-Eof
                   END-READ
               END-PERFORM
               CLOSE Order-Short-File
               OPEN OUTPUT Order-Short-File
               CLOSE Order-Short-File
           END-IF.

      *> Walks the order's lines from the highest line number down
      *> by keyed reads, one line per call. A line ordered under a
      *> superseded code owns the shortfalls of its successors too,
      *> since its issues may have gone out under either.
       0035-Reopen-One-Line.
           IF SO-Line-No = ZERO
               MOVE 'Y' TO WS-Order-Eof
           ELSE
               MOVE OS-Order-Number TO SO-Order-Number
               READ Order-File
                   INVALID KEY MOVE 'N' TO WS-Line-Found
                   NOT INVALID KEY MOVE 'Y' TO WS-Line-Found
               END-READ
               MOVE 'N' TO WS-In-Chain
               IF WS-Line-Found = 'Y'
                   PERFORM 2700-Check-In-Chain
               END-IF
               IF WS-Line-Found = 'Y'
                    AND WS-In-Chain = 'Y'
                    AND SO-Alloc-Qty > ZERO
                    AND NOT SO-Is-Cancelled
                   MOVE WS-Short-Left TO WS-Short-Take
                   IF WS-Short-Take > SO-Alloc-Qty
                       MOVE SO-Alloc-Qty TO WS-Short-Take
                   END-IF
                   SUBTRACT WS-Short-Take FROM SO-Alloc-Qty
                   SUBTRACT WS-Short-Take FROM WS-Short-Left
                   MOVE 'O' TO SO-Status
                   REWRITE Order-Rec
                   ADD 1 TO WS-Short-Count
                   MOVE SO-Order-Number TO RO-Order-Number
                   MOVE SO-Line-No      TO RO-Line-No
                   MOVE SO-Stock-ID     TO RO-Stock-ID
                   MOVE WS-Short-Take   TO RO-Qty
                   WRITE Register-Line FROM WS-Register-Short
               END-IF
               SUBTRACT 1 FROM SO-Line-No
           END-IF.

      *> A customer the table cannot hold would escape the credit
      *> edit, so the run refuses instead.
       0040-Load-Exposure.
           MOVE SPACES TO SO-Order-Number.
           MOVE ZERO TO SO-Line-No.
           MOVE 'N' TO WS-Order-Eof.
           START Order-File KEY NOT < SO-Key
               INVALID KEY MOVE 'Y' TO WS-Order-Eof
           END-START.
           PERFORM UNTIL WS-Order-Eof = 'Y'
               READ Order-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Order-Eof
                   NOT AT END
                       IF SO-Is-Open OR SO-Is-Held
                           COMPUTE WS-Line-Value =
                               (SO-Order-Qty - SO-Alloc-Qty)
                               * SO-Unit-Price
                           MOVE SO-Cust-Number TO CM-Cust-Number
                           PERFORM 1500-Add-Exposure
                           IF WS-Expo-Found = 'N'
                               DISPLAY 'CUSTOMER TABLE FULL AT '
                                   WS-Expo-Count ' - RUN REFUSED'
                               MOVE 'E' TO RLP-Severity
                               MOVE 'CUSTOMER EXPOSURE OVERFLOWS TABLE'
                                   TO RLP-Message
                               MOVE WS-Expo-Count TO RLP-Count
                               MOVE 96 TO RLP-Return-Code
                               CALL 'runLog' USING Run-Log-Parms
                               MOVE 96 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Keyed issues still waiting on STOCKTXN have first claim on
      *> the stock; once moveValues has ended today they are already
      *> out of the on-hand and count for nothing here.
       0050-Load-Keyed-Issues.
           MOVE 'N' TO WS-Txn-Posted.
           MOVE 'N' TO WS-Sequence-Eof.
           OPEN INPUT Sequence-Control-File.
           IF WS-Sequence-Status = '00'
               READ Sequence-Control-File
                   AT END MOVE 'Y' TO WS-Sequence-Eof
               END-READ
               PERFORM UNTIL WS-Sequence-Eof = 'Y'
                   IF RC-Program = 'MOVEVALUES'
                        AND RC-Run-Date = WS-Today
                        AND RC-Action = 'E'
                       MOVE 'Y' TO WS-Txn-Posted
                   END-IF
                   IF RC-Program = 'MOVEVALUES'
                        AND RC-Run-Date = WS-Today
                        AND RC-Action = 'B'
                       MOVE 'N' TO WS-Txn-Posted
                   END-IF
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
                   END-READ
               END-PERFORM
               CLOSE Sequence-Control-File
           END-IF.
           IF WS-Txn-Posted = 'N'
               OPEN INPUT Stock-Txn-File
               IF WS-Txn-Status = '00'
                   READ Stock-Txn-File
                       AT END MOVE 'Y' TO WS-Txn-Eof
                   END-READ
                   PERFORM UNTIL WS-Txn-Eof = 'Y'
                       IF Stock-Txn-Record (1:4) NOT = '*TRL'
                            AND Stock-Is-Issue
                           MOVE Stock-ID      TO WS-Commit-Item
                           MOVE Stock-Txn-Qty TO WS-Commit-Qty
                           PERFORM 2500-Add-Commitment
                           IF WS-Commit-Found = 'N'
                               DISPLAY 'COMMITMENT TABLE FULL AT '
                                   WS-Commit-Count ' - RUN REFUSED'
                               MOVE 'E' TO RLP-Severity
                               MOVE 'COMMITMENTS OVERFLOW TABLE'
                                   TO RLP-Message
                               MOVE WS-Commit-Count TO RLP-Count
                               MOVE 96 TO RLP-Return-Code
                               CALL 'runLog' USING Run-Log-Parms
                               MOVE 96 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                       READ Stock-Txn-File
                           AT END MOVE 'Y' TO WS-Txn-Eof
                       END-READ
                   END-PERFORM
                   CLOSE Stock-Txn-File
               END-IF
           END-IF.

       1000-Process-Entry.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Line-Found.
           MOVE 'N' TO WS-Cust-Found.
           MOVE 'N' TO WS-Stock-Found.
           MOVE 'N' TO WS-Prod-Found.
           MOVE 'N' TO WS-Prod-Redirect.
           MOVE ZERO TO WS-Line-Value.
           IF SE-Order-Number NOT = SPACES
                AND SE-Line-No-Text NUMERIC
               MOVE SE-Order-Number TO SO-Order-Number
               MOVE SE-Line-No      TO SO-Line-No
               READ Order-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Line-Found
               END-READ
           END-IF.
           IF SE-Is-Add
               PERFORM 1100-Lookup-Add-Fields
           END-IF.
           EVALUATE TRUE
               WHEN NOT SE-Is-Add AND NOT SE-Is-Cancel
                    AND NOT SE-Is-Release
                   MOVE 'TXN CODE NOT A, X OR R' TO WS-Reason
               WHEN SE-Order-Number = SPACES
                   MOVE 'ORDER NUMBER MISSING' TO WS-Reason
               WHEN SE-Line-No-Text NOT NUMERIC
                   MOVE 'LINE NUMBER NOT NUMERIC' TO WS-Reason
               WHEN SE-Line-No = ZERO
                   MOVE 'LINE NUMBER ZERO' TO WS-Reason
               WHEN SE-Is-Cancel AND WS-Line-Found = 'N'
                   MOVE 'ORDER LINE NOT ON FILE' TO WS-Reason
               WHEN SE-Is-Cancel AND NOT SO-Is-Open
                    AND NOT SO-Is-Held
                   MOVE 'ORDER LINE NOT OPEN' TO WS-Reason
               WHEN SE-Is-Cancel
                   CONTINUE
               WHEN SE-Is-Release AND WS-Line-Found = 'N'
                   MOVE 'ORDER LINE NOT ON FILE' TO WS-Reason
               WHEN SE-Is-Release AND NOT SO-Is-Held
                   MOVE 'ORDER LINE NOT HELD' TO WS-Reason
               WHEN SE-Is-Release
                   CONTINUE
               WHEN WS-Line-Found = 'Y'
                   MOVE 'ORDER LINE ALREADY ON FILE' TO WS-Reason
               WHEN WS-Cust-Found = 'N'
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-Reason
               WHEN WS-Prod-Found = 'N'
                   MOVE 'ITEM NOT IN PRODUCT MASTER' TO WS-Reason
               WHEN WS-Prod-Status-Found = 'D'
                    AND WS-Prod-Redirect = 'N'
                   MOVE 'ITEM DISCONTINUED' TO WS-Reason
               WHEN WS-Stock-Found = 'N'
                   MOVE 'ITEM NOT ON STOCK MASTER' TO WS-Reason
               WHEN SE-Qty-Text NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC' TO WS-Reason
               WHEN SE-Qty = ZERO
                   MOVE 'QUANTITY ZERO' TO WS-Reason
               WHEN SE-Price-Text NOT NUMERIC
                   MOVE 'PRICE NOT NUMERIC' TO WS-Reason
               WHEN WS-Expo-Found = 'N'
                   MOVE 'CUSTOMER TABLE FULL' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE SE-Txn-Code     TO RF-Txn-Code
               MOVE SE-Order-Number TO RF-Order-Number
               MOVE SE-Line-No-Text TO RF-Line-No
               MOVE WS-Reason       TO RF-Reason
               WRITE Register-Line FROM WS-Register-Refusal
               ADD 1 TO WS-Refused-Count
           ELSE
               EVALUATE TRUE
                   WHEN SE-Is-Add
                       PERFORM 1200-Add-Order-Line
                   WHEN SE-Is-Cancel
                       PERFORM 1300-Cancel-Order-Line
                   WHEN OTHER
                       PERFORM 1400-Release-Order-Line
               END-EVALUATE
           END-IF.

      *> The lookups an add card's edits need. The exposure entry is
      *> found (or opened at zero) here so the credit edit can read
      *> it; a refused card leaves it at what it was. A discontinued
      *> item still sells once its successor has taken over, since
      *> allocation redirects the line.
       1100-Lookup-Add-Fields.
           IF SE-Cust-Number NOT = SPACES
               MOVE SE-Cust-Number TO CM-Cust-Number
               READ Customer-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Cust-Found
               END-READ
           END-IF.
           MOVE SPACE TO WS-Prod-Status-Found.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Prod-Code (Prod-Idx) = SE-Stock-ID
                   MOVE 'Y' TO WS-Prod-Found
                   MOVE PT-Status (Prod-Idx) TO WS-Prod-Status-Found
                   IF PT-Successor (Prod-Idx) NOT = SPACES
                        AND PT-Supersede-Date (Prod-Idx) <= WS-Today
                       MOVE 'Y' TO WS-Prod-Redirect
                   END-IF
           END-SEARCH.
           MOVE SE-Stock-ID TO Stock-ID1.
           READ Stock
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-Stock-Found
           END-READ.
           MOVE 'Y' TO WS-Expo-Found.
           IF WS-Cust-Found = 'Y'
                AND SE-Qty-Text NUMERIC
                AND SE-Price-Text NUMERIC
               COMPUTE WS-Line-Value = SE-Qty * SE-Unit-Price
               MOVE ZERO TO WS-Cust-Open-Value
               PERFORM 1510-Find-Exposure
           END-IF.

      *> A customer the aging run put on credit hold, or a line that
      *> would take the customer past the credit limit, is taken but
      *> held for credit review instead of shipping.
       1200-Add-Order-Line.
           MOVE SPACES TO WS-Hold-Reason.
           EVALUATE TRUE
               WHEN CM-On-Credit-Hold
                   MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-Hold-Reason
               WHEN CM-Credit-Limit > ZERO
                    AND EX-Open-Value (Expo-Idx) + WS-Line-Value
                        > CM-Credit-Limit
                   MOVE 'OVER CREDIT LIMIT' TO WS-Hold-Reason
           END-EVALUATE.
           MOVE SE-Order-Number TO SO-Order-Number.
           MOVE SE-Line-No      TO SO-Line-No.
           MOVE SE-Cust-Number  TO SO-Cust-Number.
           MOVE SE-Stock-ID     TO SO-Stock-ID.
           MOVE SE-Qty          TO SO-Order-Qty.
           MOVE ZERO            TO SO-Alloc-Qty.
           MOVE SE-Unit-Price   TO SO-Unit-Price.
           MOVE WS-Today        TO SO-Order-Date.
           MOVE 'O'             TO SO-Status.
           IF WS-Hold-Reason NOT = SPACES
               MOVE 'H'         TO SO-Status
           END-IF.
           MOVE SPACES          TO SO-Last-Alloc-Date.
           WRITE Order-Rec.
           ADD WS-Line-Value TO EX-Open-Value (Expo-Idx).
           ADD 1 TO WS-Added-Count.
           IF SO-Is-Held
               MOVE 'HELD    '  TO RL-Action
           ELSE
               MOVE 'ADDED   '  TO RL-Action
           END-IF.
           MOVE SO-Order-Number TO RL-Order-Number.
           MOVE SO-Line-No      TO RL-Line-No.
           MOVE SO-Cust-Number  TO RL-Cust-Number.
           MOVE SO-Stock-ID     TO RL-Stock-ID.
           MOVE SO-Order-Qty    TO RL-Qty.
           MOVE WS-Line-Value   TO RL-Value.
           WRITE Register-Line FROM WS-Register-Line.
           IF SO-Is-Held
               ADD 1 TO WS-Held-Count
               MOVE WS-Hold-Reason TO RK-Reason
               WRITE Register-Line FROM WS-Register-Hold
           END-IF.

      *> Cancelling takes off only what is still open; stock already
      *> allocated has gone to moveValues and ships as issued.
       1300-Cancel-Order-Line.
           COMPUTE WS-Open-Qty = SO-Order-Qty - SO-Alloc-Qty.
           COMPUTE WS-Line-Value = WS-Open-Qty * SO-Unit-Price.
           MOVE 'X' TO SO-Status.
           REWRITE Order-Rec.
           MOVE SO-Cust-Number TO CM-Cust-Number.
           MOVE ZERO TO WS-Cust-Open-Value.
           PERFORM 1510-Find-Exposure.
           IF WS-Expo-Found = 'Y'
               IF EX-Open-Value (Expo-Idx) > WS-Line-Value
                   SUBTRACT WS-Line-Value
                       FROM EX-Open-Value (Expo-Idx)
               ELSE
                   MOVE ZERO TO EX-Open-Value (Expo-Idx)
               END-IF
           END-IF.
           ADD 1 TO WS-Cancelled-Count.
           MOVE 'CANCEL  '      TO RL-Action.
           MOVE SO-Order-Number TO RL-Order-Number.
           MOVE SO-Line-No      TO RL-Line-No.
           MOVE SO-Cust-Number  TO RL-Cust-Number.
           MOVE SO-Stock-ID     TO RL-Stock-ID.
           MOVE WS-Open-Qty     TO RL-Qty.
           MOVE WS-Line-Value   TO RL-Value.
           WRITE Register-Line FROM WS-Register-Line.

      *> Credit review has approved the line: it joins the open
      *> lines and allocates in this same run.
       1400-Release-Order-Line.
           MOVE 'O' TO SO-Status.
           REWRITE Order-Rec.
           ADD 1 TO WS-Released-Count.
           COMPUTE WS-Open-Qty = SO-Order-Qty - SO-Alloc-Qty.
           COMPUTE WS-Line-Value = WS-Open-Qty * SO-Unit-Price.
           MOVE 'RELEASE '      TO RL-Action.
           MOVE SO-Order-Number TO RL-Order-Number.
           MOVE SO-Line-No      TO RL-Line-No.
           MOVE SO-Cust-Number  TO RL-Cust-Number.
           MOVE SO-Stock-ID     TO RL-Stock-ID.
           MOVE WS-Open-Qty     TO RL-Qty.
           MOVE WS-Line-Value   TO RL-Value.
           WRITE Register-Line FROM WS-Register-Line.

       1500-Add-Exposure.
           MOVE WS-Line-Value TO WS-Cust-Open-Value.
           PERFORM 1510-Find-Exposure.

      *> Finds the customer's exposure entry, opening one (at the
      *> value passed in WS-Cust-Open-Value) when there is none; an
      *> existing entry has the value added. Expo-Found is N only
      *> when the table is full.
       1510-Find-Exposure.
           MOVE 'N' TO WS-Expo-Found.
           SET Expo-Idx TO 1.
           SEARCH Exposure-Entry
               AT END CONTINUE
               WHEN EX-Cust-Number (Expo-Idx) = CM-Cust-Number
                   ADD WS-Cust-Open-Value TO EX-Open-Value (Expo-Idx)
                   MOVE 'Y' TO WS-Expo-Found
           END-SEARCH.
           IF WS-Expo-Found = 'N' AND WS-Expo-Count < 2000
               ADD 1 TO WS-Expo-Count
               SET Expo-Idx TO WS-Expo-Count
               MOVE CM-Cust-Number     TO EX-Cust-Number (Expo-Idx)
               MOVE WS-Cust-Open-Value TO EX-Open-Value (Expo-Idx)
               MOVE 'Y' TO WS-Expo-Found
           END-IF.

      *> Open lines in order-number order - first ordered, first
      *> filled - each taking what the master on-hand still has once
      *> everything already spoken for is held back. The issues go
      *> out on the customer's route with the order number as the
      *> document, so the manifest and the ledger both name it.
       2000-Allocate-Open-Lines.
           IF WS-Batch-Pending = 'N'
               OPEN OUTPUT Order-Issue-File
               IF WS-Issue-Status NOT = '00'
                   DISPLAY 'STOCKSOI OPEN FAILED, STATUS='
                       WS-Issue-Status
                   MOVE 31 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO SO-Order-Number.
           MOVE ZERO TO SO-Line-No.
           MOVE 'N' TO WS-Order-Eof.
           START Order-File KEY NOT < SO-Key
               INVALID KEY MOVE 'Y' TO WS-Order-Eof
           END-START.
           PERFORM UNTIL WS-Order-Eof = 'Y'
               READ Order-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Order-Eof
                   NOT AT END
                       IF SO-Is-Open
                           IF WS-Batch-Pending = 'N'
                               PERFORM 2100-Allocate-One-Line
                           END-IF
                       END-IF
                       IF SO-Is-Open OR SO-Is-Held
                           PERFORM 2300-Hold-Open-Line
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Batch-Pending = 'N'
               MOVE '*TRL'           TO TR-Mark
               MOVE WS-Trailer-Count TO TR-Record-Count
               MOVE WS-Trailer-Hash  TO TR-Hash-Total
               WRITE Order-Issue-Trailer
               CLOSE Order-Issue-File
           END-IF.

      *> The line draws on its own item first. Once that item is
      *> superseded the line moves down the chain to the successor:
      *> after what is left of the old stock when the old code is to
      *> be used up first, straight away when it is not.
       2100-Allocate-One-Line.
           COMPUTE WS-Open-Qty = SO-Order-Qty - SO-Alloc-Qty.
           MOVE SO-Stock-ID TO WS-Draw-Item.
           MOVE ZERO TO WS-Chain-Hops.
           MOVE ZERO TO WS-Line-Alloc.
           PERFORM 2110-Allocate-From-Item
               UNTIL WS-Open-Qty = ZERO
                  OR WS-Draw-Item = SPACES
                  OR WS-Chain-Hops > WS-Prod-Count.
           IF WS-Line-Alloc > ZERO
               MOVE WS-Today TO SO-Last-Alloc-Date
               IF SO-Alloc-Qty NOT < SO-Order-Qty
                   MOVE 'C' TO SO-Status
               END-IF
               REWRITE Order-Rec
           END-IF.

       2110-Allocate-From-Item.
           ADD 1 TO WS-Chain-Hops.
           PERFORM 2120-Find-Redirect.
           IF WS-Redirect-Item = SPACES OR WS-Use-Up-First = 'Y'
               PERFORM 2130-Take-From-Item
           END-IF.
           MOVE WS-Redirect-Item TO WS-Draw-Item.

      *> Redirect-Item comes back as the successor when the item
      *> being drawn is superseded as of today, otherwise blank.
       2120-Find-Redirect.
           MOVE SPACES TO WS-Redirect-Item.
           MOVE 'Y' TO WS-Use-Up-First.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Prod-Code (Prod-Idx) = WS-Draw-Item
                   IF PT-Successor (Prod-Idx) NOT = SPACES
                        AND PT-Supersede-Date (Prod-Idx) <= WS-Today
                       MOVE PT-Successor (Prod-Idx)
                           TO WS-Redirect-Item
                       IF PT-Use-Up-First (Prod-Idx) = 'N'
                           MOVE 'N' TO WS-Use-Up-First
                       END-IF
                   END-IF
           END-SEARCH.

       2130-Take-From-Item.
           MOVE ZERO TO WS-Avail-Qty.
           MOVE WS-Draw-Item TO Stock-ID1.
           READ Stock
               INVALID KEY
                   DISPLAY 'ORDER ITEM NOT ON STOCK MASTER: '
                       SO-Order-Number ' ' WS-Draw-Item
               NOT INVALID KEY
                   MOVE Stock-Qty-On-Hand TO WS-Avail-Qty
           END-READ.
           MOVE WS-Draw-Item TO WS-Commit-Item.
           MOVE ZERO TO WS-Commit-Qty.
           PERFORM 2500-Add-Commitment.
           IF WS-Commit-Found = 'N'
               DISPLAY 'COMMITMENT TABLE FULL, LINE LEFT OPEN: '
                   SO-Order-Number ' ' SO-Line-No
               MOVE ZERO TO WS-Avail-Qty
           ELSE
               IF WS-Avail-Qty > CMT-Qty (Com-Idx)
                   SUBTRACT CMT-Qty (Com-Idx) FROM WS-Avail-Qty
               ELSE
                   MOVE ZERO TO WS-Avail-Qty
               END-IF
           END-IF.
           IF WS-Avail-Qty > WS-Open-Qty
               MOVE WS-Open-Qty TO WS-Take-Qty
           ELSE
               MOVE WS-Avail-Qty TO WS-Take-Qty
           END-IF.
           IF WS-Take-Qty > ZERO
               PERFORM 2200-Write-Order-Issue
               ADD WS-Take-Qty TO CMT-Qty (Com-Idx)
               ADD WS-Take-Qty TO SO-Alloc-Qty
               ADD WS-Take-Qty TO WS-Line-Alloc
               SUBTRACT WS-Take-Qty FROM WS-Open-Qty
               ADD 1 TO WS-Alloc-Count
               MOVE SO-Order-Number TO RA-Order-Number
               MOVE SO-Line-No      TO RA-Line-No
               MOVE WS-Draw-Item    TO RA-Stock-ID
               MOVE WS-Take-Qty     TO RA-Qty
               COMPUTE RA-Open = SO-Order-Qty - SO-Alloc-Qty
               MOVE OI-Txn-Route    TO RA-Route
               WRITE Register-Line FROM WS-Register-Alloc
           END-IF.

      *> A customer no longer on the master ships on no route; the
      *> manifest run lists the issue as unmanifested.
       2200-Write-Order-Issue.
           MOVE SPACES TO Order-Issue-Rec.
           MOVE SO-Cust-Number TO CM-Cust-Number.
           READ Customer-File
               INVALID KEY MOVE SPACES TO OI-Txn-Route
               NOT INVALID KEY MOVE CM-Route TO OI-Txn-Route
           END-READ.
           MOVE WS-Draw-Item    TO OI-Stock-ID.
           MOVE 'I'             TO OI-Txn-Type.
           MOVE WS-Take-Qty     TO OI-Txn-Qty.
           MOVE ZERO            TO OI-Cost.
           MOVE WS-Today        TO OI-Txn-Date.
           MOVE SO-Order-Number TO OI-Txn-Doc.
           MOVE SO-Line-No      TO OI-Txn-Order-Line.
           MOVE 'SO'            TO OI-Txn-Source.
           MOVE ZERO            TO OI-Txn-Pri.
           WRITE Order-Issue-Rec.
           ADD 1 TO WS-Trailer-Count.
           ADD WS-Take-Qty TO WS-Trailer-Hash.

       2300-Hold-Open-Line.
           IF WS-Open-Count < 2000
               ADD 1 TO WS-Open-Count
               SET Open-Idx TO WS-Open-Count
               MOVE SO-Cust-Number  TO OL-Cust-Number (Open-Idx)
               MOVE SO-Order-Number TO OL-Order-Number (Open-Idx)
               MOVE SO-Line-No      TO OL-Line-No (Open-Idx)
               MOVE SO-Stock-ID     TO OL-Stock-ID (Open-Idx)
               MOVE SO-Order-Qty    TO OL-Order-Qty (Open-Idx)
               MOVE SO-Alloc-Qty    TO OL-Alloc-Qty (Open-Idx)
               COMPUTE OL-Open-Value (Open-Idx) =
                   (SO-Order-Qty - SO-Alloc-Qty) * SO-Unit-Price
               MOVE SO-Order-Date   TO OL-Order-Date (Open-Idx)
               MOVE 'N'             TO OL-Printed (Open-Idx)
               MOVE SO-Status       TO OL-Status (Open-Idx)
           ELSE
               ADD 1 TO WS-Open-Lost
           END-IF.

      *> WS-In-Chain comes back Y when the shortfall's item is the
      *> line's own item or one of its successors down the chain.
       2700-Check-In-Chain.
           MOVE SO-Stock-ID TO WS-Draw-Item.
           MOVE ZERO TO WS-Chain-Hops.
           PERFORM UNTIL WS-In-Chain = 'Y'
                   OR WS-Draw-Item = SPACES
                   OR WS-Chain-Hops > WS-Prod-Count
               ADD 1 TO WS-Chain-Hops
               IF WS-Draw-Item = OS-Stock-ID
                   MOVE 'Y' TO WS-In-Chain
               ELSE
                   MOVE SPACES TO WS-Redirect-Item
                   SET Prod-Idx TO 1
                   SEARCH Prod-Entry
                       AT END CONTINUE
                       WHEN PT-Prod-Code (Prod-Idx) = WS-Draw-Item
                           MOVE PT-Successor (Prod-Idx)
                               TO WS-Redirect-Item
                   END-SEARCH
                   MOVE WS-Redirect-Item TO WS-Draw-Item
               END-IF
           END-PERFORM.

      *> Finds the item's commitment entry, opening one at zero when
      *> there is none, and adds WS-Commit-Qty to it. Commit-Found
      *> is N only when the table is full.
       2500-Add-Commitment.
           MOVE 'N' TO WS-Commit-Found.
           SET Com-Idx TO 1.
           SEARCH Commit-Entry
               AT END CONTINUE
               WHEN CMT-Stock-ID (Com-Idx) = WS-Commit-Item
                   ADD WS-Commit-Qty TO CMT-Qty (Com-Idx)
                   MOVE 'Y' TO WS-Commit-Found
           END-SEARCH.
           IF WS-Commit-Found = 'N' AND WS-Commit-Count < 1000
               ADD 1 TO WS-Commit-Count
               SET Com-Idx TO WS-Commit-Count
               MOVE WS-Commit-Item TO CMT-Stock-ID (Com-Idx)
               MOVE WS-Commit-Qty  TO CMT-Qty (Com-Idx)
               MOVE 'Y' TO WS-Commit-Found
           END-IF.

      *> Customers in customer-number order, each with its open
      *> lines; any line whose customer has left the master prints
      *> at the end so nothing owed drops off the report.
       3000-Write-Open-Order-Report.
           OPEN OUTPUT Open-Order-Report.
           IF WS-Open-Report-Status NOT = '00'
               DISPLAY 'SOOPEN OPEN FAILED, STATUS='
                   WS-Open-Report-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Today TO OH-Date.
           WRITE Open-Order-Line FROM WS-Open-Heading.
           MOVE SPACES TO CM-Cust-Number.
           MOVE 'N' TO WS-Customer-Eof.
           START Customer-File KEY NOT < CM-Cust-Number
               INVALID KEY MOVE 'Y' TO WS-Customer-Eof
           END-START.
           PERFORM UNTIL WS-Customer-Eof = 'Y'
               READ Customer-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Customer-Eof
                   NOT AT END
                       PERFORM 3100-Report-One-Customer
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-Cust-Printed.
           MOVE ZERO TO WS-Cust-Open-Value.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OL-Printed (WS-Open-Sub) = 'N'
                   IF WS-Cust-Printed = 'N'
                       MOVE SPACES TO WS-Open-Cust-Line
                       MOVE 'CUSTOMER NOT ON MASTER'
                           TO WS-Open-Cust-Line
                       WRITE Open-Order-Line FROM WS-Open-Cust-Line
                       MOVE 'Y' TO WS-Cust-Printed
                   END-IF
                   PERFORM 3200-Report-One-Line
               END-IF
           END-PERFORM.
           IF WS-Cust-Printed = 'Y'
               MOVE WS-Cust-Open-Value TO OT-Value
               WRITE Open-Order-Line FROM WS-Open-Cust-Total
           END-IF.
           MOVE WS-Open-Count       TO OG-Count.
           MOVE WS-Open-Value-Total TO OG-Value.
           WRITE Open-Order-Line FROM WS-Open-Grand-Total.
           IF WS-Open-Lost > ZERO
               MOVE SPACES TO Open-Order-Line
               STRING 'OPEN LINE TABLE FULL - ' WS-Open-Lost
                   ' LINES NOT LISTED' DELIMITED BY SIZE
                   INTO Open-Order-Line
               WRITE Open-Order-Line
               DISPLAY 'OPEN LINE TABLE FULL - ' WS-Open-Lost
                   ' LINES NOT LISTED'
           END-IF.
           CLOSE Open-Order-Report.

       3100-Report-One-Customer.
           MOVE 'N' TO WS-Cust-Printed.
           MOVE ZERO TO WS-Cust-Open-Value.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OL-Cust-Number (WS-Open-Sub) = CM-Cust-Number
                   IF WS-Cust-Printed = 'N'
                       MOVE CM-Cust-Number TO OC-Cust-Number
                       MOVE CM-Name        TO OC-Name
                       MOVE CM-Route       TO OC-Route
                       MOVE CM-Ship-Stop   TO OC-Ship-Stop
                       WRITE Open-Order-Line FROM WS-Open-Cust-Line
                       MOVE 'Y' TO WS-Cust-Printed
                   END-IF
                   PERFORM 3200-Report-One-Line
               END-IF
           END-PERFORM.
           IF WS-Cust-Printed = 'Y'
               MOVE WS-Cust-Open-Value TO OT-Value
               WRITE Open-Order-Line FROM WS-Open-Cust-Total
           END-IF.

       3200-Report-One-Line.
           MOVE OL-Order-Number (WS-Open-Sub) TO OD-Order-Number.
           MOVE OL-Line-No (WS-Open-Sub)      TO OD-Line-No.
           MOVE OL-Stock-ID (WS-Open-Sub)     TO OD-Stock-ID.
           MOVE OL-Order-Qty (WS-Open-Sub)    TO OD-Order-Qty.
           MOVE OL-Alloc-Qty (WS-Open-Sub)    TO OD-Alloc-Qty.
           COMPUTE OD-Open-Qty =
               OL-Order-Qty (WS-Open-Sub) - OL-Alloc-Qty (WS-Open-Sub).
           MOVE OL-Order-Date (WS-Open-Sub)   TO OD-Order-Date.
           IF OL-Status (WS-Open-Sub) = 'H'
               MOVE 'HELD' TO OD-Held
           ELSE
               MOVE SPACES TO OD-Held
           END-IF.
           WRITE Open-Order-Line FROM WS-Open-Detail.
           ADD OL-Open-Value (WS-Open-Sub) TO WS-Cust-Open-Value.
           ADD OL-Open-Value (WS-Open-Sub) TO WS-Open-Value-Total.
           MOVE 'Y' TO OL-Printed (WS-Open-Sub).

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
           MOVE WS-Alloc-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
