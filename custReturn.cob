       IDENTIFICATION DIVISION.
       PROGRAM-ID. custReturn.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Return authorizations, new ones keyed in with a blank
      *> status alongside the ones already on file; loaded whole and
      *> rewritten whole with each one's standing status.
           SELECT RMA-File ASSIGN TO "RMAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMA-Status.
      *> Receiving dock cards: the RMA number, the quantity that
      *> actually came back, and the location it is held in.
           SELECT Receipt-Card-File ASSIGN TO "RMARECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Receipt-Card-Status.
      *> Inspector cards for held returns: S restocks, X scraps, W
      *> sends the goods to rework until a second card decides.
           SELECT Disposition-File ASSIGN TO "RMADISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disposition-Status.
      *> The movement ledger: an RMA is good only for goods the
      *> order actually shipped, and the issue line says what they
      *> went out at.
           SELECT Ledger-File ASSIGN TO "STOCKLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ledger-Status.
           SELECT Order-File ASSIGN TO "SOORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-Key
               FILE STATUS IS WS-Order-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Cust-Number
               FILE STATUS IS WS-Customer-Status.
      *> Same Stock master that twoAddValue maintains, read only
      *> here for the average cost of an issue older than the
      *> ledger's unit cost - moveValues posts the restocks.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> Customer price list, so the credit is what custInvoice
      *> billed: the customer's price, else the order price.
           SELECT Price-File ASSIGN TO "CUSTPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Price-Status.
      *> Restocked returns, type C in STOCKTXN layout followed by
      *> the original unit cost, with a control trailer, for
      *> moveValues to post and empty.
           SELECT Return-Feed-File ASSIGN TO "STOCKCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feed-Status.
      *> Open-item receivables ledger: each inspected return goes
      *> on as a credit memo for arAging to net against what the
      *> customer owes.
           SELECT AR-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-Key
               FILE STATUS IS WS-AR-Status.
      *> Credit memo extract in the same debit/credit shape as the
      *> invoicing run's ARGLEXT, kept apart from it so the day's
      *> billing still proves on ARGLEXT debits alone.
           SELECT Credit-Extract-File ASSIGN TO "RMAGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Credit-Extract-Status.
      *> Every RMA this run touched and what became of it, then the
      *> returns on file by reason and product.
           SELECT Return-Report ASSIGN TO "RMARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RMA-File.
       01  RMA-Rec.
           COPY RMALINE.

       FD  Receipt-Card-File.
       01  Receipt-Card-Rec.
           05 RV-RMA-Number    PIC 9(6).
           05 RV-Qty           PIC 9(5).
           05 RV-Loc           PIC X(3).

       FD  Disposition-File.
       01  Disposition-Rec.
           05 DC-RMA-Number    PIC 9(6).
           05 DC-Action        PIC X.
              88 DC-Is-Restock    VALUE 'S'.
              88 DC-Is-Scrap      VALUE 'X'.
              88 DC-Is-Rework     VALUE 'W'.
           05 DC-Inspector     PIC X(8).

       FD  Ledger-File.
       01  Ledger-Rec.
           05 LG-Stock-ID1    PIC X(10).
           05 LG-Date         PIC X(8).
           05 LG-Type         PIC X.
           05 LG-Qty          PIC 9(5).
           05 LG-Cost         PIC S9(3)V99.
           05 LG-Doc          PIC X(8).
           05 LG-Source       PIC X(2).
           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
           05 LG-Unit-Cost    PIC 9(5)V99.
           05 LG-Order-Line   PIC X(3).

       FD  Order-File.
       01  Order-Rec.
           COPY SOLINE.

       FD  Customer-File.
       01  Customer-Rec.
           COPY CUSTMAST.

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

       FD  Price-File.
       01  Price-Rec.
           05 CP-Cust-Number  PIC X(6).
           COPY PRODID REPLACING ID-FIELD BY CP-Stock-ID.
           05 CP-Unit-Price   PIC 9(5)V99.

       FD  Return-Feed-File.
       01  Return-Feed-Rec.
           COPY PRODID REPLACING ID-FIELD BY RF-Stock-ID.
           05 RF-Txn-Type     PIC X.
           05 RF-Txn-Qty      PIC 9(5).
           05 RF-Cost         PIC S9(3)V99.
           05 RF-Txn-Date     PIC X(8).
           05 RF-Txn-Doc      PIC X(8).
           05 RF-Txn-Source   PIC X(2).
           05 RF-Txn-Loc      PIC X(3).
           05 RF-Txn-Loc-To   PIC X(3).
           05 RF-Txn-Lot      PIC X(8).
           05 RF-Txn-Pri      PIC 9.
           05 RF-Txn-To-ID    PIC X(10).
           05 RF-Txn-Route    PIC X(6).
           05 RF-Unit-Cost    PIC 9(5)V99.
       01  Return-Feed-Trailer.
           COPY TRAILER.

       FD  AR-File.
       01  AR-Item-Rec.
           COPY ARITEM.

       FD  Credit-Extract-File.
       01  Credit-Extract-Line.
           05 CX-Ref          PIC X(20).
           05 CX-Dr-Cr        PIC X.
           05 CX-Account      PIC X(8).
           05 CX-Amount       PIC 9(7)V99.
           05 CX-Date         PIC X(8).
           05 CX-Reason       PIC X(3).

       FD  Return-Report.
       01  Return-Line            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RMA-Status        PIC XX.
       01  WS-Receipt-Card-Status PIC XX.
       01  WS-Disposition-Status PIC XX.
       01  WS-Ledger-Status     PIC XX.
       01  WS-Order-Status      PIC XX.
       01  WS-Customer-Status   PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Price-Status      PIC XX.
       01  WS-Feed-Status       PIC XX.
       01  WS-AR-Status         PIC XX.
       01  WS-Credit-Extract-Status PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Order-Eof         PIC X VALUE 'N'.
       01  WS-Batch-Pending     PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-RMA-Count         PIC 9(4) VALUE ZERO.
       01  WS-RMA-Sub           PIC 9(4).
       01  WS-Other-Sub         PIC 9(4).
       01  WS-Receipt-Count     PIC 9(3) VALUE ZERO.
       01  WS-Disp-Count        PIC 9(3) VALUE ZERO.
       01  WS-Price-Count       PIC 9(4) VALUE ZERO.
       01  WS-Ship-Count        PIC 9(3) VALUE ZERO.
       01  WS-Summary-Count     PIC 9(3) VALUE ZERO.
       01  WS-Summary-Sub       PIC 9(3).
       01  WS-Summary-Ins       PIC 9(3).
       01  WS-Card-Found        PIC X VALUE 'N'.
       01  WS-Line-Found        PIC X VALUE 'N'.
       01  WS-Ship-Found        PIC X VALUE 'N'.
       01  WS-Summary-Found     PIC X VALUE 'N'.
       01  WS-Prior-Status      PIC X.
       01  WS-Result            PIC X(30).
       01  WS-Line-Value        PIC 9(7)V99.
       01  WS-Credit-Amount     PIC 9(7)V99.
       01  WS-Returned-Qty      PIC 9(7).
       01  WS-Other-Qty         PIC 9(5).
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Authorized-Count  PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Received-Count    PIC 9(5) VALUE ZERO.
       01  WS-Restocked-Count   PIC 9(5) VALUE ZERO.
       01  WS-Scrapped-Count    PIC 9(5) VALUE ZERO.
       01  WS-Rework-Count      PIC 9(5) VALUE ZERO.
       01  WS-Credit-Total      PIC 9(9)V99 VALUE ZERO.
       01  WS-Touched-Count     PIC 9(5) VALUE ZERO.
      *> Sales returns take the debit, receivables the credit,
      *> fixed the way custInvoice's revenue accounts are.
       01  WS-Receivable-Account PIC X(8) VALUE '11300000'.
       01  WS-Returns-Account   PIC X(8) VALUE '41900000'.
       01  WS-RMA-Doc.
           05 FILLER            PIC X(2) VALUE 'RM'.
           05 RD-RMA-Number     PIC 9(6).
       01  WS-Sort-Key          PIC X(12).
       01  WS-Last-Reason       PIC X(2).

      *> Return authorizations, loaded whole and rewritten whole.
       01  RMA-Table.
           05 RMA-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-RMA-Count.
              10 RMT-RMA-Number   PIC 9(6).
              10 RMT-Cust-Number  PIC X(6).
              10 RMT-Order-Number PIC X(8).
              10 RMT-Stock-ID1    PIC X(10).
              10 RMT-Qty          PIC 9(5).
              10 RMT-Reason       PIC X(2).
              10 RMT-Auth-Date    PIC X(8).
              10 RMT-Status       PIC X.
              10 RMT-Close-Date   PIC X(8).
              10 RMT-Received-Qty PIC 9(5).
              10 RMT-Receive-Loc  PIC X(3).
              10 RMT-Issue-Cost   PIC 9(5)V99.
              10 RMT-Unit-Price   PIC 9(5)V99.

       01  Receipt-Table.
           05 Receipt-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Receipt-Count
                  INDEXED BY Rcv-Idx.
              10 RCT-RMA-Number  PIC 9(6).
              10 RCT-Qty         PIC 9(5).
              10 RCT-Loc         PIC X(3).
              10 RCT-Used        PIC X.

       01  Disp-Table.
           05 Disp-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Disp-Count
                  INDEXED BY Disp-Idx.
              10 DCT-RMA-Number  PIC 9(6).
              10 DCT-Action      PIC X.
              10 DCT-Inspector   PIC X(8).
              10 DCT-Used        PIC X.

       01  Price-Table.
           05 Price-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Price-Count
                  INDEXED BY Price-Idx.
              10 PR-Cust-Number  PIC X(6).
              10 PR-Stock-ID     PIC X(10).
              10 PR-Unit-Price   PIC 9(5)V99.

      *> What each order shipped of each item the new RMAs name,
      *> gathered in one pass over the ledger, with the unit cost
      *> of the latest issue.
       01  Ship-Table.
           05 Ship-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Ship-Count
                  INDEXED BY Ship-Idx.
              10 SHT-Order-Number PIC X(8).
              10 SHT-Stock-ID1   PIC X(10).
              10 SHT-Shipped-Qty PIC 9(7).
              10 SHT-Issue-Date  PIC X(8).
              10 SHT-Unit-Cost   PIC 9(5)V99.

      *> Returns on file by reason and product, kept in that order
      *> as they are added.
       01  Summary-Table.
           05 Summary-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Summary-Count.
              10 SM-Key.
                 15 SM-Reason       PIC X(2).
                 15 SM-Stock-ID1    PIC X(10).
              10 SM-RMAs          PIC 9(5).
              10 SM-Received      PIC 9(7).
              10 SM-Held          PIC 9(7).
              10 SM-Restocked     PIC 9(7).
              10 SM-Scrapped      PIC 9(7).
              10 SM-Rework        PIC 9(7).
              10 SM-Credit        PIC 9(9)V99.
       01  Summary-Totals.
           05 ST-RMAs           PIC 9(5).
           05 ST-Received       PIC 9(7).
           05 ST-Held           PIC 9(7).
           05 ST-Restocked      PIC 9(7).
           05 ST-Scrapped       PIC 9(7).
           05 ST-Rework         PIC 9(7).
           05 ST-Credit         PIC 9(9)V99.
       01  Grand-Totals.
           05 GT-RMAs           PIC 9(5) VALUE ZERO.
           05 GT-Received       PIC 9(7) VALUE ZERO.
           05 GT-Held           PIC 9(7) VALUE ZERO.
           05 GT-Restocked      PIC 9(7) VALUE ZERO.
           05 GT-Scrapped       PIC 9(7) VALUE ZERO.
           05 GT-Rework         PIC 9(7) VALUE ZERO.
           05 GT-Credit         PIC 9(9)V99 VALUE ZERO.

       01  WS-Report-Heading.
           05 FILLER            PIC X(24)
                  VALUE 'CUSTOMER RETURNS RUN OF '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(31)
                  VALUE 'RMA    CUST   ITEM         QTY '.
           05 FILLER            PIC X(17)
                  VALUE '     VALUE RESULT'.
       01  WS-Detail-Line.
           05 DL-RMA-Number     PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Stock-ID1      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Qty            PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Value          PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Result         PIC X(30).
       01  WS-Card-Line.
           05 CL-RMA-Number     PIC 9(6).
           05 FILLER            PIC X(30)
                  VALUE ' CARD NOT APPLIED - RMA NOT AT'.
           05 FILLER            PIC X(10) VALUE ' STATUS - '.
           05 CL-Card-Kind      PIC X(11).
       01  WS-Run-Totals.
           05 FILLER            PIC X(11) VALUE 'AUTHORIZED '.
           05 RT-Authorized     PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' REFUSED '.
           05 RT-Refused        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' RECEIVED '.
           05 RT-Received       PIC Z(4)9.
           05 FILLER            PIC X(8) VALUE ' CREDIT '.
           05 RT-Credit         PIC Z(8)9.99.
       01  WS-Run-Totals-2.
           05 FILLER            PIC X(10) VALUE 'RESTOCKED '.
           05 RT-Restocked      PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' SCRAPPED '.
           05 RT-Scrapped      PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE ' TO REWORK  '.
           05 RT-Rework         PIC Z(4)9.
       01  WS-Summary-Heading.
           05 FILLER            PIC X(29)
                  VALUE 'RETURNS BY REASON AND PRODUCT'.
       01  WS-Summary-Columns.
           05 FILLER            PIC X(36)
                  VALUE 'RS ITEM        RMAS   RECVD    HELD '.
           05 FILLER            PIC X(36)
                  VALUE 'RESTOCK   SCRAP  REWORK       CREDIT'.
       01  WS-Summary-Line.
           05 SL-Reason         PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Stock-ID1      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 SL-RMAs           PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Received       PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Held           PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Restocked      PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Scrapped       PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Rework         PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Credit         PIC Z(8)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'CUSTRETURN'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'CUSTRETURN'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0020-Check-Pending-Batch.
           PERFORM 0100-Load-RMAs.
           PERFORM 0200-Load-Receipt-Cards.
           PERFORM 0300-Load-Disposition-Cards.
           PERFORM 0400-Load-Price-List.
           PERFORM 0500-Gather-Shipments.
           OPEN INPUT Order-File.
           IF WS-Order-Status NOT = '00'
               DISPLAY 'SOORDER OPEN FAILED, STATUS=' WS-Order-Status
               MOVE 56 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN INPUT Customer-File.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               CLOSE Order-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               CLOSE Order-File
               CLOSE Customer-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN I-O AR-File.
           IF WS-AR-Status = '35'
               OPEN OUTPUT AR-File
               CLOSE AR-File
               OPEN I-O AR-File
           END-IF.
           IF WS-AR-Status NOT = '00'
               DISPLAY 'ARLEDGER OPEN FAILED, STATUS=' WS-AR-Status
               MOVE 57 TO RETURN-CODE
               CLOSE Order-File
               CLOSE Customer-File
               CLOSE Stock
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Return-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'RMARPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Order-File
               CLOSE Customer-File
               CLOSE Stock
               CLOSE AR-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Return-Feed-File.
           IF WS-Feed-Status NOT = '00'
               DISPLAY 'STOCKCRT OPEN FAILED, STATUS=' WS-Feed-Status
               MOVE 31 TO RETURN-CODE
               CLOSE Order-File
               CLOSE Customer-File
               CLOSE Stock
               CLOSE AR-File
               CLOSE Return-Report
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Credit-Extract-File.
           IF WS-Credit-Extract-Status = '35'
               OPEN OUTPUT Credit-Extract-File
           END-IF.
           IF WS-Credit-Extract-Status NOT = '00'
               DISPLAY 'RMAGLEXT OPEN FAILED, STATUS='
                   WS-Credit-Extract-Status
               MOVE 31 TO RETURN-CODE
               CLOSE Order-File
               CLOSE Customer-File
               CLOSE Stock
               CLOSE AR-File
               CLOSE Return-Report
               CLOSE Return-Feed-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Return-Line FROM WS-Report-Heading.
           WRITE Return-Line FROM WS-Column-Heading.
           PERFORM VARYING WS-RMA-Sub FROM 1 BY 1
                   UNTIL WS-RMA-Sub > WS-RMA-Count
               IF RMT-Status (WS-RMA-Sub) = ' '
                  OR RMT-Status (WS-RMA-Sub) = 'A'
                  OR RMT-Status (WS-RMA-Sub) = 'H'
                  OR RMT-Status (WS-RMA-Sub) = 'W'
                   PERFORM 1000-Process-One-RMA
               END-IF
           END-PERFORM.
           PERFORM 1900-List-Unused-Cards.
           MOVE '*TRL'           TO TR-Mark.
           MOVE WS-Trailer-Count TO TR-Record-Count.
           MOVE WS-Trailer-Hash  TO TR-Hash-Total.
           WRITE Return-Feed-Trailer.
           CLOSE Return-Feed-File.
           CLOSE Credit-Extract-File.
           CLOSE AR-File.
           CLOSE Stock.
           CLOSE Customer-File.
           CLOSE Order-File.
           MOVE WS-Authorized-Count TO RT-Authorized.
           MOVE WS-Refused-Count    TO RT-Refused.
           MOVE WS-Received-Count   TO RT-Received.
           MOVE WS-Credit-Total     TO RT-Credit.
           WRITE Return-Line FROM WS-Run-Totals.
           MOVE WS-Restocked-Count  TO RT-Restocked.
           MOVE WS-Scrapped-Count   TO RT-Scrapped.
           MOVE WS-Rework-Count     TO RT-Rework.
           WRITE Return-Line FROM WS-Run-Totals-2.
           PERFORM 2000-Summarize-Returns.
           CLOSE Return-Report.
           PERFORM 3000-Rewrite-RMAs.
           IF WS-Refused-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'RETURN AUTHORIZATIONS REFUSED' TO RLP-Message
               MOVE WS-Refused-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'RMAS AUTHORIZED: ' WS-Authorized-Count
               ' REFUSED: ' WS-Refused-Count
               ' RECEIVED: ' WS-Received-Count.
           DISPLAY 'RESTOCKED: ' WS-Restocked-Count
               ' SCRAPPED: ' WS-Scrapped-Count
               ' TO REWORK: ' WS-Rework-Count
               ' CREDIT: ' WS-Credit-Total.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The last batch of restocks must have posted before another
      *> is cut: a second batch over an unposted one would throw
      *> away goods the inspector already sent back to the shelf.
       0020-Check-Pending-Batch.
           OPEN INPUT Return-Feed-File.
           IF WS-Feed-Status = '00'
               READ Return-Feed-File
                   AT END CONTINUE
                   NOT AT END
                       IF Return-Feed-Rec (1:4) NOT = '*TRL'
                           MOVE 'Y' TO WS-Batch-Pending
                       END-IF
               END-READ
               CLOSE Return-Feed-File
           END-IF.
           IF WS-Batch-Pending = 'Y'
               DISPLAY 'STOCKCRT NOT YET POSTED BY MOVEVALUES - '
                   'NO RETURNS THIS RUN'
               MOVE 'E' TO RLP-Severity
               MOVE 'STOCKCRT NOT YET POSTED' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 94 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 94 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A partial load followed by the rewrite would lose every
      *> RMA past the table - refuse instead.
       0100-Load-RMAs.
           OPEN INPUT RMA-File.
           IF WS-RMA-Status NOT = '00'
               DISPLAY 'RMAFILE OPEN FAILED, STATUS='
                   WS-RMA-Status ' - NO RETURNS'
               MOVE 48 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ RMA-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-RMA-Count >= 2000
               ADD 1 TO WS-RMA-Count
               MOVE RM-RMA-Number   TO RMT-RMA-Number (WS-RMA-Count)
               MOVE RM-Cust-Number  TO RMT-Cust-Number (WS-RMA-Count)
               MOVE RM-Order-Number
                   TO RMT-Order-Number (WS-RMA-Count)
               MOVE RM-Stock-ID1    TO RMT-Stock-ID1 (WS-RMA-Count)
               MOVE RM-Qty          TO RMT-Qty (WS-RMA-Count)
               MOVE RM-Reason       TO RMT-Reason (WS-RMA-Count)
               MOVE RM-Auth-Date    TO RMT-Auth-Date (WS-RMA-Count)
               MOVE RM-Status       TO RMT-Status (WS-RMA-Count)
               MOVE RM-Close-Date   TO RMT-Close-Date (WS-RMA-Count)
               MOVE RM-Receive-Loc
                   TO RMT-Receive-Loc (WS-RMA-Count)
               IF RM-Received-Qty NUMERIC
                   MOVE RM-Received-Qty
                       TO RMT-Received-Qty (WS-RMA-Count)
               ELSE
                   MOVE ZERO TO RMT-Received-Qty (WS-RMA-Count)
               END-IF
               IF RM-Issue-Cost NUMERIC
                   MOVE RM-Issue-Cost TO RMT-Issue-Cost (WS-RMA-Count)
               ELSE
                   MOVE ZERO TO RMT-Issue-Cost (WS-RMA-Count)
               END-IF
               IF RM-Unit-Price NUMERIC
                   MOVE RM-Unit-Price TO RMT-Unit-Price (WS-RMA-Count)
               ELSE
                   MOVE ZERO TO RMT-Unit-Price (WS-RMA-Count)
               END-IF
               READ RMA-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE RMA-File.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'RMAFILE EXCEEDS ' WS-RMA-Count
                   ' RECORDS - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'RMA FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-RMA-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0200-Load-Receipt-Cards.
           OPEN INPUT Receipt-Card-File.
           IF WS-Receipt-Card-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Receipt-Card-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Receipt-Count >= 200
                   ADD 1 TO WS-Receipt-Count
                   MOVE RV-RMA-Number
                       TO RCT-RMA-Number (WS-Receipt-Count)
                   MOVE RV-Qty TO RCT-Qty (WS-Receipt-Count)
                   MOVE RV-Loc TO RCT-Loc (WS-Receipt-Count)
                   MOVE 'N'    TO RCT-Used (WS-Receipt-Count)
                   READ Receipt-Card-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Receipt-Card-File
           END-IF.

       0300-Load-Disposition-Cards.
           OPEN INPUT Disposition-File.
           IF WS-Disposition-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Disposition-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Disp-Count >= 200
                   ADD 1 TO WS-Disp-Count
                   MOVE DC-RMA-Number
                       TO DCT-RMA-Number (WS-Disp-Count)
                   MOVE DC-Action    TO DCT-Action (WS-Disp-Count)
                   MOVE DC-Inspector TO DCT-Inspector (WS-Disp-Count)
                   MOVE 'N'          TO DCT-Used (WS-Disp-Count)
                   READ Disposition-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Disposition-File
           END-IF.

       0400-Load-Price-List.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Price-File.
           IF WS-Price-Status = '00'
               READ Price-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Price-Count >= 2000
                   IF CP-Unit-Price NUMERIC
                       ADD 1 TO WS-Price-Count
                       MOVE CP-Cust-Number
                           TO PR-Cust-Number (WS-Price-Count)
                       MOVE CP-Stock-ID
                           TO PR-Stock-ID (WS-Price-Count)
                       MOVE CP-Unit-Price
                           TO PR-Unit-Price (WS-Price-Count)
                   END-IF
                   READ Price-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               IF WS-Eof-Switch = 'N'
                   DISPLAY 'CUSTPRC TABLE FULL AT ' WS-Price-Count
                       ' - LATER PRICES CREDIT AT ORDER PRICE'
               END-IF
               CLOSE Price-File
           END-IF.

      *> Only the order/item pairs new RMAs name are gathered, so
      *> the ledger is read once however many RMAs are keyed.
       0500-Gather-Shipments.
           PERFORM VARYING WS-RMA-Sub FROM 1 BY 1
                   UNTIL WS-RMA-Sub > WS-RMA-Count
               IF RMT-Status (WS-RMA-Sub) = ' '
                   PERFORM 0510-Find-Shipment
                   IF WS-Ship-Found = 'N'
                       PERFORM 0520-Add-Shipment
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Ship-Count > ZERO
               OPEN INPUT Ledger-File
               IF WS-Ledger-Status NOT = '00'
                   DISPLAY 'STOCKLED OPEN FAILED, STATUS='
                       WS-Ledger-Status ' - NO RMAS AUTHORIZED'
               ELSE
                   MOVE 'N' TO WS-Eof-Switch
                   READ Ledger-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
                   PERFORM UNTIL WS-Eof-Switch = 'Y'
                       IF LG-Type = 'I' AND LG-Source = 'SO'
                           PERFORM 0530-Add-Ledger-Issue
                       END-IF
                       READ Ledger-File
                           AT END MOVE 'Y' TO WS-Eof-Switch
                       END-READ
                   END-PERFORM
                   CLOSE Ledger-File
               END-IF
           END-IF.

       0510-Find-Shipment.
           MOVE 'N' TO WS-Ship-Found.
           SET Ship-Idx TO 1.
           SEARCH Ship-Entry
               AT END CONTINUE
               WHEN SHT-Order-Number (Ship-Idx) =
                    RMT-Order-Number (WS-RMA-Sub)
                    AND SHT-Stock-ID1 (Ship-Idx) =
                    RMT-Stock-ID1 (WS-RMA-Sub)
                   MOVE 'Y' TO WS-Ship-Found
           END-SEARCH.

      *> Nothing has been written yet when the table fills, so
      *> refusing the run loses nothing.
       0520-Add-Shipment.
           IF WS-Ship-Count >= 500
               DISPLAY 'SHIPMENT TABLE FULL AT ' WS-Ship-Count
                   ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'RMA SHIPMENTS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Ship-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           ADD 1 TO WS-Ship-Count.
           SET Ship-Idx TO WS-Ship-Count.
           MOVE RMT-Order-Number (WS-RMA-Sub)
               TO SHT-Order-Number (Ship-Idx).
           MOVE RMT-Stock-ID1 (WS-RMA-Sub) TO SHT-Stock-ID1 (Ship-Idx).
           MOVE ZERO   TO SHT-Shipped-Qty (Ship-Idx).
           MOVE SPACES TO SHT-Issue-Date (Ship-Idx).
           MOVE ZERO   TO SHT-Unit-Cost (Ship-Idx).

      *> Ledger lines written before the unit cost was carried have
      *> none; those leave the cost to the master at authorization.
       0530-Add-Ledger-Issue.
           SET Ship-Idx TO 1.
           SEARCH Ship-Entry
               AT END CONTINUE
               WHEN SHT-Order-Number (Ship-Idx) = LG-Doc
                    AND SHT-Stock-ID1 (Ship-Idx) = LG-Stock-ID1
                   ADD LG-Qty TO SHT-Shipped-Qty (Ship-Idx)
                   IF LG-Date NOT < SHT-Issue-Date (Ship-Idx)
                       MOVE LG-Date TO SHT-Issue-Date (Ship-Idx)
                       IF LG-Unit-Cost NUMERIC
                           MOVE LG-Unit-Cost
                               TO SHT-Unit-Cost (Ship-Idx)
                       ELSE
                           MOVE ZERO TO SHT-Unit-Cost (Ship-Idx)
                       END-IF
                   END-IF
           END-SEARCH.

      *> A new RMA is authorized or refused; an authorized one
      *> waits for the dock's receiving card, a held one (or one at
      *> rework) for the inspector's. Each step can follow the one
      *> before in the same run when its card is in.
       1000-Process-One-RMA.
           MOVE SPACES TO WS-Result.
           MOVE ZERO TO WS-Line-Value.
           IF RMT-Status (WS-RMA-Sub) = ' '
               PERFORM 1100-Authorize-RMA
           END-IF.
           IF RMT-Status (WS-RMA-Sub) = 'A'
               PERFORM 1200-Apply-Receipt-Card
           END-IF.
           IF RMT-Status (WS-RMA-Sub) = 'H'
              OR RMT-Status (WS-RMA-Sub) = 'W'
               PERFORM 1300-Apply-Disposition-Card
           END-IF.

      *> The RMA must name an order line for the item, for the
      *> customer on it, that the ledger shows shipped - and no more
      *> than shipped less what earlier RMAs already took back.
       1100-Authorize-RMA.
           MOVE 'N' TO WS-Line-Found.
           EVALUATE TRUE
               WHEN RMT-Qty (WS-RMA-Sub) NOT NUMERIC
                    OR RMT-Qty (WS-RMA-Sub) = ZERO
                   MOVE 'REFUSED - NO QUANTITY' TO WS-Result
               WHEN RMT-Reason (WS-RMA-Sub) = SPACES
                   MOVE 'REFUSED - NO REASON CODE' TO WS-Result
               WHEN OTHER
                   PERFORM 1110-Find-Order-Line
           END-EVALUATE.
           IF WS-Result = SPACES
               IF RMT-Cust-Number (WS-RMA-Sub) = SPACES
                   MOVE SO-Cust-Number TO RMT-Cust-Number (WS-RMA-Sub)
               END-IF
               IF RMT-Cust-Number (WS-RMA-Sub) NOT = SO-Cust-Number
                   MOVE 'REFUSED - NOT CUSTOMER ORDER' TO WS-Result
               ELSE
                   MOVE SO-Cust-Number TO CM-Cust-Number
                   READ Customer-File
                       INVALID KEY
                           MOVE 'REFUSED - CUSTOMER NOT ON FILE'
                               TO WS-Result
                   END-READ
               END-IF
           END-IF.
           IF WS-Result = SPACES
               PERFORM 0510-Find-Shipment
               PERFORM 1120-Sum-Other-Returns
               EVALUATE TRUE
                   WHEN WS-Ship-Found = 'N'
                        OR SHT-Shipped-Qty (Ship-Idx) = ZERO
                       MOVE 'REFUSED - NO ISSUE ON LEDGER'
                           TO WS-Result
                   WHEN WS-Returned-Qty + RMT-Qty (WS-RMA-Sub)
                        > SHT-Shipped-Qty (Ship-Idx)
                       MOVE 'REFUSED - MORE THAN SHIPPED'
                           TO WS-Result
                   WHEN OTHER
                       PERFORM 1130-Fix-Cost-And-Price
               END-EVALUATE
           END-IF.
           IF WS-Result = SPACES
               MOVE 'A' TO RMT-Status (WS-RMA-Sub)
               IF RMT-Auth-Date (WS-RMA-Sub) = SPACES
                   MOVE WS-Today TO RMT-Auth-Date (WS-RMA-Sub)
               END-IF
               ADD 1 TO WS-Authorized-Count
               MOVE 'AUTHORIZED' TO WS-Result
               COMPUTE WS-Line-Value ROUNDED =
                   RMT-Qty (WS-RMA-Sub) * RMT-Unit-Price (WS-RMA-Sub)
           ELSE
               MOVE 'R' TO RMT-Status (WS-RMA-Sub)
               MOVE WS-Today TO RMT-Close-Date (WS-RMA-Sub)
               ADD 1 TO WS-Refused-Count
           END-IF.
           MOVE RMT-Qty (WS-RMA-Sub) TO DL-Qty.
           PERFORM 1800-Write-Detail.

       1110-Find-Order-Line.
           MOVE RMT-Order-Number (WS-RMA-Sub) TO SO-Order-Number.
           MOVE ZERO TO SO-Line-No.
           MOVE 'N' TO WS-Order-Eof.
           START Order-File KEY NOT < SO-Key
               INVALID KEY MOVE 'Y' TO WS-Order-Eof
           END-START.
           PERFORM UNTIL WS-Order-Eof = 'Y' OR WS-Line-Found = 'Y'
               READ Order-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Order-Eof
                   NOT AT END
                       IF SO-Order-Number NOT =
                               RMT-Order-Number (WS-RMA-Sub)
                           MOVE 'Y' TO WS-Order-Eof
                       ELSE
                           IF SO-Stock-ID = RMT-Stock-ID1 (WS-RMA-Sub)
                               MOVE 'Y' TO WS-Line-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Line-Found = 'N'
               MOVE 'REFUSED - ORDER LINE NOT FOUND' TO WS-Result
           END-IF.

      *> Every other live or closed RMA against the same order and
      *> item counts what came back, or what was authorized while
      *> the goods are still on their way; refused ones count none.
       1120-Sum-Other-Returns.
           MOVE ZERO TO WS-Returned-Qty.
           PERFORM VARYING WS-Other-Sub FROM 1 BY 1
                   UNTIL WS-Other-Sub > WS-RMA-Count
               IF WS-Other-Sub NOT = WS-RMA-Sub
                  AND RMT-Order-Number (WS-Other-Sub) =
                      RMT-Order-Number (WS-RMA-Sub)
                  AND RMT-Stock-ID1 (WS-Other-Sub) =
                      RMT-Stock-ID1 (WS-RMA-Sub)
                  AND RMT-Status (WS-Other-Sub) NOT = ' '
                  AND RMT-Status (WS-Other-Sub) NOT = 'R'
                   IF RMT-Status (WS-Other-Sub) = 'A'
                       MOVE RMT-Qty (WS-Other-Sub) TO WS-Other-Qty
                   ELSE
                       MOVE RMT-Received-Qty (WS-Other-Sub)
                           TO WS-Other-Qty
                   END-IF
                   ADD WS-Other-Qty TO WS-Returned-Qty
               END-IF
           END-PERFORM.

      *> The goods come back at what they went out at: the latest
      *> issue's unit cost off the ledger, or the master's average
      *> where the ledger line predates it. The credit is at what
      *> the customer was billed.
       1130-Fix-Cost-And-Price.
           IF SHT-Unit-Cost (Ship-Idx) > ZERO
               MOVE SHT-Unit-Cost (Ship-Idx)
                   TO RMT-Issue-Cost (WS-RMA-Sub)
           ELSE
               MOVE RMT-Stock-ID1 (WS-RMA-Sub) TO Stock-ID1
               READ Stock
                   INVALID KEY
                       MOVE 'REFUSED - ITEM NOT ON MASTER'
                           TO WS-Result
                   NOT INVALID KEY
                       MOVE Stock-Unit-Cost
                           TO RMT-Issue-Cost (WS-RMA-Sub)
               END-READ
           END-IF.
           MOVE SO-Unit-Price TO RMT-Unit-Price (WS-RMA-Sub).
           SET Price-Idx TO 1.
           SEARCH Price-Entry
               AT END CONTINUE
               WHEN PR-Cust-Number (Price-Idx) =
                    RMT-Cust-Number (WS-RMA-Sub)
                    AND PR-Stock-ID (Price-Idx) =
                    RMT-Stock-ID1 (WS-RMA-Sub)
                   MOVE PR-Unit-Price (Price-Idx)
                       TO RMT-Unit-Price (WS-RMA-Sub)
           END-SEARCH.

      *> The goods are counted in and held where they landed,
      *> outside the stock on hand, until inspection decides.
       1200-Apply-Receipt-Card.
           MOVE 'N' TO WS-Card-Found.
           SET Rcv-Idx TO 1.
           SEARCH Receipt-Entry
               AT END CONTINUE
               WHEN RCT-RMA-Number (Rcv-Idx) =
                    RMT-RMA-Number (WS-RMA-Sub)
                    AND RCT-Used (Rcv-Idx) = 'N'
                   MOVE 'Y' TO WS-Card-Found
           END-SEARCH.
           IF WS-Card-Found = 'Y'
               MOVE SPACES TO WS-Result
               MOVE 'Y' TO RCT-Used (Rcv-Idx)
               EVALUATE TRUE
                   WHEN RCT-Qty (Rcv-Idx) NOT NUMERIC
                        OR RCT-Qty (Rcv-Idx) = ZERO
                       MOVE 'RECEIPT CARD - NO QUANTITY' TO WS-Result
                   WHEN RCT-Qty (Rcv-Idx) > RMT-Qty (WS-RMA-Sub)
                       MOVE 'RECEIPT CARD - OVER RMA QTY'
                           TO WS-Result
                   WHEN OTHER
                       MOVE 'H' TO RMT-Status (WS-RMA-Sub)
                       MOVE RCT-Qty (Rcv-Idx)
                           TO RMT-Received-Qty (WS-RMA-Sub)
                       IF RCT-Loc (Rcv-Idx) = SPACES
                           MOVE 'MN ' TO RMT-Receive-Loc (WS-RMA-Sub)
                       ELSE
                           MOVE RCT-Loc (Rcv-Idx)
                               TO RMT-Receive-Loc (WS-RMA-Sub)
                       END-IF
                       ADD 1 TO WS-Received-Count
                       MOVE 'RECEIVED - HELD FOR INSPECTION'
                           TO WS-Result
               END-EVALUATE
               MOVE RCT-Qty (Rcv-Idx) TO DL-Qty
               MOVE ZERO TO WS-Line-Value
               PERFORM 1800-Write-Detail
           END-IF.

      *> The first disposition on held goods raises the customer's
      *> credit; rework defers only what happens to the goods, so a
      *> second card off rework restocks or scraps them without
      *> crediting twice.
       1300-Apply-Disposition-Card.
           MOVE 'N' TO WS-Card-Found.
           SET Disp-Idx TO 1.
           SEARCH Disp-Entry
               AT END CONTINUE
               WHEN DCT-RMA-Number (Disp-Idx) =
                    RMT-RMA-Number (WS-RMA-Sub)
                    AND DCT-Used (Disp-Idx) = 'N'
                   MOVE 'Y' TO WS-Card-Found
           END-SEARCH.
           IF WS-Card-Found = 'Y'
               MOVE 'Y' TO DCT-Used (Disp-Idx)
               MOVE RMT-Status (WS-RMA-Sub) TO WS-Prior-Status
               MOVE ZERO TO WS-Line-Value
               EVALUATE TRUE
                   WHEN DCT-Action (Disp-Idx) = 'S'
                       PERFORM 1310-Restock-Return
                   WHEN DCT-Action (Disp-Idx) = 'X'
                       MOVE 'X' TO RMT-Status (WS-RMA-Sub)
                       MOVE WS-Today TO RMT-Close-Date (WS-RMA-Sub)
                       ADD 1 TO WS-Scrapped-Count
                       COMPUTE WS-Line-Value ROUNDED =
                           RMT-Received-Qty (WS-RMA-Sub)
                           * RMT-Issue-Cost (WS-RMA-Sub)
                       MOVE 'SCRAPPED' TO WS-Result
                   WHEN DCT-Action (Disp-Idx) = 'W'
                        AND WS-Prior-Status = 'H'
                       MOVE 'W' TO RMT-Status (WS-RMA-Sub)
                       ADD 1 TO WS-Rework-Count
                       MOVE 'SENT TO REWORK' TO WS-Result
                   WHEN OTHER
                       MOVE 'DISPOSITION CARD INVALID' TO WS-Result
               END-EVALUATE
               MOVE RMT-Received-Qty (WS-RMA-Sub) TO DL-Qty
               PERFORM 1800-Write-Detail
               IF WS-Prior-Status = 'H'
                  AND RMT-Status (WS-RMA-Sub) NOT = 'H'
                   PERFORM 1500-Raise-Credit-Memo
               END-IF
           END-IF.

      *> A restock goes to moveValues at the unit cost the goods
      *> originally went out at, into the location they were held
      *> in, under the RMA number.
       1310-Restock-Return.
           MOVE RMT-RMA-Number (WS-RMA-Sub) TO RD-RMA-Number.
           MOVE SPACES TO Return-Feed-Rec.
           MOVE RMT-Stock-ID1 (WS-RMA-Sub)    TO RF-Stock-ID.
           MOVE 'C'                           TO RF-Txn-Type.
           MOVE RMT-Received-Qty (WS-RMA-Sub) TO RF-Txn-Qty.
           MOVE ZERO                          TO RF-Cost.
           MOVE WS-Today                      TO RF-Txn-Date.
           MOVE WS-RMA-Doc                    TO RF-Txn-Doc.
           MOVE 'RM'                          TO RF-Txn-Source.
           MOVE RMT-Receive-Loc (WS-RMA-Sub)  TO RF-Txn-Loc.
           MOVE ZERO                          TO RF-Txn-Pri.
           MOVE RMT-Issue-Cost (WS-RMA-Sub)   TO RF-Unit-Cost.
           WRITE Return-Feed-Rec.
           ADD 1 TO WS-Trailer-Count.
           ADD RF-Txn-Qty TO WS-Trailer-Hash.
           MOVE 'S' TO RMT-Status (WS-RMA-Sub).
           MOVE WS-Today TO RMT-Close-Date (WS-RMA-Sub).
           ADD 1 TO WS-Restocked-Count.
           COMPUTE WS-Line-Value ROUNDED =
               RMT-Received-Qty (WS-RMA-Sub)
               * RMT-Issue-Cost (WS-RMA-Sub).
           MOVE 'RESTOCKED AT ISSUE COST' TO WS-Result.

      *> The credit memo goes on the customer's open items under
      *> the RMA number and to the extract as sales returns against
      *> receivables.
       1500-Raise-Credit-Memo.
           COMPUTE WS-Credit-Amount ROUNDED =
               RMT-Received-Qty (WS-RMA-Sub)
               * RMT-Unit-Price (WS-RMA-Sub).
           IF WS-Credit-Amount > ZERO
               MOVE RMT-Cust-Number (WS-RMA-Sub)  TO AI-Cust-Number
               MOVE 'M'                           TO AI-Item-Type
               MOVE RMT-RMA-Number (WS-RMA-Sub)   TO AI-Item-Number
               MOVE WS-Today                      TO AI-Item-Date
               MOVE WS-Credit-Amount              TO AI-Original-Amount
               MOVE WS-Credit-Amount              TO AI-Open-Amount
               MOVE WS-Today                      TO AI-Last-Activity
               MOVE RMT-Order-Number (WS-RMA-Sub) TO AI-Reference
               WRITE AR-Item-Rec
                   INVALID KEY
                       DISPLAY 'CREDIT MEMO '
                           RMT-RMA-Number (WS-RMA-Sub)
                           ' ALREADY ON ARLEDGER - NOT POSTED'
                       MOVE 57 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 1510-Write-Credit-Extract
               END-WRITE
           END-IF.

       1510-Write-Credit-Extract.
           MOVE RMT-RMA-Number (WS-RMA-Sub) TO RD-RMA-Number.
           MOVE SPACES TO CX-Ref.
           STRING WS-RMA-Doc ' ' RMT-Cust-Number (WS-RMA-Sub)
               DELIMITED BY SIZE INTO CX-Ref.
           MOVE WS-Today         TO CX-Date.
           MOVE 'RMA'            TO CX-Reason.
           MOVE WS-Credit-Amount TO CX-Amount.
           MOVE 'D'              TO CX-Dr-Cr.
           MOVE WS-Returns-Account TO CX-Account.
           WRITE Credit-Extract-Line.
           MOVE 'C'              TO CX-Dr-Cr.
           MOVE WS-Receivable-Account TO CX-Account.
           WRITE Credit-Extract-Line.
           ADD WS-Credit-Amount TO WS-Credit-Total.
           MOVE WS-Credit-Amount TO WS-Line-Value.
           MOVE RMT-Received-Qty (WS-RMA-Sub) TO DL-Qty.
           MOVE 'CREDIT MEMO RAISED' TO WS-Result.
           PERFORM 1800-Write-Detail.

       1800-Write-Detail.
           MOVE RMT-RMA-Number (WS-RMA-Sub)  TO DL-RMA-Number.
           MOVE RMT-Cust-Number (WS-RMA-Sub) TO DL-Cust-Number.
           MOVE RMT-Stock-ID1 (WS-RMA-Sub)   TO DL-Stock-ID1.
           MOVE WS-Line-Value                TO DL-Value.
           MOVE WS-Result                    TO DL-Result.
           WRITE Return-Line FROM WS-Detail-Line.
           ADD 1 TO WS-Touched-Count.

      *> A card whose RMA was not at the status it acts on is
      *> listed rather than dropped, so the dock or the inspector
      *> can see it did nothing.
       1900-List-Unused-Cards.
           PERFORM VARYING Rcv-Idx FROM 1 BY 1
                   UNTIL Rcv-Idx > WS-Receipt-Count
               IF RCT-Used (Rcv-Idx) = 'N'
                   MOVE RCT-RMA-Number (Rcv-Idx) TO CL-RMA-Number
                   MOVE 'RECEIVING' TO CL-Card-Kind
                   WRITE Return-Line FROM WS-Card-Line
               END-IF
           END-PERFORM.
           PERFORM VARYING Disp-Idx FROM 1 BY 1
                   UNTIL Disp-Idx > WS-Disp-Count
               IF DCT-Used (Disp-Idx) = 'N'
                   MOVE DCT-RMA-Number (Disp-Idx) TO CL-RMA-Number
                   MOVE 'DISPOSITION' TO CL-Card-Kind
                   WRITE Return-Line FROM WS-Card-Line
               END-IF
           END-PERFORM.

      *> Every RMA whose goods came back, by reason code and then
      *> product: how much came in, where it stands, and the credit
      *> raised for it.
       2000-Summarize-Returns.
           PERFORM VARYING WS-RMA-Sub FROM 1 BY 1
                   UNTIL WS-RMA-Sub > WS-RMA-Count
               IF RMT-Status (WS-RMA-Sub) = 'H'
                  OR RMT-Status (WS-RMA-Sub) = 'W'
                  OR RMT-Status (WS-RMA-Sub) = 'S'
                  OR RMT-Status (WS-RMA-Sub) = 'X'
                   PERFORM 2100-Add-To-Summary
               END-IF
           END-PERFORM.
           MOVE SPACES TO Return-Line.
           WRITE Return-Line.
           WRITE Return-Line FROM WS-Summary-Heading.
           WRITE Return-Line FROM WS-Summary-Columns.
           MOVE SPACES TO WS-Last-Reason.
           INITIALIZE Summary-Totals.
           PERFORM VARYING WS-Summary-Sub FROM 1 BY 1
                   UNTIL WS-Summary-Sub > WS-Summary-Count
               IF WS-Summary-Sub > 1
                  AND SM-Reason (WS-Summary-Sub) NOT = WS-Last-Reason
                   PERFORM 2300-Write-Reason-Total
               END-IF
               MOVE SM-Reason (WS-Summary-Sub) TO WS-Last-Reason
               MOVE SM-Reason (WS-Summary-Sub)    TO SL-Reason
               MOVE SM-Stock-ID1 (WS-Summary-Sub) TO SL-Stock-ID1
               MOVE SM-RMAs (WS-Summary-Sub)      TO SL-RMAs
               MOVE SM-Received (WS-Summary-Sub)  TO SL-Received
               MOVE SM-Held (WS-Summary-Sub)      TO SL-Held
               MOVE SM-Restocked (WS-Summary-Sub) TO SL-Restocked
               MOVE SM-Scrapped (WS-Summary-Sub)  TO SL-Scrapped
               MOVE SM-Rework (WS-Summary-Sub)    TO SL-Rework
               MOVE SM-Credit (WS-Summary-Sub)    TO SL-Credit
               WRITE Return-Line FROM WS-Summary-Line
               ADD SM-RMAs (WS-Summary-Sub)      TO ST-RMAs
               ADD SM-Received (WS-Summary-Sub)  TO ST-Received
               ADD SM-Held (WS-Summary-Sub)      TO ST-Held
               ADD SM-Restocked (WS-Summary-Sub) TO ST-Restocked
               ADD SM-Scrapped (WS-Summary-Sub)  TO ST-Scrapped
               ADD SM-Rework (WS-Summary-Sub)    TO ST-Rework
               ADD SM-Credit (WS-Summary-Sub)    TO ST-Credit
           END-PERFORM.
           IF WS-Summary-Count > ZERO
               PERFORM 2300-Write-Reason-Total
           END-IF.
           MOVE SPACES      TO SL-Reason.
           MOVE 'GRAND TOT' TO SL-Stock-ID1.
           MOVE GT-RMAs      TO SL-RMAs.
           MOVE GT-Received  TO SL-Received.
           MOVE GT-Held      TO SL-Held.
           MOVE GT-Restocked TO SL-Restocked.
           MOVE GT-Scrapped  TO SL-Scrapped.
           MOVE GT-Rework    TO SL-Rework.
           MOVE GT-Credit    TO SL-Credit.
           WRITE Return-Line FROM WS-Summary-Line.

      *> Insertion keeps the table in reason/product order; an RMA
      *> past the table's end is counted in the grand total only.
       2100-Add-To-Summary.
           MOVE RMT-Reason (WS-RMA-Sub)    TO WS-Sort-Key (1:2).
           MOVE RMT-Stock-ID1 (WS-RMA-Sub) TO WS-Sort-Key (3:10).
           MOVE ZERO TO WS-Summary-Ins.
           PERFORM VARYING WS-Summary-Sub FROM 1 BY 1
                   UNTIL WS-Summary-Sub > WS-Summary-Count
                      OR WS-Summary-Ins > ZERO
               IF SM-Key (WS-Summary-Sub) NOT < WS-Sort-Key
                   MOVE WS-Summary-Sub TO WS-Summary-Ins
               END-IF
           END-PERFORM.
           IF WS-Summary-Ins > ZERO
               IF SM-Key (WS-Summary-Ins) = WS-Sort-Key
                   MOVE 'Y' TO WS-Summary-Found
               ELSE
                   MOVE 'N' TO WS-Summary-Found
               END-IF
           ELSE
               MOVE 'N' TO WS-Summary-Found
           END-IF.
           IF WS-Summary-Found = 'N'
               IF WS-Summary-Count >= 500
                   DISPLAY 'RETURNS SUMMARY TABLE FULL, NOT LISTED: '
                       RMT-RMA-Number (WS-RMA-Sub)
                   MOVE ZERO TO WS-Summary-Ins
               ELSE
                   PERFORM 2200-Open-Summary-Slot
               END-IF
           END-IF.
           IF WS-Summary-Ins > ZERO
               ADD 1 TO SM-RMAs (WS-Summary-Ins)
               ADD RMT-Received-Qty (WS-RMA-Sub)
                   TO SM-Received (WS-Summary-Ins)
           END-IF.
           ADD 1 TO GT-RMAs.
           ADD RMT-Received-Qty (WS-RMA-Sub) TO GT-Received.
           MOVE ZERO TO WS-Credit-Amount.
           IF RMT-Status (WS-RMA-Sub) NOT = 'H'
               COMPUTE WS-Credit-Amount ROUNDED =
                   RMT-Received-Qty (WS-RMA-Sub)
                   * RMT-Unit-Price (WS-RMA-Sub)
               ADD WS-Credit-Amount TO GT-Credit
           END-IF.
           EVALUATE RMT-Status (WS-RMA-Sub)
               WHEN 'H'
                   ADD RMT-Received-Qty (WS-RMA-Sub) TO GT-Held
               WHEN 'W'
                   ADD RMT-Received-Qty (WS-RMA-Sub) TO GT-Rework
               WHEN 'S'
                   ADD RMT-Received-Qty (WS-RMA-Sub) TO GT-Restocked
               WHEN 'X'
                   ADD RMT-Received-Qty (WS-RMA-Sub) TO GT-Scrapped
           END-EVALUATE.
           IF WS-Summary-Ins > ZERO
               ADD WS-Credit-Amount TO SM-Credit (WS-Summary-Ins)
               EVALUATE RMT-Status (WS-RMA-Sub)
                   WHEN 'H'
                       ADD RMT-Received-Qty (WS-RMA-Sub)
                           TO SM-Held (WS-Summary-Ins)
                   WHEN 'W'
                       ADD RMT-Received-Qty (WS-RMA-Sub)
                           TO SM-Rework (WS-Summary-Ins)
                   WHEN 'S'
                       ADD RMT-Received-Qty (WS-RMA-Sub)
                           TO SM-Restocked (WS-Summary-Ins)
                   WHEN 'X'
                       ADD RMT-Received-Qty (WS-RMA-Sub)
                           TO SM-Scrapped (WS-Summary-Ins)
               END-EVALUATE
           END-IF.

      *> Entries from the insertion point down move one place to
      *> make room; with no insertion point the new one goes last.
       2200-Open-Summary-Slot.
           IF WS-Summary-Ins = ZERO
               ADD 1 TO WS-Summary-Count
               MOVE WS-Summary-Count TO WS-Summary-Ins
           ELSE
               ADD 1 TO WS-Summary-Count
               PERFORM VARYING WS-Summary-Sub FROM WS-Summary-Count
                       BY -1 UNTIL WS-Summary-Sub <= WS-Summary-Ins
                   MOVE Summary-Entry (WS-Summary-Sub - 1)
                       TO Summary-Entry (WS-Summary-Sub)
               END-PERFORM
           END-IF.
           INITIALIZE Summary-Entry (WS-Summary-Ins).
           MOVE WS-Sort-Key TO SM-Key (WS-Summary-Ins).

       2300-Write-Reason-Total.
           MOVE WS-Last-Reason TO SL-Reason.
           MOVE 'REASON TOT' TO SL-Stock-ID1.
           MOVE ST-RMAs      TO SL-RMAs.
           MOVE ST-Received  TO SL-Received.
           MOVE ST-Held      TO SL-Held.
           MOVE ST-Restocked TO SL-Restocked.
           MOVE ST-Scrapped  TO SL-Scrapped.
           MOVE ST-Rework    TO SL-Rework.
           MOVE ST-Credit    TO SL-Credit.
           WRITE Return-Line FROM WS-Summary-Line.
           MOVE SPACES TO Return-Line.
           WRITE Return-Line.
           INITIALIZE Summary-Totals.

      *> Restocked, scrapped and refused RMAs stay on file for the
      *> returns report, then retire through the retention sweep on
      *> the close date in columns 47-54.
       3000-Rewrite-RMAs.
           OPEN OUTPUT RMA-File.
           PERFORM VARYING WS-RMA-Sub FROM 1 BY 1
                   UNTIL WS-RMA-Sub > WS-RMA-Count
               MOVE RMT-RMA-Number (WS-RMA-Sub)   TO RM-RMA-Number
               MOVE RMT-Cust-Number (WS-RMA-Sub)  TO RM-Cust-Number
               MOVE RMT-Order-Number (WS-RMA-Sub) TO RM-Order-Number
               MOVE RMT-Stock-ID1 (WS-RMA-Sub)    TO RM-Stock-ID1
               MOVE RMT-Qty (WS-RMA-Sub)          TO RM-Qty
               MOVE RMT-Reason (WS-RMA-Sub)       TO RM-Reason
               MOVE RMT-Auth-Date (WS-RMA-Sub)    TO RM-Auth-Date
               MOVE RMT-Status (WS-RMA-Sub)       TO RM-Status
               MOVE RMT-Close-Date (WS-RMA-Sub)   TO RM-Close-Date
               MOVE RMT-Received-Qty (WS-RMA-Sub) TO RM-Received-Qty
               MOVE RMT-Receive-Loc (WS-RMA-Sub)  TO RM-Receive-Loc
               MOVE RMT-Issue-Cost (WS-RMA-Sub)   TO RM-Issue-Cost
               MOVE RMT-Unit-Price (WS-RMA-Sub)   TO RM-Unit-Price
               WRITE RMA-Rec
           END-PERFORM.
           CLOSE RMA-File.

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
           MOVE WS-Touched-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
