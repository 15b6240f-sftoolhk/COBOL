       IDENTIFICATION DIVISION.
       PROGRAM-ID. custInvoice.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Optional parameter card: the invoice date (default today)
      *> and the delivery charge added once per invoice.
           SELECT Param-Card-File ASSIGN TO "INVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Invoicing control: the last ledger date already taken in
      *> and the last invoice number issued, so a rerun never bills
      *> the same shipment twice and numbers never repeat.
           SELECT Invoice-Control-File ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
      *> The movement ledger manifest prints the trucks from: the
      *> sales-order issues on it are what was shipped, by route,
      *> under the order number.
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
      *> Stock master, for the operating company that owns each
      *> item shipped, so the day's billing posts by company.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> Customer price list: customer, item, unit price. An item
      *> the customer has no price for bills at the order price.
           SELECT Price-File ASSIGN TO "CUSTPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Price-Status.
      *> Product master, for supersessions: an order line for a
      *> replaced item ships, and bills, as its successor.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Stops routeConfirm has decided since the last invoicing
      *> run; taken in and emptied here.
           SELECT Delivery-File ASSIGN TO "ROUTDLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Delivery-Status.
      *> Shipped lines not yet billed, carried across runs: waiting
      *> on a confirmation, or held after a missed or refused stop
      *> until the redelivery confirms.
           SELECT Pending-File ASSIGN TO "INVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.
           SELECT Invoice-File ASSIGN TO "INVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT Register-File ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> Receivables and revenue extract in the same debit/credit
      *> shape as the payroll and stock extracts.
           SELECT AR-Extract-File ASSIGN TO "ARGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-Extract-Status.
      *> Open-item receivables ledger: every invoice goes on as an
      *> open item for cashApply to settle and arAging to age.
           SELECT AR-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-Key
               FILE STATUS IS WS-AR-Status.
           SELECT Balance-File ASSIGN TO "EODBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PC-Invoice-Date      PIC X(8).
           05 PC-Delivery-Text     PIC X(5).
           05 PC-Delivery-Charge REDEFINES PC-Delivery-Text
                                   PIC 9(3)V99.

       FD  Invoice-Control-File.
       01  Invoice-Control-Rec.
           05 IC-Last-Ship-Date    PIC X(8).
           05 IC-Last-Invoice      PIC 9(7).

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

       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  Delivery-File.
       01  Delivery-Rec.
           05 DV-Route-ID     PIC X(6).
           05 DV-To-Stop      PIC X(15).
           05 DV-Status       PIC X.
           05 DV-Date         PIC X(8).

       FD  Pending-File.
       01  Pending-Rec.
           05 PD-Cust-Number  PIC X(6).
           05 PD-Route        PIC X(6).
           05 PD-Stop         PIC X(15).
           05 PD-Order-Number PIC X(8).
           05 PD-Stock-ID     PIC X(10).
           05 PD-Qty          PIC 9(5).
           05 PD-Order-Price  PIC 9(5)V99.
           05 PD-Ship-Date    PIC X(8).
           05 PD-Status       PIC X.

       FD  Invoice-File.
       01  Invoice-Line           PIC X(80).

       FD  Register-File.
       01  Register-Line          PIC X(80).

       FD  AR-Extract-File.
       01  AR-Extract-Line.
           05 AR-Ref          PIC X(20).
           05 AR-Dr-Cr        PIC X.
           05 AR-Account      PIC X(8).
           05 AR-Amount       PIC 9(7)V99.
           05 AR-Date         PIC X(8).
           05 AR-Reason       PIC X(3).

       FD  AR-File.
       01  AR-Item-Rec.
           COPY ARITEM.

       FD  Balance-File.
       01  Balance-Rec.
           05 BAL-Source      PIC X(10).
           05 BAL-Run-Date    PIC X(8).
           05 BAL-Amount      PIC 9(9)V99.
           05 BAL-Company     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status        PIC XX.
       01  WS-Control-Status      PIC XX.
       01  WS-Ledger-Status       PIC XX.
       01  WS-Order-Status        PIC XX.
       01  WS-Customer-Status     PIC XX.
       01  WS-Stock-Status        PIC XX.
       01  WS-Price-Status        PIC XX.
       01  WS-Product-Status      PIC XX.
       01  WS-Delivery-Status     PIC XX.
       01  WS-Pending-Status      PIC XX.
       01  WS-Invoice-Status      PIC XX.
       01  WS-Register-Status     PIC XX.
       01  WS-AR-Extract-Status   PIC XX.
       01  WS-Balance-Status      PIC XX.
       01  WS-AR-Status           PIC XX.
       01  WS-Eof-Switch          PIC X VALUE 'N'.
       01  WS-Order-Eof           PIC X VALUE 'N'.
       01  WS-Today               PIC X(8).
       01  WS-Invoice-Date        PIC X(8).
       01  WS-Last-Ship-Date      PIC X(8) VALUE SPACES.
       01  WS-Last-Invoice        PIC 9(7) VALUE ZERO.
       01  WS-Ledger-Taken        PIC X VALUE 'N'.
       01  WS-Delivery-Charge     PIC 9(3)V99 VALUE 15.00.
       01  WS-Receivable-Account  PIC X(8) VALUE '11300000'.
       01  WS-Sales-Account       PIC X(8) VALUE '41000000'.
       01  WS-Delivery-Account    PIC X(8) VALUE '41500000'.
       01  WS-Reason              PIC X(25).
       01  WS-Line-Found          PIC X VALUE 'N'.
       01  WS-Price-Found         PIC X VALUE 'N'.
       01  WS-Co-Found            PIC X VALUE 'N'.
       01  WS-Price-Count         PIC 9(4) VALUE ZERO.
       01  WS-Succ-Count          PIC 9(3) VALUE ZERO.
       01  WS-Chain-Item          PIC X(10).
       01  WS-Next-Item           PIC X(10).
       01  WS-Chain-Hops          PIC 9(3).
       01  WS-In-Chain            PIC X VALUE 'N'.
       01  WS-Pending-Count       PIC 9(4) VALUE ZERO.
       01  WS-Delivery-Count      PIC 9(4) VALUE ZERO.
       01  WS-Co-Count            PIC 9(2) VALUE ZERO.
       01  WS-Pend-Sub            PIC 9(4).
       01  WS-Line-Sub            PIC 9(4).
       01  WS-Captured-Count      PIC 9(5) VALUE ZERO.
       01  WS-Unbillable-Count    PIC 9(5) VALUE ZERO.
       01  WS-Invoice-Count       PIC 9(5) VALUE ZERO.
       01  WS-Billed-Lines        PIC 9(5) VALUE ZERO.
       01  WS-Held-Count          PIC 9(5) VALUE ZERO.
       01  WS-Unit-Price          PIC 9(5)V99.
       01  WS-Extension           PIC 9(7)V99.
       01  WS-Invoice-Goods       PIC 9(7)V99.
       01  WS-Invoice-Total       PIC 9(7)V99.
       01  WS-Invoice-Lines       PIC 9(3).
       01  WS-Invoice-Company     PIC X(2).
       01  WS-Line-Company        PIC X(2).
       01  WS-Goods-Grand-Total   PIC 9(9)V99 VALUE ZERO.
       01  WS-Delivery-Grand-Total PIC 9(9)V99 VALUE ZERO.
       01  WS-Billed-Grand-Total  PIC 9(9)V99 VALUE ZERO.
       01  WS-Cust-Name           PIC X(30).

       01  Price-Table.
           05 Price-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Price-Count
                  INDEXED BY Price-Idx.
              10 PR-Cust-Number  PIC X(6).
              10 PR-Stock-ID     PIC X(10).
              10 PR-Unit-Price   PIC 9(5)V99.

      *> Every supersession on the product master, in effect or
      *> not: salesOrder draws a line down the chain once it is, so
      *> any item on the chain may ship under the line's order.
       01  Successor-Table.
           05 Successor-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Succ-Count
                  INDEXED BY Succ-Idx.
              10 SU-Prod-Code    PIC X(10).
              10 SU-Successor    PIC X(10).

      *> Decided stops since the last run. A confirmation bills the
      *> lines shipped to that route and stop on or before its date.
       01  Delivery-Table.
           05 Delivery-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Delivery-Count
                  INDEXED BY Dlv-Idx.
              10 DT-Route-ID     PIC X(6).
              10 DT-To-Stop      PIC X(15).
              10 DT-Status       PIC X.
              10 DT-Date         PIC X(8).

      *> Every unbilled shipped line: the carried-forward pending
      *> lines first, then what the ledger shipped since last run.
       01  Pending-Table.
           05 Pending-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Pending-Count
                  INDEXED BY Pend-Idx.
              10 PT-Cust-Number  PIC X(6).
              10 PT-Route        PIC X(6).
              10 PT-Stop         PIC X(15).
              10 PT-Order-Number PIC X(8).
              10 PT-Stock-ID     PIC X(10).
              10 PT-Qty          PIC 9(5).
              10 PT-Order-Price  PIC 9(5)V99.
              10 PT-Ship-Date    PIC X(8).
              10 PT-Status       PIC X.
              10 PT-Bill         PIC X.
              10 PT-Billed       PIC X.

       01  Co-Table.
           05 Co-Entry OCCURS 0 TO 10 TIMES
                  DEPENDING ON WS-Co-Count
                  INDEXED BY Co-Idx.
              10 CO-Company      PIC X(2).
              10 CO-Total        PIC 9(9)V99.

       01  WS-Inv-Heading-1.
           05 FILLER            PIC X(8) VALUE 'INVOICE '.
           05 IH-Invoice        PIC 9(7).
           05 FILLER            PIC X(6) VALUE ' DATE '.
           05 IH-Date           PIC X(8).
       01  WS-Inv-Heading-2.
           05 FILLER            PIC X(9) VALUE 'SOLD TO  '.
           05 IH-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 IH-Name           PIC X(30).
       01  WS-Inv-Heading-3.
           05 FILLER            PIC X(9) VALUE 'SHIP TO  '.
           05 IH-Stop           PIC X(15).
           05 FILLER            PIC X(7) VALUE ' ROUTE '.
           05 IH-Route          PIC X(6).
       01  WS-Inv-Column-Heading.
           05 FILLER            PIC X(40)
              VALUE '  ORDER    ITEM            QTY    PRICE'.
           05 FILLER            PIC X(13) VALUE '       AMOUNT'.
       01  WS-Inv-Detail.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ID-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 ID-Stock-ID       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 ID-Qty            PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 ID-Price          PIC Z(4)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 ID-Amount         PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 ID-Ship-Date      PIC X(8).
       01  WS-Inv-Delivery.
           05 FILLER            PIC X(38)
              VALUE '  DELIVERY CHARGE'.
           05 IV-Amount         PIC Z(6)9.99.
       01  WS-Inv-Total.
           05 FILLER            PIC X(38)
              VALUE '  INVOICE TOTAL'.
           05 IT-Amount         PIC Z(6)9.99.
       01  WS-Inv-Separator     PIC X(60) VALUE ALL '-'.

       01  WS-Register-Invoice.
           05 FILLER            PIC X(8) VALUE 'INVOICE '.
           05 RI-Invoice        PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 RI-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RI-Stop           PIC X(15).
           05 FILLER            PIC X(7) VALUE ' LINES='.
           05 RI-Lines          PIC ZZ9.
           05 FILLER            PIC X(7) VALUE ' GOODS='.
           05 RI-Goods          PIC Z(6)9.99.
           05 FILLER            PIC X(7) VALUE ' TOTAL='.
           05 RI-Total          PIC Z(6)9.99.
       01  WS-Register-Held.
           05 FILLER            PIC X(5) VALUE 'HELD '.
           05 RH-Why            PIC X(9).
           05 RH-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Route          PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Stop           PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Stock-ID       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Qty            PIC Z(4)9.
       01  WS-Register-Unbillable.
           05 FILLER            PIC X(11) VALUE 'NOT BILLED '.
           05 RU-Order-Number   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RU-Stock-ID       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RU-Qty            PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 RU-Reason         PIC X(25).
       01  WS-Register-Totals.
           05 FILLER            PIC X(9) VALUE 'INVOICES '.
           05 RT-Invoices       PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE ' GOODS='.
           05 RT-Goods          PIC Z(8)9.99.
           05 FILLER            PIC X(10) VALUE ' DELIVERY='.
           05 RT-Delivery       PIC Z(6)9.99.
           05 FILLER            PIC X(7) VALUE ' TOTAL='.
           05 RT-Total          PIC Z(8)9.99.
       01  WS-Register-Counts.
           05 FILLER            PIC X(13) VALUE 'LINES BILLED '.
           05 RC-Billed         PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' HELD '.
           05 RC-Held           PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' SHIPPED '.
           05 RC-Captured       PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE ' NOT BILLED '.
           05 RC-Unbillable     PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'CUSTINVOICE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'CUSTINVOICE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today TO WS-Invoice-Date.
           PERFORM 0010-Read-Parameters.
           OPEN INPUT Customer-File.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Order-File.
           IF WS-Order-Status NOT = '00'
               DISPLAY 'SOORDER OPEN FAILED, STATUS=' WS-Order-Status
               MOVE 56 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'INVREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0020-Load-Price-List.
           PERFORM 0025-Load-Successors.
           PERFORM 0030-Load-Pending.
           PERFORM 0040-Capture-Shipments.
           PERFORM 0050-Load-Deliveries.
           PERFORM 0060-Apply-Deliveries.
           OPEN OUTPUT Invoice-File.
           IF WS-Invoice-Status NOT = '00'
               DISPLAY 'INVPRINT OPEN FAILED, STATUS='
                   WS-Invoice-Status
               MOVE 30 TO RETURN-CODE
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
               STOP RUN
           END-IF.
           OPEN EXTEND AR-Extract-File.
           IF WS-AR-Extract-Status = '35'
               OPEN OUTPUT AR-Extract-File
           END-IF.
           IF WS-AR-Extract-Status NOT = '00'
               DISPLAY 'ARGLEXT OPEN FAILED, STATUS='
                   WS-AR-Extract-Status
               MOVE 31 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               IF PT-Bill (WS-Pend-Sub) = 'Y'
                    AND PT-Billed (WS-Pend-Sub) = 'N'
                   PERFORM 1000-Write-Invoice
               END-IF
           END-PERFORM.
           CLOSE Invoice-File.
           CLOSE AR-Extract-File.
           CLOSE AR-File.
           PERFORM 2000-List-Held-Lines.
           MOVE WS-Invoice-Count        TO RT-Invoices.
           MOVE WS-Goods-Grand-Total    TO RT-Goods.
           MOVE WS-Delivery-Grand-Total TO RT-Delivery.
           MOVE WS-Billed-Grand-Total   TO RT-Total.
           WRITE Register-Line FROM WS-Register-Totals.
           MOVE WS-Billed-Lines     TO RC-Billed.
           MOVE WS-Held-Count       TO RC-Held.
           MOVE WS-Captured-Count   TO RC-Captured.
           MOVE WS-Unbillable-Count TO RC-Unbillable.
           WRITE Register-Line FROM WS-Register-Counts.
           CLOSE Register-File.
           CLOSE Customer-File.
           CLOSE Order-File.
           CLOSE Stock.
           PERFORM 2100-Save-Pending.
           PERFORM 2200-Save-Control.
           PERFORM 2300-Post-Balance.
      *> Every decision taken in has billed or held its lines.
           OPEN OUTPUT Delivery-File.
           CLOSE Delivery-File.
           DISPLAY 'INVOICES: ' WS-Invoice-Count
               ' BILLED: ' WS-Billed-Grand-Total
               ' LINES HELD: ' WS-Held-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0010-Read-Parameters.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PC-Invoice-Date NUMERIC
                           MOVE PC-Invoice-Date TO WS-Invoice-Date
                       END-IF
                       IF PC-Delivery-Text NUMERIC
                           MOVE PC-Delivery-Charge
                               TO WS-Delivery-Charge
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
           OPEN INPUT Invoice-Control-File.
           IF WS-Control-Status = '00'
               READ Invoice-Control-File
                   NOT AT END
                       MOVE IC-Last-Ship-Date TO WS-Last-Ship-Date
                       IF IC-Last-Invoice NUMERIC
                           MOVE IC-Last-Invoice TO WS-Last-Invoice
                       END-IF
               END-READ
               CLOSE Invoice-Control-File
           END-IF.

       0020-Load-Price-List.
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
                       ' - LATER PRICES BILL AT ORDER PRICE'
               END-IF
               CLOSE Price-File
           ELSE
               DISPLAY 'NO CUSTPRC PRICE LIST - BILLING AT ORDER PRICE'
           END-IF.

      *> No master means no supersessions; every shipment must
      *> then match its order line's own item. A partial load would
      *> reject good successor shipments - refuse instead.
       0025-Load-Successors.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Product-File.
           IF WS-Product-Status = '00'
               READ Product-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Succ-Count >= 200
                   IF Prod-Successor NOT = SPACES
                       ADD 1 TO WS-Succ-Count
                       MOVE Prod-Code
                           TO SU-Prod-Code (WS-Succ-Count)
                       MOVE Prod-Successor
                           TO SU-Successor (WS-Succ-Count)
                   END-IF
                   READ Product-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Product-File
           ELSE
               MOVE 'Y' TO WS-Eof-Switch
           END-IF.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'PRODMAST SUCCESSOR TABLE FULL AT '
                   WS-Succ-Count ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'SUCCESSORS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Succ-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               STOP RUN
           END-IF.

       0030-Load-Pending.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Pending-File.
           IF WS-Pending-Status = '00'
               READ Pending-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM 0090-Check-Pending-Room
                   ADD 1 TO WS-Pending-Count
                   SET Pend-Idx TO WS-Pending-Count
                   MOVE PD-Cust-Number  TO PT-Cust-Number (Pend-Idx)
                   MOVE PD-Route        TO PT-Route (Pend-Idx)
                   MOVE PD-Stop         TO PT-Stop (Pend-Idx)
                   MOVE PD-Order-Number TO PT-Order-Number (Pend-Idx)
                   MOVE PD-Stock-ID     TO PT-Stock-ID (Pend-Idx)
                   MOVE PD-Qty          TO PT-Qty (Pend-Idx)
                   MOVE PD-Order-Price  TO PT-Order-Price (Pend-Idx)
                   MOVE PD-Ship-Date    TO PT-Ship-Date (Pend-Idx)
                   MOVE PD-Status       TO PT-Status (Pend-Idx)
                   MOVE 'N'             TO PT-Bill (Pend-Idx)
                   MOVE 'N'             TO PT-Billed (Pend-Idx)
                   READ Pending-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Pending-File
           END-IF.

      *> Sales-order issues posted since the last ledger date taken,
      *> up to the invoice date. With no control record yet, only
      *> the invoice date's own shipments are taken in - earlier
      *> ones were invoiced by hand.
       0040-Capture-Shipments.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Ledger-File.
           IF WS-Ledger-Status NOT = '00'
               DISPLAY 'STOCKLED OPEN FAILED, STATUS='
                   WS-Ledger-Status ' - NO NEW SHIPMENTS TAKEN'
           ELSE
               MOVE 'Y' TO WS-Ledger-Taken
               READ Ledger-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF LG-Type = 'I' AND LG-Source = 'SO'
                        AND LG-Date NOT > WS-Invoice-Date
                       IF (WS-Last-Ship-Date = SPACES
                            AND LG-Date = WS-Invoice-Date)
                        OR (WS-Last-Ship-Date NOT = SPACES
                            AND LG-Date > WS-Last-Ship-Date)
                           PERFORM 0045-Capture-One-Shipment
                       END-IF
                   END-IF
                   READ Ledger-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Ledger-File
           END-IF.

      *> The ledger names the order, the order line and the item;
      *> the order line names the customer and the price, and the
      *> customer master the stop the goods were delivered to. The
      *> line must still hold the shipped item or a successor down
      *> its chain, and the shipment bills as the item that went
      *> out.
       0045-Capture-One-Shipment.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Line-Found.
           IF LG-Order-Line NUMERIC
               PERFORM 0046-Read-Shipped-Line
           ELSE
               PERFORM 0048-Scan-Order-Lines
           END-IF.
           IF WS-Line-Found = 'N'
               MOVE 'ORDER LINE NOT ON FILE' TO WS-Reason
           ELSE
               MOVE SO-Cust-Number TO CM-Cust-Number
               READ Customer-File
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-Reason
               END-READ
           END-IF.
           IF WS-Reason NOT = SPACES
               MOVE LG-Doc       TO RU-Order-Number
               MOVE LG-Stock-ID1 TO RU-Stock-ID
               MOVE LG-Qty       TO RU-Qty
               MOVE WS-Reason    TO RU-Reason
               WRITE Register-Line FROM WS-Register-Unbillable
               ADD 1 TO WS-Unbillable-Count
           ELSE
               PERFORM 0090-Check-Pending-Room
               ADD 1 TO WS-Pending-Count
               SET Pend-Idx TO WS-Pending-Count
               MOVE CM-Cust-Number TO PT-Cust-Number (Pend-Idx)
               MOVE LG-Route       TO PT-Route (Pend-Idx)
               MOVE CM-Ship-Stop   TO PT-Stop (Pend-Idx)
               MOVE LG-Doc         TO PT-Order-Number (Pend-Idx)
               MOVE LG-Stock-ID1   TO PT-Stock-ID (Pend-Idx)
               MOVE LG-Qty         TO PT-Qty (Pend-Idx)
               MOVE SO-Unit-Price  TO PT-Order-Price (Pend-Idx)
               MOVE LG-Date        TO PT-Ship-Date (Pend-Idx)
               MOVE SPACE          TO PT-Status (Pend-Idx)
               MOVE 'N'            TO PT-Bill (Pend-Idx)
               MOVE 'N'            TO PT-Billed (Pend-Idx)
               ADD 1 TO WS-Captured-Count
           END-IF.

       0046-Read-Shipped-Line.
           MOVE LG-Doc        TO SO-Order-Number.
           MOVE LG-Order-Line TO SO-Line-No.
           READ Order-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-In-Chain
                   PERFORM 0047-Check-In-Chain
                   IF WS-In-Chain = 'Y'
                       MOVE 'Y' TO WS-Line-Found
                   END-IF
           END-READ.

      *> An issue posted before the ledger carried the order line
      *> has only the order to go on: the first line holding the
      *> shipped item takes it.
       0048-Scan-Order-Lines.
           MOVE LG-Doc TO SO-Order-Number.
           MOVE ZERO TO SO-Line-No.
           MOVE 'N' TO WS-Order-Eof.
           START Order-File KEY NOT < SO-Key
               INVALID KEY MOVE 'Y' TO WS-Order-Eof
           END-START.
           PERFORM UNTIL WS-Order-Eof = 'Y' OR WS-Line-Found = 'Y'
               READ Order-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Order-Eof
                   NOT AT END
                       IF SO-Order-Number NOT = LG-Doc
                           MOVE 'Y' TO WS-Order-Eof
                       ELSE
                           MOVE 'N' TO WS-In-Chain
                           PERFORM 0047-Check-In-Chain
                           IF WS-In-Chain = 'Y'
                               MOVE 'Y' TO WS-Line-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> WS-In-Chain comes back Y when the shipped item is the
      *> line's own item or one of its successors down the chain.
       0047-Check-In-Chain.
           MOVE SO-Stock-ID TO WS-Chain-Item.
           MOVE ZERO TO WS-Chain-Hops.
           PERFORM UNTIL WS-In-Chain = 'Y'
                   OR WS-Chain-Item = SPACES
                   OR WS-Chain-Hops > WS-Succ-Count
               ADD 1 TO WS-Chain-Hops
               IF WS-Chain-Item = LG-Stock-ID1
                   MOVE 'Y' TO WS-In-Chain
               ELSE
                   MOVE SPACES TO WS-Next-Item
                   SET Succ-Idx TO 1
                   SEARCH Successor-Entry
                       AT END CONTINUE
                       WHEN SU-Prod-Code (Succ-Idx) = WS-Chain-Item
                           MOVE SU-Successor (Succ-Idx)
                               TO WS-Next-Item
                   END-SEARCH
                   MOVE WS-Next-Item TO WS-Chain-Item
               END-IF
           END-PERFORM.

      *> Nothing has been written or emptied yet when the table
      *> fills, so refusing the run loses no shipment.
       0090-Check-Pending-Room.
           IF WS-Pending-Count >= 2000
               DISPLAY 'PENDING LINE TABLE FULL AT ' WS-Pending-Count
                   ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PENDING LINES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Pending-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               STOP RUN
           END-IF.

       0050-Load-Deliveries.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Delivery-File.
           IF WS-Delivery-Status = '00'
               READ Delivery-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Delivery-Count >= 500
                       DISPLAY 'DELIVERY TABLE FULL AT '
                           WS-Delivery-Count ' - RUN REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'DELIVERIES OVERFLOW TABLE' TO RLP-Message
                       MOVE WS-Delivery-Count TO RLP-Count
                       MOVE 96 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 96 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Delivery-Count
                   MOVE DV-Route-ID TO DT-Route-ID (WS-Delivery-Count)
                   MOVE DV-To-Stop  TO DT-To-Stop (WS-Delivery-Count)
                   MOVE DV-Status   TO DT-Status (WS-Delivery-Count)
                   MOVE DV-Date     TO DT-Date (WS-Delivery-Count)
                   READ Delivery-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Delivery-File
           END-IF.

      *> A line bills once its route and stop are confirmed on or
      *> after the day it shipped. A missed or refused stop marks
      *> the line held; the redelivery's confirmation releases it.
       0060-Apply-Deliveries.
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               PERFORM VARYING Dlv-Idx FROM 1 BY 1
                       UNTIL Dlv-Idx > WS-Delivery-Count
                   IF DT-Route-ID (Dlv-Idx) = PT-Route (WS-Pend-Sub)
                        AND DT-To-Stop (Dlv-Idx) = PT-Stop (WS-Pend-Sub)
                        AND DT-Date (Dlv-Idx)
                            NOT < PT-Ship-Date (WS-Pend-Sub)
                       IF DT-Status (Dlv-Idx) = 'C'
                           MOVE 'Y' TO PT-Bill (WS-Pend-Sub)
                       ELSE
                           MOVE DT-Status (Dlv-Idx)
                               TO PT-Status (WS-Pend-Sub)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One invoice per customer per confirmed stop: every billable
      *> line for the same customer, route, and stop rides on it,
      *> with one delivery charge.
       1000-Write-Invoice.
           ADD 1 TO WS-Last-Invoice.
           ADD 1 TO WS-Invoice-Count.
           MOVE ZERO TO WS-Invoice-Goods.
           MOVE ZERO TO WS-Invoice-Lines.
           MOVE SPACES TO WS-Invoice-Company.
           MOVE PT-Cust-Number (WS-Pend-Sub) TO CM-Cust-Number.
           READ Customer-File
               INVALID KEY MOVE 'CUSTOMER NOT ON FILE' TO CM-Name
           END-READ.
           MOVE CM-Name TO WS-Cust-Name.
           MOVE WS-Last-Invoice  TO IH-Invoice.
           MOVE WS-Invoice-Date  TO IH-Date.
           WRITE Invoice-Line FROM WS-Inv-Heading-1.
           MOVE PT-Cust-Number (WS-Pend-Sub) TO IH-Cust-Number.
           MOVE WS-Cust-Name     TO IH-Name.
           WRITE Invoice-Line FROM WS-Inv-Heading-2.
           MOVE PT-Stop (WS-Pend-Sub)  TO IH-Stop.
           MOVE PT-Route (WS-Pend-Sub) TO IH-Route.
           WRITE Invoice-Line FROM WS-Inv-Heading-3.
           WRITE Invoice-Line FROM WS-Inv-Column-Heading.
           PERFORM VARYING WS-Line-Sub FROM WS-Pend-Sub BY 1
                   UNTIL WS-Line-Sub > WS-Pending-Count
               IF PT-Bill (WS-Line-Sub) = 'Y'
                    AND PT-Billed (WS-Line-Sub) = 'N'
                    AND PT-Cust-Number (WS-Line-Sub) =
                        PT-Cust-Number (WS-Pend-Sub)
                    AND PT-Route (WS-Line-Sub) = PT-Route (WS-Pend-Sub)
                    AND PT-Stop (WS-Line-Sub) = PT-Stop (WS-Pend-Sub)
                   PERFORM 1100-Bill-One-Line
               END-IF
           END-PERFORM.
           MOVE WS-Delivery-Charge TO IV-Amount.
           WRITE Invoice-Line FROM WS-Inv-Delivery.
           COMPUTE WS-Invoice-Total =
               WS-Invoice-Goods + WS-Delivery-Charge.
           MOVE WS-Invoice-Total TO IT-Amount.
           WRITE Invoice-Line FROM WS-Inv-Total.
           WRITE Invoice-Line FROM WS-Inv-Separator.
           MOVE WS-Last-Invoice  TO RI-Invoice.
           MOVE PT-Cust-Number (WS-Pend-Sub) TO RI-Cust-Number.
           MOVE PT-Stop (WS-Pend-Sub) TO RI-Stop.
           MOVE WS-Invoice-Lines TO RI-Lines.
           MOVE WS-Invoice-Goods TO RI-Goods.
           MOVE WS-Invoice-Total TO RI-Total.
           WRITE Register-Line FROM WS-Register-Invoice.
           ADD WS-Invoice-Goods   TO WS-Goods-Grand-Total.
           ADD WS-Delivery-Charge TO WS-Delivery-Grand-Total.
           ADD WS-Invoice-Total   TO WS-Billed-Grand-Total.
           PERFORM 1200-Write-AR-Extract.
           PERFORM 1250-Write-Open-Item.
           MOVE WS-Invoice-Company TO WS-Line-Company.
           MOVE WS-Delivery-Charge TO WS-Extension.
           PERFORM 1300-Add-Company-Total.

      *> Customer price first; an item the price list does not
      *> carry for this customer bills at the price on the order.
       1100-Bill-One-Line.
           MOVE 'N' TO WS-Price-Found.
           SET Price-Idx TO 1.
           SEARCH Price-Entry
               AT END CONTINUE
               WHEN PR-Cust-Number (Price-Idx) =
                        PT-Cust-Number (WS-Line-Sub)
                    AND PR-Stock-ID (Price-Idx) =
                        PT-Stock-ID (WS-Line-Sub)
                   MOVE PR-Unit-Price (Price-Idx) TO WS-Unit-Price
                   MOVE 'Y' TO WS-Price-Found
           END-SEARCH.
           IF WS-Price-Found = 'N'
               MOVE PT-Order-Price (WS-Line-Sub) TO WS-Unit-Price
           END-IF.
           COMPUTE WS-Extension =
               PT-Qty (WS-Line-Sub) * WS-Unit-Price.
           MOVE PT-Order-Number (WS-Line-Sub) TO ID-Order-Number.
           MOVE PT-Stock-ID (WS-Line-Sub)     TO ID-Stock-ID.
           MOVE PT-Qty (WS-Line-Sub)          TO ID-Qty.
           MOVE WS-Unit-Price                 TO ID-Price.
           MOVE WS-Extension                  TO ID-Amount.
           MOVE PT-Ship-Date (WS-Line-Sub)    TO ID-Ship-Date.
           WRITE Invoice-Line FROM WS-Inv-Detail.
           ADD WS-Extension TO WS-Invoice-Goods.
           ADD 1 TO WS-Invoice-Lines.
           ADD 1 TO WS-Billed-Lines.
           MOVE 'Y' TO PT-Billed (WS-Line-Sub).
           MOVE PT-Stock-ID (WS-Line-Sub) TO Stock-ID1.
           READ Stock
               INVALID KEY MOVE SPACES TO Stock-Company
           END-READ.
           MOVE Stock-Company TO WS-Line-Company.
           IF WS-Invoice-Company = SPACES
               MOVE Stock-Company TO WS-Invoice-Company
           END-IF.
           PERFORM 1300-Add-Company-Total.

      *> Receivable debit for the invoice total; sales revenue and
      *> delivery revenue credits.
       1200-Write-AR-Extract.
           MOVE SPACES TO AR-Ref.
           STRING 'INV' WS-Last-Invoice ' '
                  PT-Cust-Number (WS-Pend-Sub)
               DELIMITED BY SIZE INTO AR-Ref.
           MOVE WS-Today TO AR-Date.
           MOVE SPACES TO AR-Reason.
           MOVE 'D' TO AR-Dr-Cr.
           MOVE WS-Receivable-Account TO AR-Account.
           MOVE WS-Invoice-Total TO AR-Amount.
           WRITE AR-Extract-Line.
           MOVE 'C' TO AR-Dr-Cr.
           IF WS-Invoice-Goods > ZERO
               MOVE WS-Sales-Account TO AR-Account
               MOVE WS-Invoice-Goods TO AR-Amount
               MOVE 'SAL' TO AR-Reason
               WRITE AR-Extract-Line
           END-IF.
           IF WS-Delivery-Charge > ZERO
               MOVE WS-Delivery-Account TO AR-Account
               MOVE WS-Delivery-Charge TO AR-Amount
               MOVE 'DLV' TO AR-Reason
               WRITE AR-Extract-Line
           END-IF.

       1250-Write-Open-Item.
           MOVE PT-Cust-Number (WS-Pend-Sub) TO AI-Cust-Number.
           MOVE 'I'              TO AI-Item-Type.
           MOVE WS-Last-Invoice  TO AI-Item-Number.
           MOVE WS-Invoice-Date  TO AI-Item-Date.
           MOVE WS-Invoice-Total TO AI-Original-Amount.
           MOVE WS-Invoice-Total TO AI-Open-Amount.
           MOVE WS-Today         TO AI-Last-Activity.
           MOVE SPACES           TO AI-Reference.
           WRITE AR-Item-Rec
               INVALID KEY
                   DISPLAY 'INVOICE ' WS-Last-Invoice
                       ' ALREADY ON ARLEDGER - NOT POSTED'
                   MOVE 57 TO RETURN-CODE
           END-WRITE.

      *> Goods post to the company that owns the item; the delivery
      *> charge to the company of the invoice's first line. Items
      *> with no company roll into 01, as eodBalance treats them.
       1300-Add-Company-Total.
           IF WS-Line-Company = SPACES
               MOVE '01' TO WS-Line-Company
           END-IF.
           MOVE 'N' TO WS-Co-Found.
           SET Co-Idx TO 1.
           SEARCH Co-Entry
               AT END CONTINUE
               WHEN CO-Company (Co-Idx) = WS-Line-Company
                   ADD WS-Extension TO CO-Total (Co-Idx)
                   MOVE 'Y' TO WS-Co-Found
           END-SEARCH.
           IF WS-Co-Found = 'N'
               IF WS-Co-Count < 10
                   ADD 1 TO WS-Co-Count
                   SET Co-Idx TO WS-Co-Count
                   MOVE WS-Line-Company TO CO-Company (Co-Idx)
                   MOVE WS-Extension    TO CO-Total (Co-Idx)
               ELSE
                   DISPLAY 'COMPANY TABLE FULL - ' WS-Line-Company
                       ' BILLING POSTED UNDER 01'
                   SET Co-Idx TO 1
                   ADD WS-Extension TO CO-Total (Co-Idx)
               END-IF
           END-IF.

       2000-List-Held-Lines.
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               IF PT-Billed (WS-Pend-Sub) = 'N'
                   EVALUATE PT-Status (WS-Pend-Sub)
                       WHEN 'M'
                           MOVE 'MISSED' TO RH-Why
                       WHEN 'R'
                           MOVE 'REFUSED' TO RH-Why
                       WHEN OTHER
                           MOVE 'NO CONF' TO RH-Why
                   END-EVALUATE
                   MOVE PT-Cust-Number (WS-Pend-Sub)  TO RH-Cust-Number
                   MOVE PT-Route (WS-Pend-Sub)        TO RH-Route
                   MOVE PT-Stop (WS-Pend-Sub)         TO RH-Stop
                   MOVE PT-Order-Number (WS-Pend-Sub)
                       TO RH-Order-Number
                   MOVE PT-Stock-ID (WS-Pend-Sub)     TO RH-Stock-ID
                   MOVE PT-Qty (WS-Pend-Sub)          TO RH-Qty
                   WRITE Register-Line FROM WS-Register-Held
                   ADD 1 TO WS-Held-Count
               END-IF
           END-PERFORM.

       2100-Save-Pending.
           OPEN OUTPUT Pending-File.
           IF WS-Pending-Status NOT = '00'
               DISPLAY 'INVPEND OPEN FAILED, STATUS='
                   WS-Pending-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               IF PT-Billed (WS-Pend-Sub) = 'N'
                   MOVE PT-Cust-Number (WS-Pend-Sub)  TO PD-Cust-Number
                   MOVE PT-Route (WS-Pend-Sub)        TO PD-Route
                   MOVE PT-Stop (WS-Pend-Sub)         TO PD-Stop
                   MOVE PT-Order-Number (WS-Pend-Sub)
                       TO PD-Order-Number
                   MOVE PT-Stock-ID (WS-Pend-Sub)     TO PD-Stock-ID
                   MOVE PT-Qty (WS-Pend-Sub)          TO PD-Qty
                   MOVE PT-Order-Price (WS-Pend-Sub)  TO PD-Order-Price
                   MOVE PT-Ship-Date (WS-Pend-Sub)    TO PD-Ship-Date
                   MOVE PT-Status (WS-Pend-Sub)       TO PD-Status
                   WRITE Pending-Rec
               END-IF
           END-PERFORM.
           CLOSE Pending-File.

      *> The ledger date only moves on when the ledger was actually
      *> read, so a missing STOCKLED is picked up again next run.
       2200-Save-Control.
           IF WS-Ledger-Taken = 'Y'
                AND WS-Invoice-Date > WS-Last-Ship-Date
               MOVE WS-Invoice-Date TO WS-Last-Ship-Date
           END-IF.
           OPEN OUTPUT Invoice-Control-File.
           MOVE WS-Last-Ship-Date TO IC-Last-Ship-Date.
           MOVE WS-Last-Invoice   TO IC-Last-Invoice.
           WRITE Invoice-Control-Rec.
           CLOSE Invoice-Control-File.

      *> Posted under its own source so eodBalance proves it against
      *> the day's ARGLEXT receivable debits.
       2300-Post-Balance.
           OPEN EXTEND Balance-File.
           PERFORM VARYING Co-Idx FROM 1 BY 1
                   UNTIL Co-Idx > WS-Co-Count
               MOVE 'BILLING'  TO BAL-Source
               MOVE WS-Today   TO BAL-Run-Date
               MOVE CO-Total (Co-Idx)   TO BAL-Amount
               MOVE CO-Company (Co-Idx) TO BAL-Company
               WRITE Balance-Rec
           END-PERFORM.
           CLOSE Balance-File.

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
           MOVE WS-Invoice-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
