       IDENTIFICATION DIVISION.
       PROGRAM-ID. poTransmit.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Vendor master: the EDI flag says which vendors take their
      *> orders electronically instead of by print and fax.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT PO-File ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-Status.
      *> The PO lines as last sent to each electronic vendor: a line
      *> missing here is new, a line that differs has changed.
           SELECT Snapshot-File ASSIGN TO "POEDISNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Snapshot-Status.
      *> Last interchange control number, carried forward the same
      *> way PONBRCTL carries the PO number.
           SELECT Control-Number-File ASSIGN TO "POEDICTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
      *> Electronic order file for the trading network: a header,
      *> one order or change record per PO line, and a trailer
      *> carrying the record count.
           SELECT Order-File ASSIGN TO "POEDIOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Order-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-File.
       01  Vendor-Rec.
           05 VM-Vendor-Code      PIC X(5).
           05 VM-Vendor-Name      PIC X(25).
           05 VM-Inv-Num          PIC 9(5).
           05 VM-Unit-Price       PIC 9(5)V99.
           05 VM-Net-Days         PIC 9(3).
           05 VM-Disc-Pct         PIC 9(2)V99.
           05 VM-Disc-Days        PIC 9(3).
           05 VM-1099-Flag        PIC X.
           05 VM-Tax-ID           PIC X(9).
           05 VM-1099-Box         PIC X(2).
           05 VM-EDI-Flag         PIC X.

       FD  PO-File.
       01  PO-Rec.
           05 PO-Number           PIC 9(6).
           05 PO-Inv-Num          PIC 9(5).
           05 PO-Vendor-Code      PIC X(5).
           05 PO-Qty              PIC 9(5).
           05 PO-Status           PIC X.
              88 PO-Is-Open          VALUE 'O'.
              88 PO-Is-Closed        VALUE 'C'.
           05 PO-Recv-Qty         PIC 9(5).
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  Snapshot-File.
       01  Snapshot-Rec.
           05 SN-PO-Number        PIC 9(6).
           05 SN-Qty              PIC 9(5).
           05 SN-Unit-Price       PIC 9(5)V99.

       FD  Control-Number-File.
       01  Control-Number-Rec     PIC 9(6).

       FD  Order-File.
       01  Order-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Vendor-Status     PIC XX.
       01  WS-PO-Status         PIC XX.
       01  WS-Snapshot-Status   PIC XX.
       01  WS-Control-Status    PIC XX.
       01  WS-Order-Status      PIC XX.
       01  WS-Vendor-Eof        PIC X VALUE 'N'.
       01  WS-PO-Eof            PIC X VALUE 'N'.
       01  WS-Snapshot-Eof      PIC X VALUE 'N'.
       01  WS-Vendor-Found      PIC X VALUE 'N'.
       01  WS-Snapshot-Found    PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Last-Control-No   PIC 9(6) VALUE ZERO.
       01  WS-Vendor-Count      PIC 9(3) VALUE ZERO.
       01  WS-PO-Count          PIC 9(3) VALUE ZERO.
       01  WS-Snapshot-Count    PIC 9(3) VALUE ZERO.
       01  WS-New-Count         PIC 9(5) VALUE ZERO.
       01  WS-Change-Count      PIC 9(5) VALUE ZERO.
       01  WS-Cancel-Count      PIC 9(5) VALUE ZERO.
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.

      *> Electronic order file record layouts.
       01  WS-EH-Record.
           05 EH-Type           PIC X(2) VALUE 'HD'.
           05 EH-Control-No     PIC 9(6).
           05 EH-Date           PIC X(8).
       01  WS-ED-Record.
      *> PO = new order line, PC = change to a line already sent.
           05 ED-Type           PIC X(2).
      *> A = add, Q = quantity or price changed, X = balance
      *> cancelled (line short-closed before it was filled).
           05 ED-Change-Code    PIC X.
           05 ED-Vendor-Code    PIC X(5).
           05 ED-PO-Number      PIC 9(6).
           05 ED-Blanket-No     PIC 9(6).
           05 ED-Release-No     PIC 9(3).
           05 ED-Inv-Num        PIC 9(5).
           05 ED-Qty            PIC 9(5).
           05 ED-Open-Qty       PIC 9(5).
           05 ED-Unit-Price     PIC 9(5)V99.
           05 ED-Order-Date     PIC X(8).
       01  WS-ET-Record.
           05 ET-Type           PIC X(2) VALUE 'TR'.
           05 ET-Control-No     PIC 9(6).
           05 ET-Record-Count   PIC 9(7).

       01  Vendor-Table.
           05 Vendor-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Vendor-Count
                  INDEXED BY Vend-Idx.
              10 VT-Vendor-Code  PIC X(5).
              10 VT-EDI-Flag     PIC X.

      *> The electronic vendors' PO lines only; everyone else's
      *> orders still go out on paper.
       01  PO-Table.
           05 PO-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-PO-Count
                  INDEXED BY PO-Idx.
              10 PT-PO-Number    PIC 9(6).
              10 PT-Inv-Num      PIC 9(5).
              10 PT-Vendor-Code  PIC X(5).
              10 PT-Qty          PIC 9(5).
              10 PT-Status       PIC X.
              10 PT-Recv-Qty     PIC 9(5).
              10 PT-Order-Date   PIC X(8).
              10 PT-Unit-Price   PIC 9(5)V99.
              10 PT-Blanket-No   PIC 9(6).
              10 PT-Release-No   PIC 9(3).

       01  Snapshot-Table.
           05 Snapshot-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Snapshot-Count
                  INDEXED BY Snap-Idx.
              10 ST-PO-Number    PIC 9(6).
              10 ST-Qty          PIC 9(5).
              10 ST-Unit-Price   PIC 9(5)V99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'POTRANSMIT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'POTRANSMIT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-EDI-Vendors.
           PERFORM 0200-Load-PO-Table.
           PERFORM 0300-Load-Snapshot-Table.
           PERFORM 0400-Read-Last-Control-No.
           OPEN OUTPUT Order-File.
           IF WS-Order-Status NOT = '00'
               DISPLAY 'POEDIOUT OPEN FAILED, STATUS='
                   WS-Order-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           ADD 1 TO WS-Last-Control-No.
           MOVE WS-Last-Control-No TO EH-Control-No.
           MOVE WS-Today           TO EH-Date.
           WRITE Order-Line FROM WS-EH-Record.
           ADD 1 TO WS-Record-Count.
           PERFORM VARYING PO-Idx FROM 1 BY 1
                   UNTIL PO-Idx > WS-PO-Count
               PERFORM 1000-Transmit-One-Line
           END-PERFORM.
           ADD 1 TO WS-Record-Count.
           MOVE WS-Last-Control-No TO ET-Control-No.
           MOVE WS-Record-Count    TO ET-Record-Count.
           WRITE Order-Line FROM WS-ET-Record.
           CLOSE Order-File.
           PERFORM 2000-Save-Last-Control-No.
           PERFORM 2100-Save-Snapshot-Table.
           DISPLAY 'ELECTRONIC ORDERS - CONTROL ' WS-Last-Control-No
               ' NEW: ' WS-New-Count
               ' CHANGED: ' WS-Change-Count
               ' CANCELLED: ' WS-Cancel-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A vendor carried on several item rows is electronic if any
      *> of its rows says so.
       0100-Load-EDI-Vendors.
           OPEN INPUT Vendor-File.
           IF WS-Vendor-Status NOT = '00'
               DISPLAY 'VENDMST OPEN FAILED, STATUS=' WS-Vendor-Status
               MOVE 40 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Vendor-File
               AT END MOVE 'Y' TO WS-Vendor-Eof
           END-READ.
           PERFORM UNTIL WS-Vendor-Eof = 'Y'
               MOVE 'N' TO WS-Vendor-Found
               SET Vend-Idx TO 1
               SEARCH Vendor-Entry
                   AT END CONTINUE
                   WHEN VT-Vendor-Code (Vend-Idx) = VM-Vendor-Code
                       MOVE 'Y' TO WS-Vendor-Found
                       IF VM-EDI-Flag = 'Y'
                           MOVE 'Y' TO VT-EDI-Flag (Vend-Idx)
                       END-IF
               END-SEARCH
               IF WS-Vendor-Found = 'N' AND WS-Vendor-Count < 100
                   ADD 1 TO WS-Vendor-Count
                   MOVE VM-Vendor-Code
                       TO VT-Vendor-Code (WS-Vendor-Count)
                   IF VM-EDI-Flag = 'Y'
                       MOVE 'Y' TO VT-EDI-Flag (WS-Vendor-Count)
                   ELSE
                       MOVE 'N' TO VT-EDI-Flag (WS-Vendor-Count)
                   END-IF
               END-IF
               READ Vendor-File
                   AT END MOVE 'Y' TO WS-Vendor-Eof
               END-READ
           END-PERFORM.
           CLOSE Vendor-File.

       0200-Load-PO-Table.
           OPEN INPUT PO-File.
           IF WS-PO-Status = '00'
               READ PO-File
                   AT END MOVE 'Y' TO WS-PO-Eof
               END-READ
               PERFORM UNTIL WS-PO-Eof = 'Y' OR WS-PO-Count >= 200
                   PERFORM 0250-Check-EDI-Vendor
                   IF WS-Vendor-Found = 'Y'
                       PERFORM 0260-Load-One-PO-Line
                   END-IF
                   READ PO-File
                       AT END MOVE 'Y' TO WS-PO-Eof
                   END-READ
               END-PERFORM
               CLOSE PO-File
           END-IF.
      *> A partial load would leave orders unsent and the snapshot
      *> short - refuse instead and leave both files untouched.
           IF WS-PO-Eof = 'N'
               DISPLAY 'POFILE EXCEEDS ' WS-PO-Count
                   ' ELECTRONIC LINES - TRANSMISSION REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PO FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-PO-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0250-Check-EDI-Vendor.
           MOVE 'N' TO WS-Vendor-Found.
           SET Vend-Idx TO 1.
           SEARCH Vendor-Entry
               AT END CONTINUE
               WHEN VT-Vendor-Code (Vend-Idx) = PO-Vendor-Code
                   IF VT-EDI-Flag (Vend-Idx) = 'Y'
                       MOVE 'Y' TO WS-Vendor-Found
                   END-IF
           END-SEARCH.

       0260-Load-One-PO-Line.
           ADD 1 TO WS-PO-Count.
           MOVE PO-Number      TO PT-PO-Number (WS-PO-Count).
           MOVE PO-Inv-Num     TO PT-Inv-Num (WS-PO-Count).
           MOVE PO-Vendor-Code TO PT-Vendor-Code (WS-PO-Count).
           MOVE PO-Qty         TO PT-Qty (WS-PO-Count).
           MOVE PO-Status      TO PT-Status (WS-PO-Count).
           IF PO-Recv-Qty NUMERIC
               MOVE PO-Recv-Qty TO PT-Recv-Qty (WS-PO-Count)
           ELSE
               MOVE ZERO TO PT-Recv-Qty (WS-PO-Count)
           END-IF.
           MOVE PO-Order-Date  TO PT-Order-Date (WS-PO-Count).
           IF PO-Unit-Price NUMERIC
               MOVE PO-Unit-Price TO PT-Unit-Price (WS-PO-Count)
           ELSE
               MOVE ZERO TO PT-Unit-Price (WS-PO-Count)
           END-IF.
           IF PO-Blanket-No NUMERIC AND PO-Release-No NUMERIC
               MOVE PO-Blanket-No TO PT-Blanket-No (WS-PO-Count)
               MOVE PO-Release-No TO PT-Release-No (WS-PO-Count)
           ELSE
               MOVE ZERO TO PT-Blanket-No (WS-PO-Count)
               MOVE ZERO TO PT-Release-No (WS-PO-Count)
           END-IF.

       0300-Load-Snapshot-Table.
           OPEN INPUT Snapshot-File.
           IF WS-Snapshot-Status = '00'
               READ Snapshot-File
                   AT END MOVE 'Y' TO WS-Snapshot-Eof
               END-READ
               PERFORM UNTIL WS-Snapshot-Eof = 'Y'
                       OR WS-Snapshot-Count >= 200
                   ADD 1 TO WS-Snapshot-Count
                   MOVE SN-PO-Number
                       TO ST-PO-Number (WS-Snapshot-Count)
                   MOVE SN-Qty TO ST-Qty (WS-Snapshot-Count)
                   MOVE SN-Unit-Price
                       TO ST-Unit-Price (WS-Snapshot-Count)
                   READ Snapshot-File
                       AT END MOVE 'Y' TO WS-Snapshot-Eof
                   END-READ
               END-PERFORM
               CLOSE Snapshot-File
           ELSE
               MOVE 'Y' TO WS-Snapshot-Eof
           END-IF.
      *> Lines past the table would be sent again as new orders.
           IF WS-Snapshot-Eof = 'N'
               DISPLAY 'POEDISNP EXCEEDS ' WS-Snapshot-Count
                   ' LINES - TRANSMISSION REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'SNAPSHOT FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Snapshot-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0400-Read-Last-Control-No.
           OPEN INPUT Control-Number-File.
           IF WS-Control-Status = '00'
               READ Control-Number-File
                   AT END CONTINUE
                   NOT AT END
                       MOVE Control-Number-Rec TO WS-Last-Control-No
               END-READ
               CLOSE Control-Number-File
           END-IF.

      *> An open line never sent goes as a new order. A line sent
      *> before goes again as a change when its quantity or price
      *> has moved, or as a cancel when it was short-closed with
      *> quantity still outstanding. A line filled and closed, or
      *> closed before it was ever sent, needs nothing.
       1000-Transmit-One-Line.
           MOVE 'N' TO WS-Snapshot-Found.
           SET Snap-Idx TO 1.
           SEARCH Snapshot-Entry
               AT END CONTINUE
               WHEN ST-PO-Number (Snap-Idx) = PT-PO-Number (PO-Idx)
                   MOVE 'Y' TO WS-Snapshot-Found
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-Snapshot-Found = 'N'
                    AND PT-Status (PO-Idx) = 'O'
                   MOVE 'PO' TO ED-Type
                   MOVE 'A'  TO ED-Change-Code
                   PERFORM 1100-Write-Order-Record
                   ADD 1 TO WS-New-Count
               WHEN WS-Snapshot-Found = 'N'
                   CONTINUE
               WHEN PT-Status (PO-Idx) = 'C'
                    AND PT-Recv-Qty (PO-Idx) < PT-Qty (PO-Idx)
                   MOVE 'PC' TO ED-Type
                   MOVE 'X'  TO ED-Change-Code
                   PERFORM 1100-Write-Order-Record
                   ADD 1 TO WS-Cancel-Count
               WHEN PT-Status (PO-Idx) = 'C'
                   CONTINUE
               WHEN PT-Qty (PO-Idx) NOT = ST-Qty (Snap-Idx)
                 OR PT-Unit-Price (PO-Idx) NOT =
                    ST-Unit-Price (Snap-Idx)
                   MOVE 'PC' TO ED-Type
                   MOVE 'Q'  TO ED-Change-Code
                   PERFORM 1100-Write-Order-Record
                   ADD 1 TO WS-Change-Count
           END-EVALUATE.

       1100-Write-Order-Record.
           MOVE PT-Vendor-Code (PO-Idx) TO ED-Vendor-Code.
           MOVE PT-PO-Number (PO-Idx)   TO ED-PO-Number.
           MOVE PT-Blanket-No (PO-Idx)  TO ED-Blanket-No.
           MOVE PT-Release-No (PO-Idx)  TO ED-Release-No.
           MOVE PT-Inv-Num (PO-Idx)     TO ED-Inv-Num.
           MOVE PT-Qty (PO-Idx)         TO ED-Qty.
           IF PT-Status (PO-Idx) = 'C'
              OR PT-Recv-Qty (PO-Idx) >= PT-Qty (PO-Idx)
               MOVE ZERO TO ED-Open-Qty
           ELSE
               COMPUTE ED-Open-Qty =
                   PT-Qty (PO-Idx) - PT-Recv-Qty (PO-Idx)
           END-IF.
           MOVE PT-Unit-Price (PO-Idx)  TO ED-Unit-Price.
           MOVE PT-Order-Date (PO-Idx)  TO ED-Order-Date.
           WRITE Order-Line FROM WS-ED-Record.
           ADD 1 TO WS-Record-Count.

       2000-Save-Last-Control-No.
           OPEN OUTPUT Control-Number-File.
           MOVE WS-Last-Control-No TO Control-Number-Rec.
           WRITE Control-Number-Rec.
           CLOSE Control-Number-File.

      *> The new image is every open electronic line as just sent;
      *> closed lines drop off once their cancel has gone.
       2100-Save-Snapshot-Table.
           OPEN OUTPUT Snapshot-File.
           PERFORM VARYING PO-Idx FROM 1 BY 1
                   UNTIL PO-Idx > WS-PO-Count
               IF PT-Status (PO-Idx) = 'O'
                   MOVE PT-PO-Number (PO-Idx)  TO SN-PO-Number
                   MOVE PT-Qty (PO-Idx)        TO SN-Qty
                   MOVE PT-Unit-Price (PO-Idx) TO SN-Unit-Price
                   WRITE Snapshot-Rec
               END-IF
           END-PERFORM.
           CLOSE Snapshot-File.

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
           COMPUTE RLP-Count =
               WS-New-Count + WS-Change-Count + WS-Cancel-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
