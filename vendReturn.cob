       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendReturn.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Receipts QC rejected, written by qcRelease; each becomes a
      *> numbered return authorization here and leaves the file.
           SELECT Return-File ASSIGN TO "QCVRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Return-Status.
      *> Shipping confirmation cards from the dock: the RA number
      *> that went out and the day it left (blank means today).
      *> Nothing is taken off the PO or charged back to the vendor
      *> until the goods have actually gone.
           SELECT Ship-Card-File ASSIGN TO "RTVSHIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ship-Status.
      *> Return authorizations awaiting shipment, carried between
      *> runs. Shipped ones drop off at the next run; the return
      *> history is their record.
           SELECT Authorization-File ASSIGN TO "RTVOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Auth-Status.
      *> RA numbers come off their own control file, the way
      *> APCKCTL numbers the vendor checks.
           SELECT RA-Number-File ASSIGN TO "RTVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-Number-Status.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
      *> Purchase orders: the vendor and price behind each reject,
      *> and the received quantity the shipment takes back so the
      *> three-way match pays only for good goods.
           SELECT PO-File ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-Status.
      *> Blanket agreements: goods returned on a release come back
      *> off the quantity the agreement shows received.
           SELECT Blanket-File ASSIGN TO "BLANKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Blanket-Status.
      *> Debit memos for returned goods the vendor had already
      *> billed go onto the open payables for the payment runs to
      *> net against the vendor's next check.
           SELECT Open-Payables-File ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Status.
      *> Return authorization and shipping documents, followed by
      *> the shipments confirmed this run.
           SELECT Return-Document ASSIGN TO "RTVDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Document-Status.
      *> Debit memo extract in the payable extract's debit/credit
      *> shape: the vendor payable is reduced and the receiving
      *> accrual apMatch relieved is put back.
           SELECT Memo-Extract ASSIGN TO "RTVEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
      *> Permanent return history, carried across runs for the
      *> vendor scorecard.
           SELECT Return-History-File ASSIGN TO "RTVHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Return-File.
       01  Vendor-Return-Rec.
           05 VR-PO-Number    PIC 9(6).
           05 VR-Stock-ID1    PIC X(10).
           05 VR-Qty          PIC 9(5).
           05 VR-Lot          PIC X(8).
           05 VR-Reason       PIC X(25).

       FD  Ship-Card-File.
       01  Ship-Card-Rec.
           05 SC-RA-Text      PIC X(6).
           05 SC-RA-Number REDEFINES SC-RA-Text PIC 9(6).
           05 SC-Ship-Date    PIC X(8).

       FD  Authorization-File.
       01  Authorization-Rec.
           05 RA-Number       PIC 9(6).
           05 RA-Vendor-Code  PIC X(5).
           05 RA-PO-Number    PIC 9(6).
           05 RA-Stock-ID1    PIC X(10).
           05 RA-Qty          PIC 9(5).
           05 RA-Lot          PIC X(8).
           05 RA-Reason       PIC X(25).
           05 RA-Unit-Price   PIC 9(5)V99.
           05 RA-Status       PIC X.
              88 RA-Is-Authorized VALUE 'A'.
              88 RA-Is-Shipped    VALUE 'S'.
           05 RA-Auth-Date    PIC X(8).
           05 RA-Ship-Date    PIC X(8).
           05 RA-Memo-Amount  PIC 9(7)V99.

       FD  RA-Number-File.
       01  RA-Number-Rec         PIC 9(6).

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
           05 PO-Recv-Qty         PIC 9(5).
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  Blanket-File.
       01  Blanket-Rec.
           COPY BLANKET.

       FD  Open-Payables-File.
       01  Open-Payable-Rec.
           COPY APOPEN.

       FD  Return-Document.
       01  Document-Line          PIC X(80).

       FD  Memo-Extract.
       01  Memo-Extract-Line.
           05 MX-Ref          PIC X(20).
           05 MX-Dr-Cr        PIC X.
           05 MX-Account      PIC X(8).
           05 MX-Amount       PIC 9(7)V99.
           05 MX-Date         PIC X(8).
           05 MX-Vendor       PIC X(5).

       FD  Return-History-File.
       01  Return-History-Rec.
           COPY RTVHIST.

       WORKING-STORAGE SECTION.
       01  WS-Return-Status      PIC XX.
       01  WS-Ship-Status        PIC XX.
       01  WS-Auth-Status        PIC XX.
       01  WS-RA-Number-Status   PIC XX.
       01  WS-Vendor-Status      PIC XX.
       01  WS-PO-Status          PIC XX.
       01  WS-Open-Status        PIC XX.
       01  WS-Document-Status    PIC XX.
       01  WS-Extract-Status     PIC XX.
       01  WS-History-Status     PIC XX.
       01  WS-Return-Eof         PIC X VALUE 'N'.
       01  WS-Ship-Eof           PIC X VALUE 'N'.
       01  WS-Auth-Eof           PIC X VALUE 'N'.
       01  WS-Vendor-Eof         PIC X VALUE 'N'.
       01  WS-PO-Eof             PIC X VALUE 'N'.
       01  WS-Vendor-Found       PIC X VALUE 'N'.
       01  WS-PO-Found           PIC X VALUE 'N'.
       01  WS-Auth-Found         PIC X VALUE 'N'.
       01  WS-Today              PIC X(8).
       01  WS-Ship-Date          PIC X(8).
       01  WS-Last-RA-Number     PIC 9(6) VALUE ZERO.
       01  WS-Return-Count       PIC 9(3) VALUE ZERO.
       01  WS-Auth-Count         PIC 9(3) VALUE ZERO.
       01  WS-Ship-Count         PIC 9(3) VALUE ZERO.
       01  WS-Vendor-Count       PIC 9(3) VALUE ZERO.
       01  WS-PO-Count           PIC 9(3) VALUE ZERO.
       01  WS-Purged-Count       PIC 9(5) VALUE ZERO.
       01  WS-Authorized-Count   PIC 9(5) VALUE ZERO.
       01  WS-Unmatched-Count    PIC 9(5) VALUE ZERO.
       01  WS-Shipped-Count      PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count      PIC 9(5) VALUE ZERO.
       01  WS-Memo-Count         PIC 9(5) VALUE ZERO.
       01  WS-Memo-Total         PIC 9(9)V99 VALUE ZERO.
       01  WS-Return-Qty         PIC 9(5).
       01  WS-Uninvoiced-Qty     PIC 9(5).
       01  WS-Memo-Qty           PIC 9(5).
       01  WS-Memo-Amount        PIC 9(7)V99.
       01  WS-Return-Value       PIC 9(7)V99.
       01  WS-Vendor-Name        PIC X(25).
       01  WS-Blanket-Status     PIC XX.
       01  WS-Blanket-Eof        PIC X VALUE 'N'.
       01  WS-Blanket-Count      PIC 9(3) VALUE ZERO.
      *> The receiving accrual apMatch relieves and the vendor
      *> payable it sets up; a debit memo reverses the pair for the
      *> billed units that went back.
       01  WS-Payable-Accrual    PIC X(8) VALUE '21100000'.
       01  WS-Accounts-Payable   PIC X(8) VALUE '21200000'.

       01  WS-Document-Heading.
           05 FILLER          PIC X(21)
                  VALUE 'RETURN AUTHORIZATION '.
           05 DH-RA-Number    PIC 9(6).
           05 FILLER          PIC X(7) VALUE '  DATE '.
           05 DH-Auth-Date    PIC X(8).
       01  WS-Document-Ship-To.
           05 FILLER          PIC X(15) VALUE 'SHIP TO VENDOR '.
           05 DS-Vendor-Code  PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 DS-Vendor-Name  PIC X(25).
       01  WS-Document-Item.
           05 FILLER          PIC X(5) VALUE '  PO '.
           05 DI-PO-Number    PIC 9(6).
           05 FILLER          PIC X(6) VALUE ' ITEM '.
           05 DI-Stock-ID1    PIC X(10).
           05 FILLER          PIC X(5) VALUE ' LOT '.
           05 DI-Lot          PIC X(8).
           05 FILLER          PIC X(5) VALUE ' QTY '.
           05 DI-Qty          PIC Z(4)9.
       01  WS-Document-Reason.
           05 FILLER          PIC X(9) VALUE '  REASON '.
           05 DR-Reason       PIC X(25).
           05 FILLER          PIC X(7) VALUE ' VALUE '.
           05 DR-Value        PIC Z(6)9.99.
       01  WS-Document-Unmatched.
           05 FILLER          PIC X(13) VALUE 'NOT RETURNED '.
           05 DU-PO-Number    PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 DU-Stock-ID1    PIC X(10).
           05 FILLER          PIC X(5) VALUE ' QTY '.
           05 DU-Qty          PIC Z(4)9.
           05 FILLER          PIC X(30)
                  VALUE ' - PO NOT ON FILE, LEFT ON QC'.
       01  WS-Shipment-Heading.
           05 FILLER          PIC X(40)
                  VALUE 'SHIPMENTS CONFIRMED THIS RUN'.
       01  WS-Shipment-Detail.
           05 FILLER          PIC X(11) VALUE 'SHIPPED RA '.
           05 SD-RA-Number    PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 SD-Vendor-Code  PIC X(5).
           05 FILLER          PIC X(4) VALUE ' PO '.
           05 SD-PO-Number    PIC 9(6).
           05 FILLER          PIC X(5) VALUE ' QTY '.
           05 SD-Qty          PIC Z(4)9.
           05 FILLER          PIC X(6) VALUE ' DATE '.
           05 SD-Ship-Date    PIC X(8).
           05 FILLER          PIC X(6) VALUE ' MEMO '.
           05 SD-Memo-Amount  PIC Z(6)9.99.
       01  WS-Shipment-Refused.
           05 FILLER          PIC X(11) VALUE 'SHIP CARD  '.
           05 SR-RA-Text      PIC X(6).
           05 FILLER          PIC X(30)
                  VALUE ' - NOT AN RA AWAITING SHIPMENT'.
       01  WS-Document-Totals.
           05 FILLER          PIC X(11) VALUE 'AUTHORIZED '.
           05 DT-Authorized   PIC Z(4)9.
           05 FILLER          PIC X(9) VALUE ' SHIPPED '.
           05 DT-Shipped      PIC Z(4)9.
           05 FILLER          PIC X(7) VALUE ' MEMOS '.
           05 DT-Memo-Count   PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 DT-Memo-Total   PIC Z(8)9.99.

      *> The rejects read off QCVRET; any whose PO cannot be found
      *> is written back to wait rather than lost.
       01  Return-Table.
           05 Return-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Return-Count
                  INDEXED BY Ret-Idx.
              10 RT-PO-Number    PIC 9(6).
              10 RT-Stock-ID1    PIC X(10).
              10 RT-Qty          PIC 9(5).
              10 RT-Lot          PIC X(8).
              10 RT-Reason       PIC X(25).
              10 RT-Authorized   PIC X.

      *> Return authorizations held in storage while new ones are
      *> added and shipments confirmed, then rewritten.
       01  Auth-Table.
           05 Auth-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Auth-Count
                  INDEXED BY Auth-Idx.
              10 AT-RA-Number    PIC 9(6).
              10 AT-Vendor-Code  PIC X(5).
              10 AT-PO-Number    PIC 9(6).
              10 AT-Stock-ID1    PIC X(10).
              10 AT-Qty          PIC 9(5).
              10 AT-Lot          PIC X(8).
              10 AT-Reason       PIC X(25).
              10 AT-Unit-Price   PIC 9(5)V99.
              10 AT-Status       PIC X.
              10 AT-Auth-Date    PIC X(8).
              10 AT-Ship-Date    PIC X(8).
              10 AT-Memo-Amount  PIC 9(7)V99.

       01  Ship-Table.
           05 Ship-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Ship-Count
                  INDEXED BY Ship-Idx.
              10 ST-RA-Text      PIC X(6).
              10 ST-Ship-Date    PIC X(8).

       01  Vendor-Table.
           05 Vendor-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Vendor-Count
                  INDEXED BY Vend-Idx.
              10 VT-Vendor-Code  PIC X(5).
              10 VT-Vendor-Name  PIC X(25).

      *> The agreements, held while returns on releases come off
      *> their received quantity, then rewritten whole.
       01  Blanket-Table.
           05 Blanket-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Blanket-Count
                  INDEXED BY Blanket-Idx.
              10 BT-Agreement-No    PIC 9(6).
              10 BT-Inv-Num         PIC 9(5).
              10 BT-Vendor-Code     PIC X(5).
              10 BT-Committed-Qty   PIC 9(7).
              10 BT-Contract-Price  PIC 9(5)V99.
              10 BT-Start-Date      PIC X(8).
              10 BT-End-Date        PIC X(8).
              10 BT-Status          PIC X.
              10 BT-Released-Qty    PIC 9(7).
              10 BT-Received-Qty    PIC 9(7).
              10 BT-Last-Release    PIC 9(3).

      *> Purchase orders held in storage while shipments take the
      *> returned quantity back off them, then rewritten.
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
              10 PT-Inv-Qty      PIC 9(5).
              10 PT-Blanket-No   PIC 9(6).
              10 PT-Release-No   PIC 9(3).

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'VENDRETURN'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'VENDRETURN'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Vendor-Names.
           PERFORM 0200-Load-PO-Table.
           PERFORM 0250-Load-Blanket-Table.
           PERFORM 0300-Load-Authorizations.
           PERFORM 0400-Load-Returns.
           PERFORM 0500-Load-Ship-Cards.
           PERFORM 1100-Read-Last-RA-Number.
           OPEN OUTPUT Return-Document.
           IF WS-Document-Status NOT = '00'
               DISPLAY 'RTVDOC OPEN FAILED, STATUS='
                   WS-Document-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Memo-Extract.
           OPEN EXTEND Open-Payables-File.
           IF WS-Open-Status = '35'
               OPEN OUTPUT Open-Payables-File
           END-IF.
           OPEN EXTEND Return-History-File.
           IF WS-History-Status = '35'
               OPEN OUTPUT Return-History-File
           END-IF.
           IF WS-Extract-Status NOT = '00'
              OR WS-Open-Status NOT = '00'
              OR WS-History-Status NOT = '00'
               DISPLAY 'RTVEXT/APOPEN/RTVHST OPEN FAILED, STATUS='
                   WS-Extract-Status '/' WS-Open-Status '/'
                   WS-History-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Ret-Idx FROM 1 BY 1
                   UNTIL Ret-Idx > WS-Return-Count
               PERFORM 1000-Authorize-One-Return
           END-PERFORM.
           WRITE Document-Line FROM WS-Shipment-Heading.
           PERFORM VARYING Ship-Idx FROM 1 BY 1
                   UNTIL Ship-Idx > WS-Ship-Count
               PERFORM 2000-Confirm-One-Shipment
           END-PERFORM.
           MOVE WS-Authorized-Count TO DT-Authorized.
           MOVE WS-Shipped-Count    TO DT-Shipped.
           MOVE WS-Memo-Count       TO DT-Memo-Count.
           MOVE WS-Memo-Total       TO DT-Memo-Total.
           WRITE Document-Line FROM WS-Document-Totals.
           CLOSE Return-Document.
           CLOSE Memo-Extract.
           CLOSE Open-Payables-File.
           CLOSE Return-History-File.
           PERFORM 1300-Save-Last-RA-Number.
           PERFORM 3000-Save-Authorizations.
           PERFORM 3100-Save-PO-Table.
           PERFORM 3150-Save-Blanket-Table.
           PERFORM 3200-Save-Returns.
           IF WS-Refused-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'SHIP CARDS FOR NO OPEN RA' TO RLP-Message
               MOVE WS-Refused-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'RETURNS AUTHORIZED: ' WS-Authorized-Count
               ' SHIPPED: ' WS-Shipped-Count
               ' DEBIT MEMOS: ' WS-Memo-Total
               ' LEFT ON QCVRET: ' WS-Unmatched-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Load-Vendor-Names.
           OPEN INPUT Vendor-File.
           IF WS-Vendor-Status NOT = '00'
               DISPLAY 'VENDMST OPEN FAILED, STATUS=' WS-Vendor-Status
               MOVE 40 TO RETURN-CODE
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
               END-SEARCH
               IF WS-Vendor-Found = 'N' AND WS-Vendor-Count < 100
                   ADD 1 TO WS-Vendor-Count
                   MOVE VM-Vendor-Code
                       TO VT-Vendor-Code (WS-Vendor-Count)
                   MOVE VM-Vendor-Name
                       TO VT-Vendor-Name (WS-Vendor-Count)
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
                   ADD 1 TO WS-PO-Count
                   MOVE PO-Number      TO PT-PO-Number (WS-PO-Count)
                   MOVE PO-Inv-Num     TO PT-Inv-Num (WS-PO-Count)
                   MOVE PO-Vendor-Code
                       TO PT-Vendor-Code (WS-PO-Count)
                   MOVE PO-Qty         TO PT-Qty (WS-PO-Count)
                   MOVE PO-Status      TO PT-Status (WS-PO-Count)
                   IF PO-Recv-Qty NUMERIC
                       MOVE PO-Recv-Qty TO PT-Recv-Qty (WS-PO-Count)
                   ELSE
                       MOVE ZERO TO PT-Recv-Qty (WS-PO-Count)
                   END-IF
                   MOVE PO-Order-Date
                       TO PT-Order-Date (WS-PO-Count)
                   IF PO-Unit-Price NUMERIC
                       MOVE PO-Unit-Price
                           TO PT-Unit-Price (WS-PO-Count)
                   ELSE
                       MOVE ZERO TO PT-Unit-Price (WS-PO-Count)
                   END-IF
                   IF PO-Inv-Qty NUMERIC
                       MOVE PO-Inv-Qty TO PT-Inv-Qty (WS-PO-Count)
                   ELSE
                       MOVE ZERO TO PT-Inv-Qty (WS-PO-Count)
                   END-IF
                   IF PO-Blanket-No NUMERIC
                      AND PO-Release-No NUMERIC
                       MOVE PO-Blanket-No
                           TO PT-Blanket-No (WS-PO-Count)
                       MOVE PO-Release-No
                           TO PT-Release-No (WS-PO-Count)
                   ELSE
                       MOVE ZERO TO PT-Blanket-No (WS-PO-Count)
                       MOVE ZERO TO PT-Release-No (WS-PO-Count)
                   END-IF
                   READ PO-File
                       AT END MOVE 'Y' TO WS-PO-Eof
                   END-READ
               END-PERFORM
               CLOSE PO-File
           END-IF.
      *> A partial load followed by the save would rewrite POFILE
      *> short and silently delete every line past the table -
      *> refuse instead and leave the file untouched.
           IF WS-PO-Eof = 'N'
               DISPLAY 'POFILE EXCEEDS ' WS-PO-Count
                   ' LINES - RETURNS REFUSED; PURGE CLOSED LINES'
               MOVE 'E' TO RLP-Severity
               MOVE 'PO FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-PO-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> No file simply means no agreements. A partial load would
      *> rewrite BLANKET short and lose agreements - refuse instead.
       0250-Load-Blanket-Table.
           OPEN INPUT Blanket-File.
           IF WS-Blanket-Status = '00'
               READ Blanket-File
                   AT END MOVE 'Y' TO WS-Blanket-Eof
               END-READ
               PERFORM UNTIL WS-Blanket-Eof = 'Y'
                       OR WS-Blanket-Count >= 200
                   ADD 1 TO WS-Blanket-Count
                   PERFORM 0260-Load-One-Blanket
                   READ Blanket-File
                       AT END MOVE 'Y' TO WS-Blanket-Eof
                   END-READ
               END-PERFORM
               CLOSE Blanket-File
           ELSE
               MOVE 'Y' TO WS-Blanket-Eof
           END-IF.
           IF WS-Blanket-Eof = 'N'
               DISPLAY 'BLANKET EXCEEDS ' WS-Blanket-Count
                   ' AGREEMENTS - RETURNS REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'BLANKET FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Blanket-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0260-Load-One-Blanket.
           MOVE BK-Agreement-No   TO BT-Agreement-No (WS-Blanket-Count).
           MOVE BK-Inv-Num        TO BT-Inv-Num (WS-Blanket-Count).
           MOVE BK-Vendor-Code    TO BT-Vendor-Code (WS-Blanket-Count).
           MOVE BK-Committed-Qty
               TO BT-Committed-Qty (WS-Blanket-Count).
           MOVE BK-Contract-Price
               TO BT-Contract-Price (WS-Blanket-Count).
           MOVE BK-Start-Date     TO BT-Start-Date (WS-Blanket-Count).
           MOVE BK-End-Date       TO BT-End-Date (WS-Blanket-Count).
           MOVE BK-Status         TO BT-Status (WS-Blanket-Count).
           IF BK-Released-Qty NUMERIC
               MOVE BK-Released-Qty
                   TO BT-Released-Qty (WS-Blanket-Count)
           ELSE
               MOVE ZERO TO BT-Released-Qty (WS-Blanket-Count)
           END-IF.
           IF BK-Received-Qty NUMERIC
               MOVE BK-Received-Qty
                   TO BT-Received-Qty (WS-Blanket-Count)
           ELSE
               MOVE ZERO TO BT-Received-Qty (WS-Blanket-Count)
           END-IF.
           IF BK-Last-Release NUMERIC
               MOVE BK-Last-Release
                   TO BT-Last-Release (WS-Blanket-Count)
           ELSE
               MOVE ZERO TO BT-Last-Release (WS-Blanket-Count)
           END-IF.

      *> Authorizations the last run shipped are dropped here; no
      *> file yet simply means nothing is awaiting shipment.
       0300-Load-Authorizations.
           OPEN INPUT Authorization-File.
           IF WS-Auth-Status = '00'
               READ Authorization-File
                   AT END MOVE 'Y' TO WS-Auth-Eof
               END-READ
               PERFORM UNTIL WS-Auth-Eof = 'Y' OR WS-Auth-Count >= 300
                   IF RA-Is-Shipped
                       ADD 1 TO WS-Purged-Count
                   ELSE
                       ADD 1 TO WS-Auth-Count
                       MOVE RA-Number
                           TO AT-RA-Number (WS-Auth-Count)
                       MOVE RA-Vendor-Code
                           TO AT-Vendor-Code (WS-Auth-Count)
                       MOVE RA-PO-Number
                           TO AT-PO-Number (WS-Auth-Count)
                       MOVE RA-Stock-ID1
                           TO AT-Stock-ID1 (WS-Auth-Count)
                       MOVE RA-Qty TO AT-Qty (WS-Auth-Count)
                       MOVE RA-Lot TO AT-Lot (WS-Auth-Count)
                       MOVE RA-Reason TO AT-Reason (WS-Auth-Count)
                       MOVE RA-Unit-Price
                           TO AT-Unit-Price (WS-Auth-Count)
                       MOVE RA-Status TO AT-Status (WS-Auth-Count)
                       MOVE RA-Auth-Date
                           TO AT-Auth-Date (WS-Auth-Count)
                       MOVE RA-Ship-Date
                           TO AT-Ship-Date (WS-Auth-Count)
                       MOVE RA-Memo-Amount
                           TO AT-Memo-Amount (WS-Auth-Count)
                   END-IF
                   READ Authorization-File
                       AT END MOVE 'Y' TO WS-Auth-Eof
                   END-READ
               END-PERFORM
               CLOSE Authorization-File
           ELSE
               MOVE 'Y' TO WS-Auth-Eof
           END-IF.
           IF WS-Auth-Eof = 'N'
               DISPLAY 'RTVOPEN EXCEEDS ' WS-Auth-Count
                   ' AUTHORIZATIONS - RETURNS REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'OPEN RETURNS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Auth-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0400-Load-Returns.
           OPEN INPUT Return-File.
           IF WS-Return-Status = '00'
               READ Return-File
                   AT END MOVE 'Y' TO WS-Return-Eof
               END-READ
               PERFORM UNTIL WS-Return-Eof = 'Y'
                          OR WS-Return-Count >= 200
                   ADD 1 TO WS-Return-Count
                   MOVE VR-PO-Number TO RT-PO-Number (WS-Return-Count)
                   MOVE VR-Stock-ID1 TO RT-Stock-ID1 (WS-Return-Count)
                   MOVE VR-Qty       TO RT-Qty (WS-Return-Count)
                   MOVE VR-Lot       TO RT-Lot (WS-Return-Count)
                   MOVE VR-Reason    TO RT-Reason (WS-Return-Count)
                   MOVE 'N' TO RT-Authorized (WS-Return-Count)
                   READ Return-File
                       AT END MOVE 'Y' TO WS-Return-Eof
                   END-READ
               END-PERFORM
               CLOSE Return-File
           ELSE
               MOVE 'Y' TO WS-Return-Eof
           END-IF.
      *> QCVRET is emptied at the end of the run; a reject that did
      *> not fit would be lost with it.
           IF WS-Return-Eof = 'N'
               DISPLAY 'QCVRET EXCEEDS ' WS-Return-Count
                   ' REJECTS - RETURNS REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'QC REJECTS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Return-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0500-Load-Ship-Cards.
           OPEN INPUT Ship-Card-File.
           IF WS-Ship-Status = '00'
               READ Ship-Card-File
                   AT END MOVE 'Y' TO WS-Ship-Eof
               END-READ
               PERFORM UNTIL WS-Ship-Eof = 'Y'
                          OR WS-Ship-Count >= 100
                   IF SC-RA-Text NOT = SPACES
                       ADD 1 TO WS-Ship-Count
                       MOVE SC-RA-Text
                           TO ST-RA-Text (WS-Ship-Count)
                       MOVE SC-Ship-Date
                           TO ST-Ship-Date (WS-Ship-Count)
                   END-IF
                   READ Ship-Card-File
                       AT END MOVE 'Y' TO WS-Ship-Eof
                   END-READ
               END-PERFORM
               CLOSE Ship-Card-File
           ELSE
               MOVE 'Y' TO WS-Ship-Eof
           END-IF.
           IF WS-Ship-Eof = 'N'
               DISPLAY 'RTVSHIP EXCEEDS ' WS-Ship-Count
                   ' CARDS - RETURNS REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'SHIP CARDS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Ship-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> Each reject becomes its own RA against the vendor on the
      *> PO, priced at the PO price, and prints as the document
      *> that travels with the goods. A reject whose PO is gone
      *> stays on QCVRET for purchasing to sort out.
       1000-Authorize-One-Return.
           MOVE 'N' TO WS-PO-Found.
           SET PO-Idx TO 1.
           SEARCH PO-Entry
               AT END CONTINUE
               WHEN PT-PO-Number (PO-Idx) = RT-PO-Number (Ret-Idx)
                   MOVE 'Y' TO WS-PO-Found
           END-SEARCH.
           IF WS-PO-Found = 'N'
               MOVE RT-PO-Number (Ret-Idx) TO DU-PO-Number
               MOVE RT-Stock-ID1 (Ret-Idx) TO DU-Stock-ID1
               MOVE RT-Qty (Ret-Idx)       TO DU-Qty
               WRITE Document-Line FROM WS-Document-Unmatched
               ADD 1 TO WS-Unmatched-Count
           ELSE
               IF WS-Auth-Count >= 300
                   DISPLAY 'RTVOPEN FULL AT ' WS-Auth-Count
                       ' AUTHORIZATIONS - RETURNS REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'OPEN RETURNS OVERFLOW TABLE' TO RLP-Message
                   MOVE WS-Auth-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
               ADD 1 TO WS-Last-RA-Number
               ADD 1 TO WS-Auth-Count
               MOVE 'Y' TO RT-Authorized (Ret-Idx)
               MOVE WS-Last-RA-Number TO AT-RA-Number (WS-Auth-Count)
               MOVE PT-Vendor-Code (PO-Idx)
                   TO AT-Vendor-Code (WS-Auth-Count)
               MOVE RT-PO-Number (Ret-Idx)
                   TO AT-PO-Number (WS-Auth-Count)
               MOVE RT-Stock-ID1 (Ret-Idx)
                   TO AT-Stock-ID1 (WS-Auth-Count)
               MOVE RT-Qty (Ret-Idx)    TO AT-Qty (WS-Auth-Count)
               MOVE RT-Lot (Ret-Idx)    TO AT-Lot (WS-Auth-Count)
               MOVE RT-Reason (Ret-Idx) TO AT-Reason (WS-Auth-Count)
               MOVE PT-Unit-Price (PO-Idx)
                   TO AT-Unit-Price (WS-Auth-Count)
               MOVE 'A'      TO AT-Status (WS-Auth-Count)
               MOVE WS-Today TO AT-Auth-Date (WS-Auth-Count)
               MOVE SPACES   TO AT-Ship-Date (WS-Auth-Count)
               MOVE ZERO     TO AT-Memo-Amount (WS-Auth-Count)
               ADD 1 TO WS-Authorized-Count
               PERFORM 1200-Print-Return-Document
           END-IF.

       1100-Read-Last-RA-Number.
           OPEN INPUT RA-Number-File.
           IF WS-RA-Number-Status = '00'
               READ RA-Number-File
                   AT END CONTINUE
                   NOT AT END
                       MOVE RA-Number-Rec TO WS-Last-RA-Number
               END-READ
               CLOSE RA-Number-File
           END-IF.

       1200-Print-Return-Document.
           MOVE AT-Vendor-Code (WS-Auth-Count) TO DS-Vendor-Code.
           PERFORM 1250-Find-Vendor-Name.
           MOVE WS-Vendor-Name TO DS-Vendor-Name.
           MOVE AT-RA-Number (WS-Auth-Count)  TO DH-RA-Number.
           MOVE AT-Auth-Date (WS-Auth-Count)  TO DH-Auth-Date.
           MOVE AT-PO-Number (WS-Auth-Count)  TO DI-PO-Number.
           MOVE AT-Stock-ID1 (WS-Auth-Count)  TO DI-Stock-ID1.
           MOVE AT-Lot (WS-Auth-Count)        TO DI-Lot.
           MOVE AT-Qty (WS-Auth-Count)        TO DI-Qty.
           MOVE AT-Reason (WS-Auth-Count)     TO DR-Reason.
           COMPUTE WS-Return-Value ROUNDED =
               AT-Qty (WS-Auth-Count) * AT-Unit-Price (WS-Auth-Count).
           MOVE WS-Return-Value TO DR-Value.
           WRITE Document-Line FROM WS-Document-Heading.
           WRITE Document-Line FROM WS-Document-Ship-To.
           WRITE Document-Line FROM WS-Document-Item.
           WRITE Document-Line FROM WS-Document-Reason.
           MOVE SPACES TO Document-Line.
           WRITE Document-Line.

       1250-Find-Vendor-Name.
           MOVE '** NOT ON VENDMST **' TO WS-Vendor-Name.
           SET Vend-Idx TO 1.
           SEARCH Vendor-Entry
               AT END CONTINUE
               WHEN VT-Vendor-Code (Vend-Idx) = DS-Vendor-Code
                   MOVE VT-Vendor-Name (Vend-Idx) TO WS-Vendor-Name
           END-SEARCH.

       1300-Save-Last-RA-Number.
           OPEN OUTPUT RA-Number-File.
           MOVE WS-Last-RA-Number TO RA-Number-Rec.
           WRITE RA-Number-Rec.
           CLOSE RA-Number-File.

      *> A card for an RA that is not on file, or already shipped,
      *> is listed and skipped.
       2000-Confirm-One-Shipment.
           MOVE 'N' TO WS-Auth-Found.
           IF ST-RA-Text (Ship-Idx) NUMERIC
               SET Auth-Idx TO 1
               SEARCH Auth-Entry
                   AT END CONTINUE
                   WHEN AT-RA-Number (Auth-Idx) =
                        ST-RA-Text (Ship-Idx)
                    AND AT-Status (Auth-Idx) = 'A'
                       MOVE 'Y' TO WS-Auth-Found
               END-SEARCH
           END-IF.
           IF WS-Auth-Found = 'Y'
               PERFORM 2100-Ship-One-Return
           ELSE
               MOVE ST-RA-Text (Ship-Idx) TO SR-RA-Text
               WRITE Document-Line FROM WS-Shipment-Refused
               ADD 1 TO WS-Refused-Count
           END-IF.

      *> The goods have gone: the returned quantity comes off what
      *> the PO shows received, so apMatch cannot pay for it. What
      *> the vendor has not yet billed simply stops being billable;
      *> what it has billed is recovered by a debit memo, and comes
      *> off the invoiced-to-date too so received never falls below
      *> invoiced. An RA whose PO has since been purged is charged
      *> back in full.
       2100-Ship-One-Return.
           IF ST-Ship-Date (Ship-Idx) NUMERIC
               MOVE ST-Ship-Date (Ship-Idx) TO WS-Ship-Date
           ELSE
               MOVE WS-Today TO WS-Ship-Date
           END-IF.
           MOVE 'N' TO WS-PO-Found.
           SET PO-Idx TO 1.
           SEARCH PO-Entry
               AT END CONTINUE
               WHEN PT-PO-Number (PO-Idx) = AT-PO-Number (Auth-Idx)
                   MOVE 'Y' TO WS-PO-Found
           END-SEARCH.
           IF WS-PO-Found = 'Y'
               MOVE AT-Qty (Auth-Idx) TO WS-Return-Qty
               IF WS-Return-Qty > PT-Recv-Qty (PO-Idx)
                   MOVE PT-Recv-Qty (PO-Idx) TO WS-Return-Qty
               END-IF
               IF PT-Recv-Qty (PO-Idx) > PT-Inv-Qty (PO-Idx)
                   COMPUTE WS-Uninvoiced-Qty =
                       PT-Recv-Qty (PO-Idx) - PT-Inv-Qty (PO-Idx)
               ELSE
                   MOVE ZERO TO WS-Uninvoiced-Qty
               END-IF
               IF WS-Return-Qty > WS-Uninvoiced-Qty
                   COMPUTE WS-Memo-Qty =
                       WS-Return-Qty - WS-Uninvoiced-Qty
               ELSE
                   MOVE ZERO TO WS-Memo-Qty
               END-IF
               SUBTRACT WS-Return-Qty FROM PT-Recv-Qty (PO-Idx)
               IF PT-Blanket-No (PO-Idx) > ZERO
                   PERFORM 2150-Return-To-Blanket
               END-IF
               IF WS-Memo-Qty > PT-Inv-Qty (PO-Idx)
                   MOVE ZERO TO PT-Inv-Qty (PO-Idx)
               ELSE
                   SUBTRACT WS-Memo-Qty FROM PT-Inv-Qty (PO-Idx)
               END-IF
           ELSE
               MOVE AT-Qty (Auth-Idx) TO WS-Memo-Qty
           END-IF.
           COMPUTE WS-Memo-Amount ROUNDED =
               WS-Memo-Qty * AT-Unit-Price (Auth-Idx).
           MOVE 'S'            TO AT-Status (Auth-Idx).
           MOVE WS-Ship-Date   TO AT-Ship-Date (Auth-Idx).
           MOVE WS-Memo-Amount TO AT-Memo-Amount (Auth-Idx).
           IF WS-Memo-Amount > ZERO
               PERFORM 2200-Raise-Debit-Memo
           END-IF.
           MOVE AT-Vendor-Code (Auth-Idx) TO RV-Vendor-Code.
           MOVE AT-RA-Number (Auth-Idx)   TO RV-RA-Number.
           MOVE AT-PO-Number (Auth-Idx)   TO RV-PO-Number.
           MOVE AT-Stock-ID1 (Auth-Idx)   TO RV-Stock-ID1.
           MOVE AT-Qty (Auth-Idx)         TO RV-Qty.
           MOVE WS-Ship-Date              TO RV-Ship-Date.
           MOVE WS-Memo-Amount            TO RV-Memo-Amount.
           WRITE Return-History-Rec.
           MOVE AT-RA-Number (Auth-Idx)   TO SD-RA-Number.
           MOVE AT-Vendor-Code (Auth-Idx) TO SD-Vendor-Code.
           MOVE AT-PO-Number (Auth-Idx)   TO SD-PO-Number.
           MOVE AT-Qty (Auth-Idx)         TO SD-Qty.
           MOVE WS-Ship-Date              TO SD-Ship-Date.
           MOVE WS-Memo-Amount            TO SD-Memo-Amount.
           WRITE Document-Line FROM WS-Shipment-Detail.
           ADD 1 TO WS-Shipped-Count.

       2150-Return-To-Blanket.
           SET Blanket-Idx TO 1.
           SEARCH Blanket-Entry
               AT END CONTINUE
               WHEN BT-Agreement-No (Blanket-Idx) =
                    PT-Blanket-No (PO-Idx)
                   IF WS-Return-Qty > BT-Received-Qty (Blanket-Idx)
                       MOVE ZERO TO BT-Received-Qty (Blanket-Idx)
                   ELSE
                       SUBTRACT WS-Return-Qty
                           FROM BT-Received-Qty (Blanket-Idx)
                   END-IF
           END-SEARCH.

      *> The memo is numbered after the RA it recovers for, and
      *> dated the day the goods left.
       2200-Raise-Debit-Memo.
           MOVE AT-Vendor-Code (Auth-Idx) TO OP-Vendor-Code.
           MOVE SPACES TO OP-Invoice-Number.
           STRING 'DM' AT-RA-Number (Auth-Idx)
               DELIMITED BY SIZE INTO OP-Invoice-Number.
           MOVE AT-PO-Number (Auth-Idx) TO OP-PO-Number.
           MOVE WS-Ship-Date            TO OP-Invoice-Date.
           MOVE WS-Memo-Amount          TO OP-Amount.
           MOVE 'O'                     TO OP-Status.
           MOVE SPACES                  TO OP-Due-Date.
           MOVE SPACES                  TO OP-Disc-Date.
           MOVE ZERO                    TO OP-Disc-Amount.
           MOVE ZERO                    TO OP-Check-Number.
           MOVE SPACES                  TO OP-Paid-Date.
           MOVE 'M'                     TO OP-Entry-Type.
           WRITE Open-Payable-Rec.
           MOVE SPACES TO MX-Ref.
           STRING 'DEBIT MEMO ' AT-RA-Number (Auth-Idx)
               DELIMITED BY SIZE INTO MX-Ref.
           MOVE WS-Ship-Date TO MX-Date.
           MOVE AT-Vendor-Code (Auth-Idx) TO MX-Vendor.
           MOVE WS-Memo-Amount TO MX-Amount.
           MOVE 'D' TO MX-Dr-Cr.
           MOVE WS-Accounts-Payable TO MX-Account.
           WRITE Memo-Extract-Line.
           MOVE 'C' TO MX-Dr-Cr.
           MOVE WS-Payable-Accrual TO MX-Account.
           WRITE Memo-Extract-Line.
           ADD 1 TO WS-Memo-Count.
           ADD WS-Memo-Amount TO WS-Memo-Total.

       3000-Save-Authorizations.
           OPEN OUTPUT Authorization-File.
           PERFORM VARYING Auth-Idx FROM 1 BY 1
                   UNTIL Auth-Idx > WS-Auth-Count
               MOVE AT-RA-Number (Auth-Idx)   TO RA-Number
               MOVE AT-Vendor-Code (Auth-Idx) TO RA-Vendor-Code
               MOVE AT-PO-Number (Auth-Idx)   TO RA-PO-Number
               MOVE AT-Stock-ID1 (Auth-Idx)   TO RA-Stock-ID1
               MOVE AT-Qty (Auth-Idx)         TO RA-Qty
               MOVE AT-Lot (Auth-Idx)         TO RA-Lot
               MOVE AT-Reason (Auth-Idx)      TO RA-Reason
               MOVE AT-Unit-Price (Auth-Idx)  TO RA-Unit-Price
               MOVE AT-Status (Auth-Idx)      TO RA-Status
               MOVE AT-Auth-Date (Auth-Idx)   TO RA-Auth-Date
               MOVE AT-Ship-Date (Auth-Idx)   TO RA-Ship-Date
               MOVE AT-Memo-Amount (Auth-Idx) TO RA-Memo-Amount
               WRITE Authorization-Rec
           END-PERFORM.
           CLOSE Authorization-File.

       3100-Save-PO-Table.
           IF WS-PO-Count > ZERO
               OPEN OUTPUT PO-File
               PERFORM VARYING PO-Idx FROM 1 BY 1
                       UNTIL PO-Idx > WS-PO-Count
                   MOVE PT-PO-Number (PO-Idx)   TO PO-Number
                   MOVE PT-Inv-Num (PO-Idx)     TO PO-Inv-Num
                   MOVE PT-Vendor-Code (PO-Idx) TO PO-Vendor-Code
                   MOVE PT-Qty (PO-Idx)         TO PO-Qty
                   MOVE PT-Status (PO-Idx)      TO PO-Status
                   MOVE PT-Recv-Qty (PO-Idx)    TO PO-Recv-Qty
                   MOVE PT-Order-Date (PO-Idx)  TO PO-Order-Date
                   MOVE PT-Unit-Price (PO-Idx)  TO PO-Unit-Price
                   MOVE PT-Inv-Qty (PO-Idx)     TO PO-Inv-Qty
                   MOVE PT-Blanket-No (PO-Idx)  TO PO-Blanket-No
                   MOVE PT-Release-No (PO-Idx)  TO PO-Release-No
                   WRITE PO-Rec
               END-PERFORM
               CLOSE PO-File
           END-IF.

       3150-Save-Blanket-Table.
           IF WS-Blanket-Count > ZERO
               OPEN OUTPUT Blanket-File
               PERFORM VARYING Blanket-Idx FROM 1 BY 1
                       UNTIL Blanket-Idx > WS-Blanket-Count
                   MOVE BT-Agreement-No (Blanket-Idx)
                       TO BK-Agreement-No
                   MOVE BT-Inv-Num (Blanket-Idx)     TO BK-Inv-Num
                   MOVE BT-Vendor-Code (Blanket-Idx) TO BK-Vendor-Code
                   MOVE BT-Committed-Qty (Blanket-Idx)
                       TO BK-Committed-Qty
                   MOVE BT-Contract-Price (Blanket-Idx)
                       TO BK-Contract-Price
                   MOVE BT-Start-Date (Blanket-Idx)  TO BK-Start-Date
                   MOVE BT-End-Date (Blanket-Idx)    TO BK-End-Date
                   MOVE BT-Status (Blanket-Idx)      TO BK-Status
                   MOVE BT-Released-Qty (Blanket-Idx)
                       TO BK-Released-Qty
                   MOVE BT-Received-Qty (Blanket-Idx)
                       TO BK-Received-Qty
                   MOVE BT-Last-Release (Blanket-Idx)
                       TO BK-Last-Release
                   WRITE Blanket-Rec
               END-PERFORM
               CLOSE Blanket-File
           END-IF.

      *> QCVRET is rewritten with only the rejects that could not
      *> be authorized; everything else now lives on RTVOPEN.
       3200-Save-Returns.
           OPEN OUTPUT Return-File.
           PERFORM VARYING Ret-Idx FROM 1 BY 1
                   UNTIL Ret-Idx > WS-Return-Count
               IF RT-Authorized (Ret-Idx) = 'N'
                   MOVE RT-PO-Number (Ret-Idx) TO VR-PO-Number
                   MOVE RT-Stock-ID1 (Ret-Idx) TO VR-Stock-ID1
                   MOVE RT-Qty (Ret-Idx)       TO VR-Qty
                   MOVE RT-Lot (Ret-Idx)       TO VR-Lot
                   MOVE RT-Reason (Ret-Idx)    TO VR-Reason
                   WRITE Vendor-Return-Rec
               END-IF
           END-PERFORM.
           CLOSE Return-File.

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
           COMPUTE RLP-Count = WS-Authorized-Count + WS-Shipped-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
