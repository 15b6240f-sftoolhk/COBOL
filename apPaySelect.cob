       IDENTIFICATION DIVISION.
       PROGRAM-ID. apPaySelect.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cutoff card: pay everything due, or whose early-pay
      *> discount runs out, on or before this date. No card means
      *> today.
           SELECT Param-Card-File ASSIGN TO "APSELPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Vendor master: the payment terms ride on each vendor's
      *> records; the first record read for a vendor sets them.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
      *> Open payables apMatch sets up, rewritten here with the
      *> terms priced on and the selection marked. Debit memos for
      *> returned goods are selected against the same vendor's
      *> check.
           SELECT Open-Payables-File ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Status.
      *> Pre-check proposal for approval: what the release run will
      *> pay, by vendor, with the discount it will take.
           SELECT Proposal-Report ASSIGN TO "APPROPSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PC-Cutoff-Date      PIC X(8).

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

       FD  Open-Payables-File.
       01  Open-Payable-Rec.
           COPY APOPEN.

       FD  Proposal-Report.
       01  Proposal-Line          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Vendor-Status     PIC XX.
       01  WS-Open-Status       PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Vendor-Eof        PIC X VALUE 'N'.
       01  WS-Open-Eof          PIC X VALUE 'N'.
       01  WS-Vendor-Found      PIC X VALUE 'N'.
       01  WS-Payee-Found       PIC X VALUE 'N'.
       01  WS-Disc-Open         PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Cutoff-Date       PIC X(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Today-Integer     PIC 9(8).
       01  WS-Cutoff-Integer    PIC 9(8).
       01  WS-Invoice-Integer   PIC 9(8).
       01  WS-Due-Integer       PIC 9(8).
       01  WS-Disc-Integer      PIC 9(8).
       01  WS-Net-Days          PIC 9(3).
       01  WS-Disc-Pct          PIC 9(2)V99.
       01  WS-Disc-Days         PIC 9(3).
      *> Terms for a vendor carrying none on the master.
       01  WS-Default-Net-Days  PIC 9(3) VALUE 030.
       01  WS-Vendor-Count      PIC 9(3) VALUE ZERO.
       01  WS-Open-Count        PIC 9(3) VALUE ZERO.
       01  WS-Payee-Count       PIC 9(3) VALUE ZERO.
       01  WS-Payee-Sub         PIC 9(3).
       01  WS-Open-Sub          PIC 9(3).
       01  WS-Purged-Count      PIC 9(5) VALUE ZERO.
       01  WS-Selected-Count    PIC 9(5) VALUE ZERO.
       01  WS-Carried-Count     PIC 9(5) VALUE ZERO.
       01  WS-Net-Amount        PIC 9(7)V99.
       01  WS-Vendor-Gross      PIC 9(9)V99.
       01  WS-Vendor-Disc       PIC 9(9)V99.
       01  WS-Vendor-Memo       PIC 9(9)V99.
       01  WS-Memo-Room         PIC 9(9)V99.
       01  WS-Signed-Amount     PIC S9(7)V99.
       01  WS-Memo-Count        PIC 9(5) VALUE ZERO.
       01  WS-Total-Memo        PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Gross       PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Disc        PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Net         PIC 9(9)V99.

       01  WS-Proposal-Heading.
           05 FILLER            PIC X(33)
                  VALUE 'VENDOR PAYMENT PROPOSAL - CUTOFF '.
           05 PH-Cutoff-Date    PIC X(8).
           05 FILLER            PIC X(5) VALUE ' RUN '.
           05 PH-Run-Date       PIC X(8).
       01  WS-Proposal-Vendor.
           05 FILLER            PIC X(7) VALUE 'VENDOR '.
           05 PV-Vendor-Code    PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 PV-Vendor-Name    PIC X(25).
       01  WS-Proposal-Detail.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PD-Invoice        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PD-PO-Number      PIC 9(6).
           05 FILLER            PIC X(5) VALUE ' DUE '.
           05 PD-Due-Date       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PD-Gross          PIC Z(6)9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 PD-Disc           PIC Z(5)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PD-Net            PIC Z(6)9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 PD-Reason         PIC X(8).
       01  WS-Proposal-Vendor-Total.
           05 FILLER            PIC X(15) VALUE '  VENDOR TOTAL '.
           05 PT-Gross          PIC Z(8)9.99.
           05 FILLER            PIC X(6) VALUE ' DISC '.
           05 PT-Disc           PIC Z(8)9.99.
           05 FILLER            PIC X(6) VALUE ' MEMO '.
           05 PT-Memo           PIC Z(8)9.99.
           05 FILLER            PIC X(5) VALUE ' NET '.
           05 PT-Net            PIC Z(8)9.99.
       01  WS-Proposal-Grand-Total.
           05 FILLER            PIC X(15) VALUE 'PROPOSAL TOTAL '.
           05 PG-Gross          PIC Z(8)9.99.
           05 FILLER            PIC X(6) VALUE ' DISC '.
           05 PG-Disc           PIC Z(8)9.99.
           05 FILLER            PIC X(6) VALUE ' MEMO '.
           05 PG-Memo           PIC Z(8)9.99.
           05 FILLER            PIC X(5) VALUE ' NET '.
           05 PG-Net            PIC Z(8)9.99.
       01  WS-Proposal-Counts.
           05 FILLER            PIC X(9) VALUE 'SELECTED '.
           05 PC-Selected       PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' CARRIED '.
           05 PC-Carried        PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' VENDORS '.
           05 PC-Vendors        PIC Z(4)9.

      *> One entry per vendor code, with the terms from the first
      *> master record read for it.
       01  Vendor-Table.
           05 Vendor-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Vendor-Count
                  INDEXED BY Vend-Idx.
              10 VT-Vendor-Code  PIC X(5).
              10 VT-Vendor-Name  PIC X(25).
              10 VT-Net-Days     PIC 9(3).
              10 VT-Disc-Pct     PIC 9(2)V99.
              10 VT-Disc-Days    PIC 9(3).

      *> The open payables held in storage while terms price onto
      *> them, then rewritten without the lines already paid.
       01  Open-Table.
           05 Open-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Open-Count
                  INDEXED BY Open-Idx.
              10 OT-Vendor-Code     PIC X(5).
              10 OT-Invoice-Number  PIC X(10).
              10 OT-PO-Number       PIC 9(6).
              10 OT-Invoice-Date    PIC X(8).
              10 OT-Amount          PIC 9(7)V99.
              10 OT-Status          PIC X.
              10 OT-Due-Date        PIC X(8).
              10 OT-Disc-Date       PIC X(8).
              10 OT-Disc-Amount     PIC 9(7)V99.
              10 OT-Check-Number    PIC 9(6).
              10 OT-Paid-Date       PIC X(8).
              10 OT-Entry-Type      PIC X.
              10 OT-Reason          PIC X(8).

      *> Vendors with something selected, in the order first met,
      *> so the proposal prints vendor by vendor.
       01  Payee-Table.
           05 Payee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Payee-Count
                  INDEXED BY Payee-Idx.
              10 PY-Vendor-Code  PIC X(5).

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'APPAYSELECT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'APPAYSELECT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today TO WS-Cutoff-Date.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PC-Cutoff-Date NUMERIC
                           MOVE PC-Cutoff-Date TO WS-Cutoff-Date
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
           MOVE WS-Today TO WS-Date-Numeric.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           MOVE WS-Cutoff-Date TO WS-Date-Numeric.
           COMPUTE WS-Cutoff-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           PERFORM 0100-Load-Vendor-Table.
           PERFORM 0200-Load-Open-Payables.
           PERFORM VARYING Open-Idx FROM 1 BY 1
                   UNTIL Open-Idx > WS-Open-Count
               IF OT-Entry-Type (Open-Idx) = 'M'
                   ADD 1 TO WS-Carried-Count
               ELSE
                   PERFORM 1000-Price-And-Select
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Payee-Sub FROM 1 BY 1
                   UNTIL WS-Payee-Sub > WS-Payee-Count
               PERFORM 1200-Select-Debit-Memos
           END-PERFORM.
           PERFORM 2000-Write-Proposal.
           PERFORM 3000-Save-Open-Payables.
           DISPLAY 'PAYABLES SELECTED: ' WS-Selected-Count
               ' DEBIT MEMOS: ' WS-Memo-Count
               ' CARRIED: ' WS-Carried-Count
               ' NET TO PAY: ' WS-Total-Net.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Load-Vendor-Table.
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
               IF WS-Vendor-Found = 'N'
                   PERFORM 0110-Add-Vendor
               END-IF
               READ Vendor-File
                   AT END MOVE 'Y' TO WS-Vendor-Eof
               END-READ
           END-PERFORM.
           CLOSE Vendor-File.

      *> A vendor left off the table would silently pay on default
      *> terms and lose its discount - refuse instead.
       0110-Add-Vendor.
           IF WS-Vendor-Count >= 100
               DISPLAY 'VENDMST EXCEEDS ' WS-Vendor-Count
                   ' VENDORS - SELECTION REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'VENDOR MASTER OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-Vendor-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           ADD 1 TO WS-Vendor-Count.
           MOVE VM-Vendor-Code TO VT-Vendor-Code (WS-Vendor-Count).
           MOVE VM-Vendor-Name TO VT-Vendor-Name (WS-Vendor-Count).
           IF VM-Net-Days NUMERIC AND VM-Net-Days > ZERO
               MOVE VM-Net-Days TO VT-Net-Days (WS-Vendor-Count)
           ELSE
               MOVE WS-Default-Net-Days
                   TO VT-Net-Days (WS-Vendor-Count)
           END-IF.
           IF VM-Disc-Pct NUMERIC AND VM-Disc-Days NUMERIC
               MOVE VM-Disc-Pct  TO VT-Disc-Pct (WS-Vendor-Count)
               MOVE VM-Disc-Days TO VT-Disc-Days (WS-Vendor-Count)
           ELSE
               MOVE ZERO TO VT-Disc-Pct (WS-Vendor-Count)
               MOVE ZERO TO VT-Disc-Days (WS-Vendor-Count)
           END-IF.

      *> Lines the last release paid are dropped here; the check
      *> register is their record.
       0200-Load-Open-Payables.
           OPEN INPUT Open-Payables-File.
           IF WS-Open-Status NOT = '00'
               DISPLAY 'APOPEN OPEN FAILED, STATUS=' WS-Open-Status
                   ' - NOTHING TO PAY'
               MOVE 97 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Open-Payables-File
               AT END MOVE 'Y' TO WS-Open-Eof
           END-READ.
           PERFORM UNTIL WS-Open-Eof = 'Y' OR WS-Open-Count >= 500
               IF OP-Is-Paid
                   ADD 1 TO WS-Purged-Count
               ELSE
                   ADD 1 TO WS-Open-Count
                   MOVE OP-Vendor-Code
                       TO OT-Vendor-Code (WS-Open-Count)
                   MOVE OP-Invoice-Number
                       TO OT-Invoice-Number (WS-Open-Count)
                   MOVE OP-PO-Number
                       TO OT-PO-Number (WS-Open-Count)
                   MOVE OP-Invoice-Date
                       TO OT-Invoice-Date (WS-Open-Count)
                   MOVE OP-Amount TO OT-Amount (WS-Open-Count)
                   MOVE 'O' TO OT-Status (WS-Open-Count)
                   MOVE SPACES TO OT-Due-Date (WS-Open-Count)
                   MOVE SPACES TO OT-Disc-Date (WS-Open-Count)
                   MOVE ZERO TO OT-Disc-Amount (WS-Open-Count)
                   MOVE ZERO TO OT-Check-Number (WS-Open-Count)
                   MOVE SPACES TO OT-Paid-Date (WS-Open-Count)
                   IF OP-Is-Debit-Memo
                       MOVE 'M' TO OT-Entry-Type (WS-Open-Count)
                   ELSE
                       MOVE 'I' TO OT-Entry-Type (WS-Open-Count)
                   END-IF
                   MOVE SPACES TO OT-Reason (WS-Open-Count)
               END-IF
               READ Open-Payables-File
                   AT END MOVE 'Y' TO WS-Open-Eof
               END-READ
           END-PERFORM.
           CLOSE Open-Payables-File.
      *> A partial load followed by the save would rewrite APOPEN
      *> short and lose every payable past the table - refuse and
      *> leave the file untouched.
           IF WS-Open-Eof = 'N'
               DISPLAY 'APOPEN EXCEEDS ' WS-Open-Count
                   ' LINES - SELECTION REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'OPEN PAYABLES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Open-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> Every open line is repriced on today's terms, so a line
      *> selected by an earlier proposal that was never released
      *> is judged afresh. A line is paid now when it falls due by
      *> the cutoff, or when its discount is still open today but
      *> lapses by the cutoff; the discount is taken whenever it is
      *> still open.
       1000-Price-And-Select.
           MOVE 'N' TO WS-Vendor-Found.
           SET Vend-Idx TO 1.
           SEARCH Vendor-Entry
               AT END CONTINUE
               WHEN VT-Vendor-Code (Vend-Idx) =
                    OT-Vendor-Code (Open-Idx)
                   MOVE 'Y' TO WS-Vendor-Found
           END-SEARCH.
           IF WS-Vendor-Found = 'Y'
               MOVE VT-Net-Days (Vend-Idx)  TO WS-Net-Days
               MOVE VT-Disc-Pct (Vend-Idx)  TO WS-Disc-Pct
               MOVE VT-Disc-Days (Vend-Idx) TO WS-Disc-Days
           ELSE
               MOVE WS-Default-Net-Days TO WS-Net-Days
               MOVE ZERO TO WS-Disc-Pct
               MOVE ZERO TO WS-Disc-Days
           END-IF.
           IF OT-Invoice-Date (Open-Idx) NUMERIC
               MOVE OT-Invoice-Date (Open-Idx) TO WS-Date-Numeric
               COMPUTE WS-Invoice-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
           ELSE
               MOVE WS-Today-Integer TO WS-Invoice-Integer
           END-IF.
           COMPUTE WS-Due-Integer = WS-Invoice-Integer + WS-Net-Days.
           COMPUTE WS-Date-Numeric =
               FUNCTION DATE-OF-INTEGER (WS-Due-Integer).
           MOVE WS-Date-Numeric TO OT-Due-Date (Open-Idx).
           MOVE 'N' TO WS-Disc-Open.
           IF WS-Disc-Pct > ZERO
               COMPUTE WS-Disc-Integer =
                   WS-Invoice-Integer + WS-Disc-Days
               COMPUTE WS-Date-Numeric =
                   FUNCTION DATE-OF-INTEGER (WS-Disc-Integer)
               MOVE WS-Date-Numeric TO OT-Disc-Date (Open-Idx)
               IF WS-Disc-Integer >= WS-Today-Integer
                   MOVE 'Y' TO WS-Disc-Open
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-Disc-Open = 'Y'
                    AND WS-Disc-Integer <= WS-Cutoff-Integer
                   MOVE 'DISCOUNT' TO OT-Reason (Open-Idx)
               WHEN WS-Due-Integer <= WS-Cutoff-Integer
                   MOVE 'DUE' TO OT-Reason (Open-Idx)
               WHEN OTHER
                   MOVE SPACES TO OT-Reason (Open-Idx)
           END-EVALUATE.
           IF OT-Reason (Open-Idx) = SPACES
               ADD 1 TO WS-Carried-Count
           ELSE
               MOVE 'S' TO OT-Status (Open-Idx)
               IF WS-Disc-Open = 'Y'
                   COMPUTE OT-Disc-Amount (Open-Idx) ROUNDED =
                       OT-Amount (Open-Idx) * WS-Disc-Pct / 100
               END-IF
               ADD 1 TO WS-Selected-Count
               PERFORM 1100-Note-Payee
           END-IF.

       1100-Note-Payee.
           MOVE 'N' TO WS-Payee-Found.
           SET Payee-Idx TO 1.
           SEARCH Payee-Entry
               AT END CONTINUE
               WHEN PY-Vendor-Code (Payee-Idx) =
                    OT-Vendor-Code (Open-Idx)
                   MOVE 'Y' TO WS-Payee-Found
           END-SEARCH.
           IF WS-Payee-Found = 'N'
               ADD 1 TO WS-Payee-Count
               MOVE OT-Vendor-Code (Open-Idx)
                   TO PY-Vendor-Code (WS-Payee-Count)
           END-IF.

      *> A vendor's open debit memos come off the check its
      *> selected invoices make, oldest first, as long as the check
      *> stays above zero; a memo too big for this check waits for
      *> the next one. A vendor with nothing selected is not paid
      *> just to take a memo.
       1200-Select-Debit-Memos.
           MOVE ZERO TO WS-Memo-Room.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OT-Status (WS-Open-Sub) = 'S'
                  AND OT-Vendor-Code (WS-Open-Sub) =
                      PY-Vendor-Code (WS-Payee-Sub)
                   COMPUTE WS-Memo-Room = WS-Memo-Room
                       + OT-Amount (WS-Open-Sub)
                       - OT-Disc-Amount (WS-Open-Sub)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OT-Entry-Type (WS-Open-Sub) = 'M'
                  AND OT-Vendor-Code (WS-Open-Sub) =
                      PY-Vendor-Code (WS-Payee-Sub)
                  AND OT-Amount (WS-Open-Sub) < WS-Memo-Room
                   MOVE 'S' TO OT-Status (WS-Open-Sub)
                   MOVE 'DB MEMO' TO OT-Reason (WS-Open-Sub)
                   SUBTRACT OT-Amount (WS-Open-Sub) FROM WS-Memo-Room
                   SUBTRACT 1 FROM WS-Carried-Count
                   ADD 1 TO WS-Memo-Count
               END-IF
           END-PERFORM.

       2000-Write-Proposal.
           OPEN OUTPUT Proposal-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'APPROPSL OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Cutoff-Date TO PH-Cutoff-Date.
           MOVE WS-Today       TO PH-Run-Date.
           WRITE Proposal-Line FROM WS-Proposal-Heading.
           PERFORM VARYING WS-Payee-Sub FROM 1 BY 1
                   UNTIL WS-Payee-Sub > WS-Payee-Count
               PERFORM 2100-Propose-One-Vendor
           END-PERFORM.
           COMPUTE WS-Total-Net =
               WS-Total-Gross - WS-Total-Disc - WS-Total-Memo.
           MOVE WS-Total-Gross TO PG-Gross.
           MOVE WS-Total-Disc  TO PG-Disc.
           MOVE WS-Total-Memo  TO PG-Memo.
           MOVE WS-Total-Net   TO PG-Net.
           WRITE Proposal-Line FROM WS-Proposal-Grand-Total.
           MOVE WS-Selected-Count TO PC-Selected.
           MOVE WS-Carried-Count  TO PC-Carried.
           MOVE WS-Payee-Count    TO PC-Vendors.
           WRITE Proposal-Line FROM WS-Proposal-Counts.
           CLOSE Proposal-Report.

       2100-Propose-One-Vendor.
           MOVE PY-Vendor-Code (WS-Payee-Sub) TO PV-Vendor-Code.
           MOVE '** NOT ON VENDMST **' TO PV-Vendor-Name.
           SET Vend-Idx TO 1.
           SEARCH Vendor-Entry
               AT END CONTINUE
               WHEN VT-Vendor-Code (Vend-Idx) =
                    PY-Vendor-Code (WS-Payee-Sub)
                   MOVE VT-Vendor-Name (Vend-Idx) TO PV-Vendor-Name
           END-SEARCH.
           WRITE Proposal-Line FROM WS-Proposal-Vendor.
           MOVE ZERO TO WS-Vendor-Gross.
           MOVE ZERO TO WS-Vendor-Disc.
           MOVE ZERO TO WS-Vendor-Memo.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OT-Status (WS-Open-Sub) = 'S'
                  AND OT-Vendor-Code (WS-Open-Sub) =
                      PY-Vendor-Code (WS-Payee-Sub)
                   PERFORM 2200-Propose-One-Line
               END-IF
           END-PERFORM.
           MOVE WS-Vendor-Gross TO PT-Gross.
           MOVE WS-Vendor-Disc  TO PT-Disc.
           MOVE WS-Vendor-Memo  TO PT-Memo.
           COMPUTE WS-Net-Amount =
               WS-Vendor-Gross - WS-Vendor-Disc - WS-Vendor-Memo.
           MOVE WS-Net-Amount   TO PT-Net.
           WRITE Proposal-Line FROM WS-Proposal-Vendor-Total.
           ADD WS-Vendor-Gross TO WS-Total-Gross.
           ADD WS-Vendor-Disc  TO WS-Total-Disc.
           ADD WS-Vendor-Memo  TO WS-Total-Memo.

      *> A debit memo prints negative and totals as memo, not as
      *> gross.
       2200-Propose-One-Line.
           MOVE OT-Invoice-Number (WS-Open-Sub) TO PD-Invoice.
           MOVE OT-PO-Number (WS-Open-Sub)      TO PD-PO-Number.
           MOVE OT-Due-Date (WS-Open-Sub)       TO PD-Due-Date.
           MOVE OT-Disc-Amount (WS-Open-Sub)    TO PD-Disc.
           IF OT-Entry-Type (WS-Open-Sub) = 'M'
               COMPUTE WS-Signed-Amount = ZERO - OT-Amount (WS-Open-Sub)
               MOVE WS-Signed-Amount            TO PD-Gross
               MOVE WS-Signed-Amount            TO PD-Net
               ADD OT-Amount (WS-Open-Sub)      TO WS-Vendor-Memo
           ELSE
               MOVE OT-Amount (WS-Open-Sub)     TO PD-Gross
               COMPUTE WS-Net-Amount = OT-Amount (WS-Open-Sub)
                   - OT-Disc-Amount (WS-Open-Sub)
               MOVE WS-Net-Amount               TO PD-Net
               ADD OT-Amount (WS-Open-Sub)      TO WS-Vendor-Gross
               ADD OT-Disc-Amount (WS-Open-Sub) TO WS-Vendor-Disc
           END-IF.
           MOVE OT-Reason (WS-Open-Sub)         TO PD-Reason.
           WRITE Proposal-Line FROM WS-Proposal-Detail.

       3000-Save-Open-Payables.
           OPEN OUTPUT Open-Payables-File.
           PERFORM VARYING Open-Idx FROM 1 BY 1
                   UNTIL Open-Idx > WS-Open-Count
               MOVE OT-Vendor-Code (Open-Idx)    TO OP-Vendor-Code
               MOVE OT-Invoice-Number (Open-Idx) TO OP-Invoice-Number
               MOVE OT-PO-Number (Open-Idx)      TO OP-PO-Number
               MOVE OT-Invoice-Date (Open-Idx)   TO OP-Invoice-Date
               MOVE OT-Amount (Open-Idx)         TO OP-Amount
               MOVE OT-Status (Open-Idx)         TO OP-Status
               MOVE OT-Due-Date (Open-Idx)       TO OP-Due-Date
               MOVE OT-Disc-Date (Open-Idx)      TO OP-Disc-Date
               MOVE OT-Disc-Amount (Open-Idx)    TO OP-Disc-Amount
               MOVE OT-Check-Number (Open-Idx)   TO OP-Check-Number
               MOVE OT-Paid-Date (Open-Idx)      TO OP-Paid-Date
               MOVE OT-Entry-Type (Open-Idx)     TO OP-Entry-Type
               WRITE Open-Payable-Rec
           END-PERFORM.
           CLOSE Open-Payables-File.

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
           MOVE WS-Selected-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
