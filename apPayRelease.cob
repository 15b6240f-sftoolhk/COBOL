       IDENTIFICATION DIVISION.
       PROGRAM-ID. apPayRelease.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Hold cards from the proposal review: vendor and invoice to
      *> pull from this release, or vendor alone to pull everything
      *> proposed for that vendor. Pulled lines go back to open and
      *> the next selection run proposes them again.
           SELECT Hold-Card-File ASSIGN TO "APRLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT Open-Payables-File ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Status.
      *> Vendor check numbers come off their own control file, the
      *> way PAYCKCTL numbers the payroll checks.
           SELECT Check-Number-File ASSIGN TO "APCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Check-Number-Status.
           SELECT Check-Register ASSIGN TO "APCKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> Positive-pay interface: one record per vendor check for the
      *> bank to verify presentments against.
           SELECT Positive-Pay-File ASSIGN TO "APPOSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pospay-Status.
      *> Cash disbursement extract in the payable extract's debit/
      *> credit shape: the vendor payable relieved gross, cash
      *> credited net, and the discount taken to its own account.
      *> A debit memo netted on the check credits the payable back,
      *> clearing the debit the return run put there.
           SELECT Disbursement-Extract ASSIGN TO "APCDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
      *> Permanent payment history: every vendor check ever cut,
      *> carried across runs for the year-end 1099 totals.
           SELECT Payment-History-File ASSIGN TO "APPAYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Hold-Card-File.
       01  Hold-Card-Rec.
           05 HC-Vendor-Code      PIC X(5).
           05 HC-Invoice-Number   PIC X(10).

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

       FD  Check-Number-File.
       01  Check-Number-Rec      PIC 9(6).

       FD  Check-Register.
       01  Check-Register-Line   PIC X(80).

       FD  Positive-Pay-File.
       01  Positive-Pay-Rec.
           05 PP-Account      PIC X(12).
           05 PP-Check-Number PIC 9(6).
           05 PP-Amount       PIC 9(7)V99.
           05 PP-Issue-Date   PIC X(8).
           05 PP-Payee        PIC X(25).

       FD  Disbursement-Extract.
       01  Disbursement-Extract-Line.
           05 CD-Ref          PIC X(20).
           05 CD-Dr-Cr        PIC X.
           05 CD-Account      PIC X(8).
           05 CD-Amount       PIC 9(7)V99.
           05 CD-Date         PIC X(8).
           05 CD-Vendor       PIC X(5).

       FD  Payment-History-File.
       01  Payment-History-Rec.
           05 PH-Vendor-Code  PIC X(5).
           05 PH-Check-Number PIC 9(6).
           05 PH-Paid-Date    PIC X(8).
           05 PH-Amount       PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-Hold-Status        PIC XX.
       01  WS-Vendor-Status      PIC XX.
       01  WS-Open-Status        PIC XX.
       01  WS-Check-Number-Status PIC XX.
       01  WS-Register-Status    PIC XX.
       01  WS-Pospay-Status      PIC XX.
       01  WS-Extract-Status     PIC XX.
       01  WS-History-Status     PIC XX.
       01  WS-Hold-Eof           PIC X VALUE 'N'.
       01  WS-Vendor-Eof         PIC X VALUE 'N'.
       01  WS-Open-Eof           PIC X VALUE 'N'.
       01  WS-Vendor-Found       PIC X VALUE 'N'.
       01  WS-Payee-Found        PIC X VALUE 'N'.
       01  WS-Line-Held          PIC X VALUE 'N'.
       01  WS-Today              PIC X(8).
       01  WS-Last-Check-Number  PIC 9(6) VALUE ZERO.
       01  WS-Hold-Count         PIC 9(3) VALUE ZERO.
       01  WS-Vendor-Count       PIC 9(3) VALUE ZERO.
       01  WS-Open-Count         PIC 9(3) VALUE ZERO.
       01  WS-Payee-Count        PIC 9(3) VALUE ZERO.
       01  WS-Payee-Sub          PIC 9(3).
       01  WS-Open-Sub           PIC 9(3).
       01  WS-Held-Count         PIC 9(5) VALUE ZERO.
       01  WS-Lapsed-Count       PIC 9(5) VALUE ZERO.
       01  WS-Issued-Count       PIC 9(5) VALUE ZERO.
       01  WS-Check-Gross        PIC 9(7)V99.
       01  WS-Check-Disc         PIC 9(7)V99.
       01  WS-Check-Memo         PIC 9(7)V99.
       01  WS-Memo-Room          PIC 9(7)V99.
       01  WS-Check-Net          PIC 9(7)V99.
       01  WS-Payee-Name         PIC X(25).
       01  WS-Total-Gross        PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Disc         PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Memo         PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Net          PIC 9(9)V99 VALUE ZERO.
      *> The vendor payable apMatch credits, the operating cash the
      *> vendor checks draw on, and the income account early-pay
      *> discounts are taken to.
       01  WS-Accounts-Payable   PIC X(8) VALUE '21200000'.
       01  WS-Cash-Account       PIC X(8) VALUE '10200000'.
       01  WS-Discount-Account   PIC X(8) VALUE '48200000'.
      *> The vendor disbursement account printed on every check and
      *> quoted to the bank on the positive-pay interface.
       01  WS-Disbursement-Acct  PIC X(12) VALUE '000210061207'.

       01  WS-Register-Check.
           05 FILLER          PIC X(6) VALUE 'CHECK '.
           05 RC-Check-Number PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-Vendor-Code  PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-Vendor-Name  PIC X(25).
           05 FILLER          PIC X(5) VALUE ' NET='.
           05 RC-Net          PIC Z(6)9.99.
       01  WS-Register-Line-Detail.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RL-Invoice      PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 RL-PO-Number    PIC 9(6).
           05 FILLER          PIC X(7) VALUE ' GROSS='.
           05 RL-Gross        PIC Z(6)9.99.
           05 FILLER          PIC X(6) VALUE ' DISC='.
           05 RL-Disc         PIC Z(5)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 RL-Note         PIC X(14).
       01  WS-Register-Held.
           05 FILLER          PIC X(5) VALUE 'HELD '.
           05 RH-Vendor-Code  PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 RH-Invoice      PIC X(10).
           05 FILLER          PIC X(7) VALUE ' GROSS='.
           05 RH-Gross        PIC Z(6)9.99.
           05 FILLER          PIC X(20)
                  VALUE ' - BACK TO OPEN'.
       01  WS-Register-Totals.
           05 FILLER          PIC X(7) VALUE 'CHECKS '.
           05 RT-Count        PIC Z(4)9.
           05 FILLER          PIC X(7) VALUE ' GROSS='.
           05 RT-Gross        PIC Z(7)9.99.
           05 FILLER          PIC X(6) VALUE ' DISC='.
           05 RT-Disc         PIC Z(7)9.99.
           05 FILLER          PIC X(6) VALUE ' MEMO='.
           05 RT-Memo         PIC Z(7)9.99.
           05 FILLER          PIC X(5) VALUE ' NET='.
           05 RT-Net          PIC Z(7)9.99.

       01  Hold-Table.
           05 Hold-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Hold-Count
                  INDEXED BY Hold-Idx.
              10 HT-Vendor-Code     PIC X(5).
              10 HT-Invoice-Number  PIC X(10).

       01  Vendor-Table.
           05 Vendor-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Vendor-Count
                  INDEXED BY Vend-Idx.
              10 VT-Vendor-Code  PIC X(5).
              10 VT-Vendor-Name  PIC X(25).

      *> The open payables held in storage while the checks cut,
      *> then rewritten with the paid lines marked.
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
              10 OT-Note            PIC X(14).

      *> One check per vendor with anything released.
       01  Payee-Table.
           05 Payee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Payee-Count
                  INDEXED BY Payee-Idx.
              10 PY-Vendor-Code  PIC X(5).

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'APPAYRELEASE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'APPAYRELEASE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Hold-Cards.
           PERFORM 0200-Load-Vendor-Names.
           PERFORM 0300-Load-Open-Payables.
           PERFORM 1100-Read-Last-Check-Number.
           OPEN OUTPUT Check-Register.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'APCKREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Positive-Pay-File.
           OPEN OUTPUT Disbursement-Extract.
           IF WS-Pospay-Status NOT = '00'
              OR WS-Extract-Status NOT = '00'
               DISPLAY 'APPOSPAY/APCDEXT OPEN FAILED, STATUS='
                   WS-Pospay-Status '/' WS-Extract-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Payment-History-File.
           IF WS-History-Status = '35'
               OPEN OUTPUT Payment-History-File
           END-IF.
           IF WS-History-Status NOT = '00'
               DISPLAY 'APPAYHST OPEN FAILED, STATUS='
                   WS-History-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Open-Idx FROM 1 BY 1
                   UNTIL Open-Idx > WS-Open-Count
               IF OT-Status (Open-Idx) = 'S'
                   PERFORM 1000-Screen-Selected-Line
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Payee-Sub FROM 1 BY 1
                   UNTIL WS-Payee-Sub > WS-Payee-Count
               PERFORM 1200-Issue-Vendor-Check
           END-PERFORM.
      *> A memo still selected here belongs to a vendor with no
      *> check this run; it goes back to open for the next one.
           PERFORM VARYING Open-Idx FROM 1 BY 1
                   UNTIL Open-Idx > WS-Open-Count
               IF OT-Status (Open-Idx) = 'S'
                  AND OT-Entry-Type (Open-Idx) = 'M'
                   MOVE 'O' TO OT-Status (Open-Idx)
               END-IF
           END-PERFORM.
           MOVE WS-Issued-Count TO RT-Count.
           MOVE WS-Total-Gross  TO RT-Gross.
           MOVE WS-Total-Disc   TO RT-Disc.
           MOVE WS-Total-Memo   TO RT-Memo.
           MOVE WS-Total-Net    TO RT-Net.
           WRITE Check-Register-Line FROM WS-Register-Totals.
           CLOSE Check-Register.
           CLOSE Positive-Pay-File.
           CLOSE Disbursement-Extract.
           CLOSE Payment-History-File.
           PERFORM 1300-Save-Last-Check-Number.
           PERFORM 2000-Save-Open-Payables.
           DISPLAY 'VENDOR CHECKS ISSUED: ' WS-Issued-Count
               ' NET: ' WS-Total-Net
               ' HELD: ' WS-Held-Count
               ' LAST NUMBER: ' WS-Last-Check-Number.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Load-Hold-Cards.
           OPEN INPUT Hold-Card-File.
           IF WS-Hold-Status = '00'
               READ Hold-Card-File
                   AT END MOVE 'Y' TO WS-Hold-Eof
               END-READ
               PERFORM UNTIL WS-Hold-Eof = 'Y'
                          OR WS-Hold-Count >= 100
                   IF HC-Vendor-Code NOT = SPACES
                       ADD 1 TO WS-Hold-Count
                       MOVE HC-Vendor-Code
                           TO HT-Vendor-Code (WS-Hold-Count)
                       MOVE HC-Invoice-Number
                           TO HT-Invoice-Number (WS-Hold-Count)
                   END-IF
                   READ Hold-Card-File
                       AT END MOVE 'Y' TO WS-Hold-Eof
                   END-READ
               END-PERFORM
               CLOSE Hold-Card-File
           END-IF.
      *> A hold card that does not fit would let a payment the
      *> reviewer stopped go out - refuse the release instead.
           IF WS-Hold-Count >= 100 AND WS-Hold-Eof = 'N'
               DISPLAY 'APRLHOLD EXCEEDS ' WS-Hold-Count
                   ' CARDS - RELEASE REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'HOLD CARDS OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Hold-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0200-Load-Vendor-Names.
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

       0300-Load-Open-Payables.
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
               ADD 1 TO WS-Open-Count
               MOVE OP-Vendor-Code    TO OT-Vendor-Code (WS-Open-Count)
               MOVE OP-Invoice-Number
                   TO OT-Invoice-Number (WS-Open-Count)
               MOVE OP-PO-Number      TO OT-PO-Number (WS-Open-Count)
               MOVE OP-Invoice-Date
                   TO OT-Invoice-Date (WS-Open-Count)
               MOVE OP-Amount         TO OT-Amount (WS-Open-Count)
               MOVE OP-Status         TO OT-Status (WS-Open-Count)
               MOVE OP-Due-Date       TO OT-Due-Date (WS-Open-Count)
               MOVE OP-Disc-Date      TO OT-Disc-Date (WS-Open-Count)
               MOVE OP-Disc-Amount
                   TO OT-Disc-Amount (WS-Open-Count)
               MOVE OP-Check-Number
                   TO OT-Check-Number (WS-Open-Count)
               MOVE OP-Paid-Date      TO OT-Paid-Date (WS-Open-Count)
               IF OP-Is-Debit-Memo
                   MOVE 'M' TO OT-Entry-Type (WS-Open-Count)
               ELSE
                   MOVE 'I' TO OT-Entry-Type (WS-Open-Count)
               END-IF
               MOVE SPACES            TO OT-Note (WS-Open-Count)
               READ Open-Payables-File
                   AT END MOVE 'Y' TO WS-Open-Eof
               END-READ
           END-PERFORM.
           CLOSE Open-Payables-File.
           IF WS-Open-Eof = 'N'
               DISPLAY 'APOPEN EXCEEDS ' WS-Open-Count
                   ' LINES - RELEASE REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'OPEN PAYABLES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Open-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A line the reviewer pulled goes back to open. A discount
      *> the proposal priced but whose date has passed by release
      *> day is not taken; the vendor is paid gross.
       1000-Screen-Selected-Line.
           MOVE 'N' TO WS-Line-Held.
           SET Hold-Idx TO 1.
           SEARCH Hold-Entry
               AT END CONTINUE
               WHEN HT-Vendor-Code (Hold-Idx) =
                    OT-Vendor-Code (Open-Idx)
                AND (HT-Invoice-Number (Hold-Idx) = SPACES
                  OR HT-Invoice-Number (Hold-Idx) =
                     OT-Invoice-Number (Open-Idx))
                   MOVE 'Y' TO WS-Line-Held
           END-SEARCH.
           IF WS-Line-Held = 'Y'
               MOVE 'O' TO OT-Status (Open-Idx)
               MOVE ZERO TO OT-Disc-Amount (Open-Idx)
               MOVE OT-Vendor-Code (Open-Idx)    TO RH-Vendor-Code
               MOVE OT-Invoice-Number (Open-Idx) TO RH-Invoice
               MOVE OT-Amount (Open-Idx)         TO RH-Gross
               WRITE Check-Register-Line FROM WS-Register-Held
               ADD 1 TO WS-Held-Count
           ELSE
               IF OT-Disc-Amount (Open-Idx) > ZERO
                  AND OT-Disc-Date (Open-Idx) < WS-Today
                   MOVE ZERO TO OT-Disc-Amount (Open-Idx)
                   MOVE 'DISC LAPSED' TO OT-Note (Open-Idx)
                   ADD 1 TO WS-Lapsed-Count
               END-IF
               IF OT-Entry-Type (Open-Idx) NOT = 'M'
                   PERFORM 1050-Note-Payee
               END-IF
           END-IF.

       1050-Note-Payee.
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

       1100-Read-Last-Check-Number.
           OPEN INPUT Check-Number-File.
           IF WS-Check-Number-Status = '00'
               READ Check-Number-File
                   AT END CONTINUE
                   NOT AT END
                       MOVE Check-Number-Rec TO WS-Last-Check-Number
               END-READ
               CLOSE Check-Number-File
           END-IF.

       1300-Save-Last-Check-Number.
           OPEN OUTPUT Check-Number-File.
           MOVE WS-Last-Check-Number TO Check-Number-Rec.
           WRITE Check-Number-Rec.
           CLOSE Check-Number-File.

      *> One check per vendor covering every released line; the
      *> register lists the lines the check settles under it. The
      *> selected debit memos come off it, but only while the check
      *> stays above zero - holds and lapsed discounts can shrink
      *> it below what the proposal saw, and a memo that no longer
      *> fits goes back to open.
       1200-Issue-Vendor-Check.
           ADD 1 TO WS-Last-Check-Number.
           MOVE ZERO TO WS-Check-Gross.
           MOVE ZERO TO WS-Check-Disc.
           MOVE ZERO TO WS-Check-Memo.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OT-Status (WS-Open-Sub) = 'S'
                  AND OT-Entry-Type (WS-Open-Sub) NOT = 'M'
                  AND OT-Vendor-Code (WS-Open-Sub) =
                      PY-Vendor-Code (WS-Payee-Sub)
                   ADD OT-Amount (WS-Open-Sub)      TO WS-Check-Gross
                   ADD OT-Disc-Amount (WS-Open-Sub) TO WS-Check-Disc
               END-IF
           END-PERFORM.
           COMPUTE WS-Memo-Room = WS-Check-Gross - WS-Check-Disc.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OT-Status (WS-Open-Sub) = 'S'
                  AND OT-Entry-Type (WS-Open-Sub) = 'M'
                  AND OT-Vendor-Code (WS-Open-Sub) =
                      PY-Vendor-Code (WS-Payee-Sub)
                   IF OT-Amount (WS-Open-Sub) < WS-Memo-Room
                       ADD OT-Amount (WS-Open-Sub) TO WS-Check-Memo
                       SUBTRACT OT-Amount (WS-Open-Sub)
                           FROM WS-Memo-Room
                   ELSE
                       MOVE 'O' TO OT-Status (WS-Open-Sub)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-Check-Net =
               WS-Check-Gross - WS-Check-Disc - WS-Check-Memo.
           MOVE '** NOT ON VENDMST **' TO WS-Payee-Name.
           SET Vend-Idx TO 1.
           SEARCH Vendor-Entry
               AT END CONTINUE
               WHEN VT-Vendor-Code (Vend-Idx) =
                    PY-Vendor-Code (WS-Payee-Sub)
                   MOVE VT-Vendor-Name (Vend-Idx) TO WS-Payee-Name
           END-SEARCH.
           MOVE WS-Last-Check-Number     TO RC-Check-Number.
           MOVE PY-Vendor-Code (WS-Payee-Sub) TO RC-Vendor-Code.
           MOVE WS-Payee-Name            TO RC-Vendor-Name.
           MOVE WS-Check-Net             TO RC-Net.
           WRITE Check-Register-Line FROM WS-Register-Check.
           PERFORM VARYING WS-Open-Sub FROM 1 BY 1
                   UNTIL WS-Open-Sub > WS-Open-Count
               IF OT-Status (WS-Open-Sub) = 'S'
                  AND OT-Vendor-Code (WS-Open-Sub) =
                      PY-Vendor-Code (WS-Payee-Sub)
                   PERFORM 1250-Pay-One-Line
               END-IF
           END-PERFORM.
           MOVE WS-Disbursement-Acct TO PP-Account.
           MOVE WS-Last-Check-Number TO PP-Check-Number.
           MOVE WS-Check-Net         TO PP-Amount.
           MOVE WS-Today             TO PP-Issue-Date.
           MOVE WS-Payee-Name        TO PP-Payee.
           WRITE Positive-Pay-Rec.
           MOVE PY-Vendor-Code (WS-Payee-Sub) TO PH-Vendor-Code.
           MOVE WS-Last-Check-Number TO PH-Check-Number.
           MOVE WS-Today             TO PH-Paid-Date.
           MOVE WS-Check-Net         TO PH-Amount.
           WRITE Payment-History-Rec.
           PERFORM 1400-Write-Disbursement.
           ADD 1 TO WS-Issued-Count.
           ADD WS-Check-Gross TO WS-Total-Gross.
           ADD WS-Check-Disc  TO WS-Total-Disc.
           ADD WS-Check-Memo  TO WS-Total-Memo.
           ADD WS-Check-Net   TO WS-Total-Net.

       1250-Pay-One-Line.
           MOVE 'P'                  TO OT-Status (WS-Open-Sub).
           MOVE WS-Last-Check-Number TO OT-Check-Number (WS-Open-Sub).
           MOVE WS-Today             TO OT-Paid-Date (WS-Open-Sub).
           MOVE OT-Invoice-Number (WS-Open-Sub) TO RL-Invoice.
           MOVE OT-PO-Number (WS-Open-Sub)      TO RL-PO-Number.
           MOVE OT-Amount (WS-Open-Sub)         TO RL-Gross.
           MOVE OT-Disc-Amount (WS-Open-Sub)    TO RL-Disc.
           MOVE OT-Note (WS-Open-Sub)           TO RL-Note.
           IF OT-Entry-Type (WS-Open-Sub) = 'M'
               MOVE 'DEBIT MEMO' TO RL-Note
           END-IF.
           WRITE Check-Register-Line FROM WS-Register-Line-Detail.

       1400-Write-Disbursement.
           MOVE SPACES TO CD-Ref.
           STRING 'VENDOR CHECK ' WS-Last-Check-Number
               DELIMITED BY SIZE INTO CD-Ref.
           MOVE WS-Today TO CD-Date.
           MOVE PY-Vendor-Code (WS-Payee-Sub) TO CD-Vendor.
           MOVE 'D' TO CD-Dr-Cr.
           MOVE WS-Accounts-Payable TO CD-Account.
           MOVE WS-Check-Gross TO CD-Amount.
           WRITE Disbursement-Extract-Line.
           MOVE 'C' TO CD-Dr-Cr.
           MOVE WS-Cash-Account TO CD-Account.
           MOVE WS-Check-Net TO CD-Amount.
           WRITE Disbursement-Extract-Line.
           IF WS-Check-Disc > ZERO
               MOVE 'C' TO CD-Dr-Cr
               MOVE WS-Discount-Account TO CD-Account
               MOVE WS-Check-Disc TO CD-Amount
               WRITE Disbursement-Extract-Line
           END-IF.
           IF WS-Check-Memo > ZERO
               MOVE 'C' TO CD-Dr-Cr
               MOVE WS-Accounts-Payable TO CD-Account
               MOVE WS-Check-Memo TO CD-Amount
               WRITE Disbursement-Extract-Line
           END-IF.

       2000-Save-Open-Payables.
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
           MOVE WS-Issued-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
