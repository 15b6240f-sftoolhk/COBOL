      *> Vendor invoices keyed to the PO line: the three-way match
      *> proves each against what was ordered (POFILE) and what
      *> poReceive actually booked, and pays only the matched
      *> quantity at the invoice price, the accrual relieved at the
      *> PO price and the difference booked as invoice price
      *> variance.
           SELECT Invoice-File ASSIGN TO "VENDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT Payable-Extract ASSIGN TO "APEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
      *> Open payables the vendor payment run selects from: every
      *> matched line is added here as it is set up on APEXTR.
           SELECT Open-Payables-File ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Status.
      *> Invoice price variance per matched invoice, alongside the
      *> purchase price variance qcRelease records at receipt.
           SELECT Variance-File ASSIGN TO "PPVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Variance-Status.

       DATA DIVISION.
       FILE SECTION.
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  Discrepancy-Report.
       01  Discrepancy-Line       PIC X(80).
           05 AP-Date         PIC X(8).
           05 AP-Vendor       PIC X(5).

       FD  Open-Payables-File.
       01  Open-Payable-Rec.
           COPY APOPEN.

       FD  Variance-File.
       01  Variance-Rec.
           COPY PPVHIST.

       WORKING-STORAGE SECTION.
       01  WS-Invoice-Status    PIC XX.
       01  WS-PO-Status         PIC XX.
       01  WS-Discrepancy-Status PIC XX.
       01  WS-Extract-Status    PIC XX.
       01  WS-Open-Status       PIC XX.
       01  WS-Variance-Status   PIC XX.
       01  WS-Accrual-Amount    PIC 9(7)V99.
       01  WS-Variance-Amount   PIC S9(7)V99.
       01  WS-IPV-Total         PIC S9(9)V99 VALUE ZERO.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-PO-Eof            PIC X VALUE 'N'.
       01  WS-PO-Count          PIC 9(3) VALUE ZERO.
      *> vendor payable the payment run settles.
       01  WS-Payable-Accrual   PIC X(8) VALUE '21100000'.
       01  WS-Accounts-Payable  PIC X(8) VALUE '21200000'.
      *> Invoice price variance: what the vendor billed over (or
      *> under) the PO price the receipt was accrued at.
       01  WS-IPV-Account       PIC X(8) VALUE '51600000'.
       01  WS-Discrepancy-Detail.
           05 DI-Invoice      PIC X(10).
           05 FILLER          PIC X(4) VALUE ' PO='.
              10 PT-Order-Date   PIC X(8).
              10 PT-Unit-Price   PIC 9(5)V99.
              10 PT-Inv-Qty      PIC 9(5).
              10 PT-Blanket-No   PIC 9(6).
              10 PT-Release-No   PIC 9(3).


      *> Run-control interface: checked at startup so a second
           END-IF.
           OPEN OUTPUT Discrepancy-Report.
           OPEN OUTPUT Payable-Extract.
           OPEN EXTEND Open-Payables-File.
           IF WS-Open-Status = '35'
               OPEN OUTPUT Open-Payables-File
           END-IF.
           IF WS-Open-Status NOT = '00'
               DISPLAY 'APOPEN OPEN FAILED, STATUS=' WS-Open-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Variance-File.
           IF WS-Variance-Status = '35'
               OPEN OUTPUT Variance-File
           END-IF.
           READ Invoice-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           CLOSE Invoice-File.
           CLOSE Discrepancy-Report.
           CLOSE Payable-Extract.
           CLOSE Open-Payables-File.
           CLOSE Variance-File.
           PERFORM 2000-Save-PO-Table.
           DISPLAY 'INVOICES MATCHED: ' WS-Matched-Count
               ' DISCREPANCIES: ' WS-Discrepancy-Count
               ' PAYABLE TOTAL: ' WS-Matched-Total
               ' IPV: ' WS-IPV-Total.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

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
               MOVE PT-Order-Date (PO-Idx)  TO PO-Order-Date
               MOVE PT-Unit-Price (PO-Idx)  TO PO-Unit-Price
               MOVE PT-Inv-Qty (PO-Idx)     TO PO-Inv-Qty
               MOVE PT-Blanket-No (PO-Idx)  TO PO-Blanket-No
               MOVE PT-Release-No (PO-Idx)  TO PO-Release-No
               WRITE PO-Rec
           END-PERFORM.
           CLOSE PO-File.
      *> The three-way screen: the PO line must exist and belong to
      *> the billing vendor, the received quantity must cover what
      *> is billed beyond what already paid, and the price must sit
      *> inside tolerance of the PO price - or, on a release against
      *> a blanket agreement, be the contract price exactly.
      *> Anything else is a discrepancy, not a payment.
       1000-Match-One-Invoice.
           MOVE 'N' TO WS-PO-Found.
           SET PO-Idx TO 1.
               WHEN IV-Qty > WS-Open-To-Invoice
                   MOVE 'QTY EXCEEDS RECEIVED' TO DI-Reason
                   PERFORM 1800-Write-Discrepancy
               WHEN PT-Blanket-No (PO-Idx) > ZERO
                    AND WS-Price-Diff NOT = ZERO
                   MOVE 'NOT AT CONTRACT PRICE' TO DI-Reason
                   PERFORM 1800-Write-Discrepancy
               WHEN PT-Unit-Price (PO-Idx) > ZERO
                    AND (WS-Price-Diff > WS-Price-Limit
                     OR WS-Price-Diff < ZERO - WS-Price-Limit)
                   PERFORM 1500-Pay-Matched-Quantity
           END-EVALUATE.

      *> The payable is the matched quantity at the invoice price.
      *> The receipt was accrued at the PO price, so that is what
      *> the accrual is relieved by; an invoice inside tolerance
      *> but off the PO price books the difference to invoice
      *> price variance. A line with no PO price accrued nothing
      *> to vary from.
       1500-Pay-Matched-Quantity.
           MOVE IV-Qty TO WS-Payable-Qty.
           COMPUTE WS-Payable-Amount ROUNDED =
               WS-Payable-Qty * IV-Unit-Price.
           IF PT-Unit-Price (PO-Idx) > ZERO
               COMPUTE WS-Accrual-Amount ROUNDED =
                   WS-Payable-Qty * PT-Unit-Price (PO-Idx)
           ELSE
               MOVE WS-Payable-Amount TO WS-Accrual-Amount
           END-IF.
           COMPUTE WS-Variance-Amount =
               WS-Payable-Amount - WS-Accrual-Amount.
           ADD WS-Payable-Qty TO PT-Inv-Qty (PO-Idx).
           ADD 1 TO WS-Matched-Count.
           ADD WS-Payable-Amount TO WS-Matched-Total.
               DELIMITED BY SIZE INTO AP-Ref.
           MOVE WS-Today        TO AP-Date.
           MOVE IV-Vendor-Code  TO AP-Vendor.
           MOVE WS-Accrual-Amount TO AP-Amount.
           MOVE 'D' TO AP-Dr-Cr.
           MOVE WS-Payable-Accrual TO AP-Account.
           WRITE Payable-Extract-Line.
           IF WS-Variance-Amount NOT = ZERO
               PERFORM 1600-Write-Invoice-Variance
           END-IF.
           MOVE WS-Payable-Amount TO AP-Amount.
           MOVE 'C' TO AP-Dr-Cr.
           MOVE WS-Accounts-Payable TO AP-Account.
           WRITE Payable-Extract-Line.
      *> Terms run from the day the invoice proves, which is the day
      *> it becomes payable.
           MOVE IV-Vendor-Code    TO OP-Vendor-Code.
           MOVE IV-Invoice-Number TO OP-Invoice-Number.
           MOVE IV-PO-Number      TO OP-PO-Number.
           MOVE WS-Today          TO OP-Invoice-Date.
           MOVE WS-Payable-Amount TO OP-Amount.
           MOVE 'O'               TO OP-Status.
           MOVE SPACES            TO OP-Due-Date.
           MOVE SPACES            TO OP-Disc-Date.
           MOVE ZERO              TO OP-Disc-Amount.
           MOVE ZERO              TO OP-Check-Number.
           MOVE SPACES            TO OP-Paid-Date.
           MOVE 'I'               TO OP-Entry-Type.
           WRITE Open-Payable-Rec.
           DISPLAY 'INVOICE ' IV-Invoice-Number ' MATCHED, PAYS '
               WS-Payable-Amount.

      *> Billed over the PO price debits the variance, under it
      *> credits it; either way the history carries it signed for
      *> the monthly variance report.
       1600-Write-Invoice-Variance.
           IF WS-Variance-Amount > ZERO
               MOVE 'D' TO AP-Dr-Cr
               MOVE WS-Variance-Amount TO AP-Amount
           ELSE
               MOVE 'C' TO AP-Dr-Cr
               COMPUTE AP-Amount = ZERO - WS-Variance-Amount
           END-IF.
           MOVE WS-IPV-Account TO AP-Account.
           WRITE Payable-Extract-Line.
           ADD WS-Variance-Amount TO WS-IPV-Total.
           MOVE WS-Today                TO PV-Date.
           MOVE 'I'                     TO PV-Type.
           MOVE SPACES                  TO PV-Stock-ID1.
           MOVE PT-Inv-Num (PO-Idx)     TO PV-Stock-ID1 (1:5).
           MOVE IV-Vendor-Code          TO PV-Vendor-Code.
           MOVE IV-PO-Number            TO PV-PO-Number.
           MOVE WS-Payable-Qty          TO PV-Qty.
           MOVE PT-Unit-Price (PO-Idx)  TO PV-Base-Price.
           MOVE IV-Unit-Price           TO PV-Actual-Price.
           MOVE WS-Variance-Amount      TO PV-Variance.
           WRITE Variance-Rec.

       1800-Write-Discrepancy.
           MOVE IV-Invoice-Number TO DI-Invoice.
           MOVE IV-PO-Number      TO DI-PO-Number.
