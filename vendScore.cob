      *> Periodic scorecard per vendor from data the system already
      *> captures: fill rate and short/over shipments from POFILE,
      *> lead time from the receipt history, quality from the
      *> measurement failures tied back through the vendor master
      *> and from the goods shipped back on return authorizations.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT Variance-Report ASSIGN TO "MEASVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Variance-Status.
           SELECT Return-History-File ASSIGN TO "RTVHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Return-Status.
           SELECT Scorecard-Report ASSIGN TO "VENDSCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           05 VM-Vendor-Name      PIC X(25).
           05 VM-Inv-Num          PIC 9(5).
           05 VM-Unit-Price       PIC 9(5)V99.
      *> Payment terms: net days, early-pay discount percent, and
      *> the days the discount stays open. Only the payment run
      *> reads them.
           05 VM-Net-Days         PIC 9(3).
           05 VM-Disc-Pct         PIC 9(2)V99.
           05 VM-Disc-Days        PIC 9(3).
      *> 1099 reporting: Y when payments to the vendor are
      *> reportable, the vendor's taxpayer ID, and the 1099 box the
      *> payments report in. Only the 1099 run reads them.
           05 VM-1099-Flag        PIC X.
           05 VM-Tax-ID           PIC X(9).
           05 VM-1099-Box         PIC X(2).
      *> Y when the vendor trades electronically: new POs and
      *> changes go out on the electronic order file and the
      *> vendor's advance ship notices are taken in.
           05 VM-EDI-Flag         PIC X.

       FD  PO-File.
       01  PO-Rec.
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  Receipt-History-File.
       01  Receipt-History-Rec.
       FD  Variance-Report.
       01  Variance-Line       PIC X(80).

       FD  Return-History-File.
       01  Return-History-Rec.
           COPY RTVHIST.

       FD  Scorecard-Report.
       01  Scorecard-Line      PIC X(80).

       01  WS-Error-Status      PIC XX.
       01  WS-Variance-Status   PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Return-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Vendor-Count      PIC 9(3) VALUE ZERO.
       01  WS-PO-Count          PIC 9(3) VALUE ZERO.
              10 VT-Lead-Days    PIC 9(7).
              10 VT-Receipt-Count PIC 9(5).
              10 VT-Quality-Fails PIC 9(4).
              10 VT-Return-Count PIC 9(4).

      *> Order dates per PO so a receipt can be aged against the
      *> day the order went out.
           PERFORM 2000-Score-Receipt-History.
           PERFORM 3000-Score-Measurement-Errors.
           PERFORM 3500-Score-Measurement-Variances.
           PERFORM 3700-Score-Vendor-Returns.
           PERFORM 4000-Write-Scorecard.
           PERFORM 9000-End-Run-Control.
           STOP RUN.
               MOVE ZERO TO VT-Lead-Days (WS-Vendor-Count)
               MOVE ZERO TO VT-Receipt-Count (WS-Vendor-Count)
               MOVE ZERO TO VT-Quality-Fails (WS-Vendor-Count)
               MOVE ZERO TO VT-Return-Count (WS-Vendor-Count)
               READ Vendor-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               CLOSE Variance-Report
           END-IF.

      *> Every return authorization shipped back is a quality fail
      *> charged straight to the vendor it went to.
       3700-Score-Vendor-Returns.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Return-History-File.
           IF WS-Return-Status = '00'
               READ Return-History-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   SET Vend-Idx TO 1
                   SEARCH Vendor-Entry
                       AT END CONTINUE
                       WHEN VT-Vendor-Code (Vend-Idx) = RV-Vendor-Code
                           ADD 1 TO VT-Return-Count (Vend-Idx)
                           ADD 1 TO VT-Quality-Fails (Vend-Idx)
                   END-SEARCH
                   READ Return-History-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Return-History-File
           END-IF.

       4000-Write-Scorecard.
           OPEN OUTPUT Scorecard-Report.
           IF WS-Report-Status NOT = '00'
           DISPLAY VT-Vendor-Code (Vend-Idx)
               ' FILL ' WS-Fill-Rate
               ' LEAD ' WS-Avg-Lead
               ' QUALITY FAILS ' VT-Quality-Fails (Vend-Idx)
               ' RETURNS ' VT-Return-Count (Vend-Idx).

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
