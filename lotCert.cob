       IDENTIFICATION DIVISION.
       PROGRAM-ID. lotCert.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The day's shipping manifests as manifest printed them: a
      *> header per route, its stops, then every issue line loaded
      *> on the truck with its lot. Each lot on it gets a
      *> certificate or a place on the hold list.
           SELECT Manifest-File ASSIGN TO "SHIPMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Manifest-Status.
      *> Carried lot balances: a lot must be on file for the item
      *> to be traced at all, and the date it came into stock picks
      *> the spec revision it was made or bought to.
           SELECT Lot-File ASSIGN TO "STOCKLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Status.
           SELECT Spec-File ASSIGN TO "MEASSPEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Spec-Status.
      *> The lot's own readings as itemMeasure kept them.
           SELECT Lot-Reading-File ASSIGN TO "MEASLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Reading-Status.
      *> Which gauges measured the lot, and whether the calibration
      *> lab has since found any of them out of tolerance.
           SELECT Gauge-Usage-File ASSIGN TO "MEASGUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Usage-Status.
           SELECT Gauge-File ASSIGN TO "GAUGEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gauge-Status.
      *> Per-item measurement history; gaugeFlag's suspect flag on
      *> it holds every lot of the item until quality clears it.
           SELECT History-File ASSIGN TO "MEASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
      *> One certificate of conformance per lot per truck, to ride
      *> with the shipment.
           SELECT Certificate-Report ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Certificate-Status.
      *> Lots that get no certificate and why, for quality to
      *> resolve before the truck leaves.
           SELECT Hold-Report ASSIGN TO "CERTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Two views of the printed manifest: its route header and
      *> its issue lines, laid out exactly as manifest writes them.
       FD  Manifest-File.
       01  Manifest-Line          PIC X(80).
       01  Manifest-Route-View.
           05 MR-Tag              PIC X(15).
           05 MR-Route-ID         PIC X(6).
           05 FILLER              PIC X(6).
           05 MR-Date             PIC X(8).
           05 FILLER              PIC X(45).
       01  Manifest-Issue-View.
           05 MI-Indent           PIC X(2).
           05 MI-Stock-ID1        PIC X(10).
           05 MI-Qty-Tag          PIC X(5).
           05 MI-Qty              PIC Z(4)9.
           05 FILLER              PIC X(5).
           05 MI-Doc              PIC X(8).
           05 FILLER              PIC X(5).
           05 MI-Lot              PIC X(8).
           05 FILLER              PIC X(32).

       FD  Lot-File.
       01  Lot-Rec.
           05 LO-Stock-ID1    PIC X(10).
           05 LO-Lot          PIC X(8).
           05 LO-Qty          PIC 9(5).
           05 LO-Date         PIC X(8).

       FD  Spec-File.
       01  Spec-Record.
           05 Spec-Item-ID     PIC X(6).
           05 Spec-Low-Tol     PIC 9(5)V9.
           05 Spec-High-Tol    PIC 9(5)V9.
           05 Spec-Ecn         PIC X(6).
           05 Spec-Eff-Date    PIC X(8).
           05 Spec-Status      PIC X.

       FD  Lot-Reading-File.
       01  Lot-Reading-Rec.
           05 ML-PO-Number     PIC 9(6).
           05 ML-Item-ID       PIC X(6).
           05 ML-Lot           PIC X(8).
           05 ML-Measure       PIC 9(5)V9.
           05 ML-Date          PIC X(8).
           05 ML-Result        PIC X.

       FD  Gauge-Usage-File.
       01  Gauge-Usage-Rec.
           05 GU-Gauge-ID      PIC X(6).
           05 GU-Item-ID       PIC X(6).
           05 GU-Date          PIC X(8).
           05 GU-Lot           PIC X(8).

       FD  Gauge-File.
       01  Gauge-Rec.
           05 GM-Gauge-ID      PIC X(6).
           05 GM-Description   PIC X(20).
           05 GM-Cal-Due       PIC X(8).
           05 GM-Status        PIC X.

       FD  History-File.
       01  History-Rec.
           05 MH-Item-ID       PIC X(6).
           05 MH-Count         PIC 9(7).
           05 MH-Sum           PIC 9(11)V99.
           05 MH-Min           PIC 9(5)V99.
           05 MH-Max           PIC 9(5)V99.
           05 MH-Run-Side      PIC X.
           05 MH-Run-Length    PIC 9(3).
           05 MH-Suspect       PIC X.

       FD  Certificate-Report.
       01  Certificate-Line    PIC X(80).

       FD  Hold-Report.
       01  Hold-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Manifest-Status   PIC XX.
       01  WS-Lot-Status        PIC XX.
       01  WS-Spec-Status       PIC XX.
       01  WS-Lot-Reading-Status PIC XX.
       01  WS-Usage-Status      PIC XX.
       01  WS-Gauge-Status      PIC XX.
       01  WS-History-Status    PIC XX.
       01  WS-Certificate-Status PIC XX.
       01  WS-Hold-Status       PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Ship-Date         PIC X(8).
       01  WS-Current-Route     PIC X(6) VALUE SPACES.
       01  WS-Issue-Qty         PIC 9(5).
       01  WS-Cert-Count        PIC 9(3) VALUE ZERO.
       01  WS-Spec-Count        PIC 9(3) VALUE ZERO.
       01  WS-Gauge-Count       PIC 9(3) VALUE ZERO.
       01  WS-Cert-Found        PIC X VALUE 'N'.
       01  WS-Gauge-Found       PIC X VALUE 'N'.
       01  WS-Certified-Count   PIC 9(5) VALUE ZERO.
       01  WS-Held-Count        PIC 9(5) VALUE ZERO.
       01  WS-Lookup-Item       PIC X(6).
       01  WS-Lookup-Date       PIC X(8).
       01  WS-Sel-Found         PIC X VALUE 'N'.
       01  WS-Sel-Eff-Date      PIC X(8).
       01  WS-Sel-Status        PIC X.
       01  WS-Sel-Ecn           PIC X(6).
       01  WS-Sel-Low-Tol       PIC 9(5)V9.
       01  WS-Sel-High-Tol      PIC 9(5)V9.
       01  WS-Spec-Sub          PIC 9(3).
       01  WS-Gauge-Sub         PIC 9(2).
       01  WS-Average           PIC 9(5)V99.

       01  WS-Cert-Title.
           05 FILLER            PIC X(26)
                  VALUE 'CERTIFICATE OF CONFORMANCE'.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'SHIP DATE '.
           05 CT1-Date          PIC X(8).
       01  WS-Cert-Route-Line.
           05 FILLER            PIC X(6) VALUE 'ROUTE '.
           05 CR-Route-ID       PIC X(6).
           05 FILLER            PIC X(10) VALUE ' DOCUMENT '.
           05 CR-Doc            PIC X(8).
       01  WS-Cert-Product-Line.
           05 FILLER            PIC X(8) VALUE 'PRODUCT '.
           05 CP-Stock-ID1      PIC X(10).
           05 FILLER            PIC X(5) VALUE ' LOT '.
           05 CP-Lot            PIC X(8).
           05 FILLER            PIC X(10) VALUE ' QUANTITY '.
           05 CP-Qty            PIC Z(6)9.
       01  WS-Cert-Spec-Line.
           05 FILLER            PIC X(17) VALUE 'SPECIFICATION EC '.
           05 CS-Ecn            PIC X(6).
           05 FILLER            PIC X(11) VALUE ' EFFECTIVE '.
           05 CS-Eff-Date       PIC X(8).
           05 FILLER            PIC X(11) VALUE ' TOLERANCE '.
           05 CS-Low-Tol        PIC Z(4)9.9.
           05 FILLER            PIC X(4) VALUE ' TO '.
           05 CS-High-Tol       PIC Z(4)9.9.
       01  WS-Cert-Measure-Line.
           05 FILLER            PIC X(9) VALUE 'MEASURED '.
           05 CM-Count          PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE ' PIECES MIN '.
           05 CM-Min            PIC Z(4)9.9.
           05 FILLER            PIC X(5) VALUE ' MAX '.
           05 CM-Max            PIC Z(4)9.9.
           05 FILLER            PIC X(9) VALUE ' AVERAGE '.
           05 CM-Average        PIC Z(4)9.99.
       01  WS-Cert-Gauge-Line.
           05 FILLER            PIC X(7) VALUE 'GAUGES '.
           05 CG-Gauge-Entry OCCURS 8 TIMES.
              10 CG-Gauge-ID    PIC X(6).
              10 FILLER         PIC X VALUE SPACE.
       01  WS-Cert-Statement.
           05 FILLER            PIC X(28)
                  VALUE 'THE LOT ABOVE CONFORMS TO TH'.
           05 FILLER            PIC X(24)
                  VALUE 'E SPECIFICATION IN FORCE'.
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

       01  WS-Hold-Heading.
           05 FILLER            PIC X(32)
                  VALUE 'LOTS HELD FROM CERTIFICATION - S'.
           05 FILLER            PIC X(10) VALUE 'HIP DATE  '.
           05 HH-Date           PIC X(8).
       01  WS-Hold-Detail.
           05 FILLER            PIC X(6) VALUE 'ROUTE '.
           05 HD-Route-ID       PIC X(6).
           05 FILLER            PIC X(6) VALUE ' ITEM '.
           05 HD-Stock-ID1      PIC X(10).
           05 FILLER            PIC X(5) VALUE ' LOT '.
           05 HD-Lot            PIC X(8).
           05 FILLER            PIC X(5) VALUE ' DOC '.
           05 HD-Doc            PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 HD-Reason         PIC X(25).

      *> One entry per lot per truck, with everything the trace
      *> finds for it gathered on the entry as each file passes.
       01  Cert-Table.
           05 Cert-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Cert-Count
                  INDEXED BY Cert-Idx.
              10 CT-Route-ID     PIC X(6).
              10 CT-Stock-ID1    PIC X(10).
              10 CT-Lot          PIC X(8).
              10 CT-Doc          PIC X(8).
              10 CT-Qty          PIC 9(7).
              10 CT-Lot-Found    PIC X.
              10 CT-Lot-Date     PIC X(8).
              10 CT-Read-Count   PIC 9(5).
              10 CT-Sum          PIC 9(9)V9.
              10 CT-Min          PIC 9(5)V9.
              10 CT-Max          PIC 9(5)V9.
              10 CT-Suspect      PIC X.
              10 CT-Gauge-Count  PIC 9(2).
              10 CT-Gauge-ID     PIC X(6) OCCURS 8 TIMES.

       01  Spec-Table.
           05 Spec-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Spec-Count
                  INDEXED BY Spec-Idx.
              10 SP-Item-ID    PIC X(6).
              10 SP-Low-Tol    PIC 9(5)V9.
              10 SP-High-Tol   PIC 9(5)V9.
              10 SP-Ecn        PIC X(6).
              10 SP-Eff-Date   PIC X(8).
              10 SP-Status     PIC X.

       01  Gauge-Table.
           05 Gauge-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Gauge-Count
                  INDEXED BY Gauge-Idx.
              10 GT-Gauge-ID    PIC X(6).
              10 GT-Status      PIC X.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'LOTCERT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'LOTCERT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today TO WS-Ship-Date.
           PERFORM 0100-Load-Manifest.
           PERFORM 0200-Trace-Stock-Lots.
           PERFORM 0300-Load-Spec-Table.
           PERFORM 0400-Collect-Lot-Readings.
           PERFORM 0500-Load-Gauges.
           PERFORM 0600-Collect-Gauge-Usage.
           PERFORM 0700-Check-History.
           OPEN OUTPUT Certificate-Report.
           IF WS-Certificate-Status NOT = '00'
               DISPLAY 'CERTRPT OPEN FAILED, STATUS='
                   WS-Certificate-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Hold-Report.
           IF WS-Hold-Status NOT = '00'
               DISPLAY 'CERTHOLD OPEN FAILED, STATUS=' WS-Hold-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Certificate-Report
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Ship-Date TO HH-Date.
           WRITE Hold-Line FROM WS-Hold-Heading.
           PERFORM VARYING Cert-Idx FROM 1 BY 1
                   UNTIL Cert-Idx > WS-Cert-Count
               PERFORM 1000-Certify-One-Lot
           END-PERFORM.
           CLOSE Certificate-Report.
           CLOSE Hold-Report.
           IF WS-Held-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'SHIPPED LOTS HELD FROM CERTIFICATION'
                   TO RLP-Message
               MOVE WS-Held-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'LOTS CERTIFIED: ' WS-Certified-Count
               ' HELD: ' WS-Held-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Lines other than a route header or an issue line - the
      *> stop lines - carry nothing to certify and are passed over.
      *> A lot left off the table would ship with no certificate and
      *> no hold, so a manifest past the table is refused.
       0100-Load-Manifest.
           OPEN INPUT Manifest-File.
           IF WS-Manifest-Status NOT = '00'
               DISPLAY 'SHIPMANF OPEN FAILED, STATUS='
                   WS-Manifest-Status ' - NOTHING TO CERTIFY'
               MOVE 48 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Manifest-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               EVALUATE TRUE
                   WHEN MR-Tag = 'MANIFEST ROUTE '
                       MOVE MR-Route-ID TO WS-Current-Route
                       IF MR-Date NUMERIC
                           MOVE MR-Date TO WS-Ship-Date
                       END-IF
                   WHEN MI-Indent = SPACES
                        AND MI-Qty-Tag = ' QTY='
                       PERFORM 0110-Note-Shipped-Lot
               END-EVALUATE
               READ Manifest-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Manifest-File.

       0110-Note-Shipped-Lot.
           MOVE MI-Qty TO WS-Issue-Qty.
           MOVE 'N' TO WS-Cert-Found.
           SET Cert-Idx TO 1.
           SEARCH Cert-Entry
               AT END CONTINUE
               WHEN CT-Route-ID (Cert-Idx) = WS-Current-Route
                    AND CT-Stock-ID1 (Cert-Idx) = MI-Stock-ID1
                    AND CT-Lot (Cert-Idx) = MI-Lot
                   MOVE 'Y' TO WS-Cert-Found
           END-SEARCH.
           IF WS-Cert-Found = 'Y'
               ADD WS-Issue-Qty TO CT-Qty (Cert-Idx)
           ELSE
               IF WS-Cert-Count >= 300
                   DISPLAY 'SHIPMANF EXCEEDS ' WS-Cert-Count
                       ' LOTS - CERTIFICATION REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'MANIFEST LOTS OVERFLOW TABLE' TO RLP-Message
                   MOVE WS-Cert-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
               ADD 1 TO WS-Cert-Count
               SET Cert-Idx TO WS-Cert-Count
               MOVE WS-Current-Route TO CT-Route-ID (Cert-Idx)
               MOVE MI-Stock-ID1     TO CT-Stock-ID1 (Cert-Idx)
               MOVE MI-Lot           TO CT-Lot (Cert-Idx)
               MOVE MI-Doc           TO CT-Doc (Cert-Idx)
               MOVE WS-Issue-Qty     TO CT-Qty (Cert-Idx)
               MOVE 'N'              TO CT-Lot-Found (Cert-Idx)
               MOVE HIGH-VALUES      TO CT-Lot-Date (Cert-Idx)
               MOVE ZERO             TO CT-Read-Count (Cert-Idx)
               MOVE ZERO             TO CT-Sum (Cert-Idx)
               MOVE 99999.9          TO CT-Min (Cert-Idx)
               MOVE ZERO             TO CT-Max (Cert-Idx)
               MOVE 'N'              TO CT-Suspect (Cert-Idx)
               MOVE ZERO             TO CT-Gauge-Count (Cert-Idx)
           END-IF.

      *> The lot's first appearance on the balances is the date it
      *> came into stock.
       0200-Trace-Stock-Lots.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Lot-File.
           IF WS-Lot-Status = '00'
               READ Lot-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM VARYING Cert-Idx FROM 1 BY 1
                           UNTIL Cert-Idx > WS-Cert-Count
                       IF CT-Stock-ID1 (Cert-Idx) = LO-Stock-ID1
                            AND CT-Lot (Cert-Idx) = LO-Lot
                            AND LO-Lot NOT = SPACES
                           MOVE 'Y' TO CT-Lot-Found (Cert-Idx)
                           IF LO-Date < CT-Lot-Date (Cert-Idx)
                               MOVE LO-Date TO CT-Lot-Date (Cert-Idx)
                           END-IF
                       END-IF
                   END-PERFORM
                   READ Lot-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Lot-File
           END-IF.

       0300-Load-Spec-Table.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Spec-File.
           IF WS-Spec-Status = '00'
               READ Spec-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Spec-Count >= 200
                   ADD 1 TO WS-Spec-Count
                   MOVE Spec-Item-ID  TO SP-Item-ID (WS-Spec-Count)
                   MOVE Spec-Low-Tol  TO SP-Low-Tol (WS-Spec-Count)
                   MOVE Spec-High-Tol TO SP-High-Tol (WS-Spec-Count)
                   MOVE Spec-Ecn      TO SP-Ecn (WS-Spec-Count)
                   MOVE Spec-Eff-Date TO SP-Eff-Date (WS-Spec-Count)
                   MOVE Spec-Status   TO SP-Status (WS-Spec-Count)
                   READ Spec-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Spec-File
           END-IF.

       0400-Collect-Lot-Readings.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Lot-Reading-File.
           IF WS-Lot-Reading-Status = '00'
               READ Lot-Reading-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM VARYING Cert-Idx FROM 1 BY 1
                           UNTIL Cert-Idx > WS-Cert-Count
                       IF CT-Stock-ID1 (Cert-Idx) (1:6) = ML-Item-ID
                            AND CT-Lot (Cert-Idx) = ML-Lot
                            AND ML-Lot NOT = SPACES
                           PERFORM 0410-Add-Lot-Reading
                       END-IF
                   END-PERFORM
                   READ Lot-Reading-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Lot-Reading-File
           END-IF.

       0410-Add-Lot-Reading.
           ADD 1 TO CT-Read-Count (Cert-Idx).
           ADD ML-Measure TO CT-Sum (Cert-Idx).
           IF ML-Measure < CT-Min (Cert-Idx)
               MOVE ML-Measure TO CT-Min (Cert-Idx)
           END-IF.
           IF ML-Measure > CT-Max (Cert-Idx)
               MOVE ML-Measure TO CT-Max (Cert-Idx)
           END-IF.

       0500-Load-Gauges.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Gauge-File.
           IF WS-Gauge-Status = '00'
               READ Gauge-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Gauge-Count >= 100
                   ADD 1 TO WS-Gauge-Count
                   MOVE GM-Gauge-ID TO GT-Gauge-ID (WS-Gauge-Count)
                   MOVE GM-Status   TO GT-Status (WS-Gauge-Count)
                   READ Gauge-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Gauge-File
           END-IF.

      *> Every gauge that touched the lot is named on the
      *> certificate, up to a line's worth; any one of them since
      *> found out of tolerance makes the lot's readings suspect.
       0600-Collect-Gauge-Usage.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Gauge-Usage-File.
           IF WS-Usage-Status = '00'
               READ Gauge-Usage-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM VARYING Cert-Idx FROM 1 BY 1
                           UNTIL Cert-Idx > WS-Cert-Count
                       IF CT-Stock-ID1 (Cert-Idx) (1:6) = GU-Item-ID
                            AND CT-Lot (Cert-Idx) = GU-Lot
                            AND GU-Lot NOT = SPACES
                           PERFORM 0610-Note-Lot-Gauge
                       END-IF
                   END-PERFORM
                   READ Gauge-Usage-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Gauge-Usage-File
           END-IF.

       0610-Note-Lot-Gauge.
           MOVE 'N' TO WS-Gauge-Found.
           PERFORM VARYING WS-Gauge-Sub FROM 1 BY 1
                   UNTIL WS-Gauge-Sub > CT-Gauge-Count (Cert-Idx)
               IF CT-Gauge-ID (Cert-Idx WS-Gauge-Sub) = GU-Gauge-ID
                   MOVE 'Y' TO WS-Gauge-Found
               END-IF
           END-PERFORM.
           IF WS-Gauge-Found = 'N' AND CT-Gauge-Count (Cert-Idx) < 8
               ADD 1 TO CT-Gauge-Count (Cert-Idx)
               MOVE GU-Gauge-ID TO
                   CT-Gauge-ID (Cert-Idx CT-Gauge-Count (Cert-Idx))
           END-IF.
           SET Gauge-Idx TO 1.
           SEARCH Gauge-Entry
               AT END CONTINUE
               WHEN GT-Gauge-ID (Gauge-Idx) = GU-Gauge-ID
                   IF GT-Status (Gauge-Idx) = 'T'
                       MOVE 'Y' TO CT-Suspect (Cert-Idx)
                   END-IF
           END-SEARCH.

      *> gaugeFlag marks the item's history suspect when a gauge
      *> that measured it fails calibration; until quality clears
      *> the flag, no lot of the item is certified.
       0700-Check-History.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT History-File.
           IF WS-History-Status = '00'
               READ History-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF MH-Suspect = 'Y'
                       PERFORM VARYING Cert-Idx FROM 1 BY 1
                               UNTIL Cert-Idx > WS-Cert-Count
                           IF CT-Stock-ID1 (Cert-Idx) (1:6)
                                = MH-Item-ID
                               MOVE 'Y' TO CT-Suspect (Cert-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ History-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE History-File
           END-IF.

      *> The first reason found holds the lot; only a lot traced to
      *> stock, measured on its own, on trustworthy gauges, inside
      *> the spec in force when it came into stock is certified.
       1000-Certify-One-Lot.
           MOVE SPACES TO HD-Reason.
           MOVE CT-Stock-ID1 (Cert-Idx) (1:6) TO WS-Lookup-Item.
           MOVE CT-Lot-Date (Cert-Idx) TO WS-Lookup-Date.
           PERFORM 1100-Select-Spec-Version.
           EVALUATE TRUE
               WHEN CT-Lot (Cert-Idx) = SPACES
                   MOVE 'NO LOT ON ISSUE' TO HD-Reason
               WHEN CT-Lot-Found (Cert-Idx) = 'N'
                   MOVE 'LOT NOT ON STOCKLOT' TO HD-Reason
               WHEN CT-Read-Count (Cert-Idx) = ZERO
                   MOVE 'NO MEASUREMENTS' TO HD-Reason
               WHEN CT-Suspect (Cert-Idx) = 'Y'
                   MOVE 'MEASUREMENTS SUSPECT' TO HD-Reason
               WHEN WS-Sel-Found = 'N'
                   MOVE 'NO SPEC IN FORCE' TO HD-Reason
               WHEN CT-Min (Cert-Idx) < WS-Sel-Low-Tol
                    OR CT-Max (Cert-Idx) > WS-Sel-High-Tol
                   MOVE 'MEASURED OUT OF SPEC' TO HD-Reason
           END-EVALUATE.
           IF HD-Reason = SPACES
               PERFORM 1200-Write-Certificate
           ELSE
               MOVE CT-Route-ID (Cert-Idx)  TO HD-Route-ID
               MOVE CT-Stock-ID1 (Cert-Idx) TO HD-Stock-ID1
               MOVE CT-Lot (Cert-Idx)       TO HD-Lot
               MOVE CT-Doc (Cert-Idx)       TO HD-Doc
               WRITE Hold-Line FROM WS-Hold-Detail
               ADD 1 TO WS-Held-Count
           END-IF.

      *> The spec revision in force on the lot's stock date, the
      *> same selection rule itemMeasure applies; an obsolete latest
      *> revision means the item had no spec then.
       1100-Select-Spec-Version.
           MOVE 'N' TO WS-Sel-Found.
           MOVE LOW-VALUES TO WS-Sel-Eff-Date.
           PERFORM VARYING WS-Spec-Sub FROM 1 BY 1
                   UNTIL WS-Spec-Sub > WS-Spec-Count
               IF SP-Item-ID (WS-Spec-Sub) = WS-Lookup-Item
                    AND SP-Eff-Date (WS-Spec-Sub) NOT > WS-Lookup-Date
                    AND SP-Eff-Date (WS-Spec-Sub)
                        NOT < WS-Sel-Eff-Date
                   MOVE SP-Eff-Date (WS-Spec-Sub) TO WS-Sel-Eff-Date
                   MOVE SP-Status (WS-Spec-Sub)   TO WS-Sel-Status
                   MOVE SP-Ecn (WS-Spec-Sub)      TO WS-Sel-Ecn
                   MOVE SP-Low-Tol (WS-Spec-Sub)  TO WS-Sel-Low-Tol
                   MOVE SP-High-Tol (WS-Spec-Sub) TO WS-Sel-High-Tol
                   MOVE 'Y' TO WS-Sel-Found
               END-IF
           END-PERFORM.
           IF WS-Sel-Found = 'Y' AND WS-Sel-Status = 'O'
               MOVE 'N' TO WS-Sel-Found
           END-IF.

       1200-Write-Certificate.
           MOVE WS-Ship-Date TO CT1-Date.
           WRITE Certificate-Line FROM WS-Cert-Title.
           MOVE CT-Route-ID (Cert-Idx)  TO CR-Route-ID.
           MOVE CT-Doc (Cert-Idx)       TO CR-Doc.
           WRITE Certificate-Line FROM WS-Cert-Route-Line.
           MOVE CT-Stock-ID1 (Cert-Idx) TO CP-Stock-ID1.
           MOVE CT-Lot (Cert-Idx)       TO CP-Lot.
           MOVE CT-Qty (Cert-Idx)       TO CP-Qty.
           WRITE Certificate-Line FROM WS-Cert-Product-Line.
           MOVE WS-Sel-Ecn              TO CS-Ecn.
           MOVE WS-Sel-Eff-Date         TO CS-Eff-Date.
           MOVE WS-Sel-Low-Tol          TO CS-Low-Tol.
           MOVE WS-Sel-High-Tol         TO CS-High-Tol.
           WRITE Certificate-Line FROM WS-Cert-Spec-Line.
           COMPUTE WS-Average ROUNDED =
               CT-Sum (Cert-Idx) / CT-Read-Count (Cert-Idx).
           MOVE CT-Read-Count (Cert-Idx) TO CM-Count.
           MOVE CT-Min (Cert-Idx)        TO CM-Min.
           MOVE CT-Max (Cert-Idx)        TO CM-Max.
           MOVE WS-Average               TO CM-Average.
           WRITE Certificate-Line FROM WS-Cert-Measure-Line.
           PERFORM VARYING WS-Gauge-Sub FROM 1 BY 1
                   UNTIL WS-Gauge-Sub > 8
               IF WS-Gauge-Sub > CT-Gauge-Count (Cert-Idx)
                   MOVE SPACES TO CG-Gauge-ID (WS-Gauge-Sub)
               ELSE
                   MOVE CT-Gauge-ID (Cert-Idx WS-Gauge-Sub)
                       TO CG-Gauge-ID (WS-Gauge-Sub)
               END-IF
           END-PERFORM.
           WRITE Certificate-Line FROM WS-Cert-Gauge-Line.
           WRITE Certificate-Line FROM WS-Cert-Statement.
           WRITE Certificate-Line FROM WS-Blank-Line.
           ADD 1 TO WS-Certified-Count.

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
           MOVE WS-Certified-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
