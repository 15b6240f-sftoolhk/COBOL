       IDENTIFICATION DIVISION.
       PROGRAM-ID. blanketStatus.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Blanket agreements with the running figures poGenerate and
      *> poReceive keep on them.
           SELECT Blanket-File ASSIGN TO "BLANKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Blanket-Status.
      *> Status per agreement for purchasing: committed, released,
      *> received and remaining, with a warning on any agreement
      *> about to run out of time or quantity so it can be renewed
      *> before items fall back to one-off sourcing.
           SELECT Status-Report ASSIGN TO "BLKTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Blanket-File.
       01  Blanket-Rec.
           COPY BLANKET.

       FD  Status-Report.
       01  Status-Line            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Blanket-Status    PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Today-Integer     PIC 9(8).
       01  WS-End-Integer       PIC 9(8).
       01  WS-Days-Left         PIC S9(7).
       01  WS-Released-Qty      PIC 9(7).
       01  WS-Received-Qty      PIC 9(7).
       01  WS-Remaining-Qty     PIC 9(7).
       01  WS-Low-Qty           PIC 9(7).
       01  WS-Agreement-Count   PIC 9(5) VALUE ZERO.
       01  WS-Warning-Count     PIC 9(5) VALUE ZERO.
      *> An agreement warns this many days before its end date, and
      *> when no more than this percent of the committed quantity
      *> is left to release.
       01  WS-Expiry-Warn-Days  PIC 9(3) VALUE 030.
       01  WS-Low-Qty-Pct       PIC 9(3) VALUE 010.

       01  WS-Report-Heading.
           05 FILLER            PIC X(31)
                  VALUE 'BLANKET AGREEMENT STATUS AS OF '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Agreement-Line.
           05 FILLER            PIC X(5) VALUE 'AGMT '.
           05 AL-Agreement-No   PIC 9(6).
           05 FILLER            PIC X(6) VALUE ' ITEM '.
           05 AL-Inv-Num        PIC 9(5).
           05 FILLER            PIC X(8) VALUE ' VENDOR '.
           05 AL-Vendor-Code    PIC X(5).
           05 FILLER            PIC X(7) VALUE ' PRICE '.
           05 AL-Price          PIC Z(4)9.99.
           05 FILLER            PIC X(7) VALUE ' VALID '.
           05 AL-Start-Date     PIC X(8).
           05 FILLER            PIC X VALUE '-'.
           05 AL-End-Date       PIC X(8).
       01  WS-Quantity-Line.
           05 FILLER            PIC X(9) VALUE '  COMMIT '.
           05 QL-Committed      PIC Z(6)9.
           05 FILLER            PIC X(7) VALUE ' RELSD '.
           05 QL-Released       PIC Z(6)9.
           05 FILLER            PIC X(6) VALUE ' RCVD '.
           05 QL-Received       PIC Z(6)9.
           05 FILLER            PIC X(6) VALUE ' LEFT '.
           05 QL-Remaining      PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 QL-Time-Flag      PIC X(11).
           05 FILLER            PIC X VALUE SPACE.
           05 QL-Qty-Flag       PIC X(11).
       01  WS-Report-Totals.
           05 FILLER            PIC X(11) VALUE 'AGREEMENTS '.
           05 RT-Agreements     PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' WARNINGS '.
           05 RT-Warnings       PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'BLANKETSTAT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'BLANKETSTAT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today TO WS-Date-Numeric.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           OPEN INPUT Blanket-File.
           IF WS-Blanket-Status NOT = '00'
               DISPLAY 'BLANKET OPEN FAILED, STATUS='
                   WS-Blanket-Status ' - NO AGREEMENTS ON FILE'
               MOVE 44 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Status-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'BLKTSTAT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Blanket-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Status-Line FROM WS-Report-Heading.
           READ Blanket-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Report-One-Agreement
               READ Blanket-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Agreement-Count TO RT-Agreements.
           MOVE WS-Warning-Count   TO RT-Warnings.
           WRITE Status-Line FROM WS-Report-Totals.
           CLOSE Blanket-File.
           CLOSE Status-Report.
           IF WS-Warning-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'BLANKETS NEAR EXPIRY OR EXHAUSTION'
                   TO RLP-Message
               MOVE WS-Warning-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'BLANKET AGREEMENTS: ' WS-Agreement-Count
               ' WARNINGS: ' WS-Warning-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Remaining is what is still there to release. Time runs out
      *> on the end date; quantity runs out on the committed
      *> figure. A closed agreement is listed without warnings.
       1000-Report-One-Agreement.
           ADD 1 TO WS-Agreement-Count.
           IF BK-Released-Qty NUMERIC
               MOVE BK-Released-Qty TO WS-Released-Qty
           ELSE
               MOVE ZERO TO WS-Released-Qty
           END-IF.
           IF BK-Received-Qty NUMERIC
               MOVE BK-Received-Qty TO WS-Received-Qty
           ELSE
               MOVE ZERO TO WS-Received-Qty
           END-IF.
           IF WS-Released-Qty < BK-Committed-Qty
               COMPUTE WS-Remaining-Qty =
                   BK-Committed-Qty - WS-Released-Qty
           ELSE
               MOVE ZERO TO WS-Remaining-Qty
           END-IF.
           MOVE BK-Agreement-No   TO AL-Agreement-No.
           MOVE BK-Inv-Num        TO AL-Inv-Num.
           MOVE BK-Vendor-Code    TO AL-Vendor-Code.
           MOVE BK-Contract-Price TO AL-Price.
           MOVE BK-Start-Date     TO AL-Start-Date.
           MOVE BK-End-Date       TO AL-End-Date.
           MOVE BK-Committed-Qty  TO QL-Committed.
           MOVE WS-Released-Qty   TO QL-Released.
           MOVE WS-Received-Qty   TO QL-Received.
           MOVE WS-Remaining-Qty  TO QL-Remaining.
           MOVE SPACES TO QL-Time-Flag.
           MOVE SPACES TO QL-Qty-Flag.
           IF BK-Is-Closed
               MOVE 'CLOSED' TO QL-Time-Flag
           ELSE
               PERFORM 1100-Check-Time-Left
               PERFORM 1200-Check-Quantity-Left
           END-IF.
           IF NOT BK-Is-Closed
              AND (QL-Time-Flag NOT = SPACES
                   OR QL-Qty-Flag NOT = SPACES)
               ADD 1 TO WS-Warning-Count
           END-IF.
           WRITE Status-Line FROM WS-Agreement-Line.
           WRITE Status-Line FROM WS-Quantity-Line.

       1100-Check-Time-Left.
           IF BK-End-Date NUMERIC
               MOVE BK-End-Date TO WS-Date-Numeric
               COMPUTE WS-End-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               COMPUTE WS-Days-Left =
                   WS-End-Integer - WS-Today-Integer
               EVALUATE TRUE
                   WHEN WS-Days-Left < ZERO
                       MOVE 'EXPIRED' TO QL-Time-Flag
                   WHEN WS-Days-Left <= WS-Expiry-Warn-Days
                       MOVE 'EXPIRING' TO QL-Time-Flag
               END-EVALUATE
           ELSE
               MOVE 'NO END DATE' TO QL-Time-Flag
           END-IF.

       1200-Check-Quantity-Left.
           COMPUTE WS-Low-Qty ROUNDED =
               BK-Committed-Qty * WS-Low-Qty-Pct / 100.
           EVALUATE TRUE
               WHEN WS-Remaining-Qty = ZERO
                   MOVE 'EXHAUSTED' TO QL-Qty-Flag
               WHEN WS-Remaining-Qty <= WS-Low-Qty
                   MOVE 'NEARLY USED' TO QL-Qty-Flag
           END-EVALUATE.

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
           MOVE WS-Agreement-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
