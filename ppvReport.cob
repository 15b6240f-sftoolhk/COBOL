       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppvReport.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Month card: the YYYYMM to report; no card (or a blank
      *> one) reports the month in progress.
           SELECT Param-Card-File ASSIGN TO "PPVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Price variance history: purchase price variance qcRelease
      *> records at receipt, invoice price variance apMatch records
      *> at the match.
           SELECT Variance-File ASSIGN TO "PPVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Variance-Status.
      *> The month's variances by item and vendor, with item
      *> subtotals and a grand total.
           SELECT Variance-Report ASSIGN TO "PPVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PA-Month            PIC 9(6).

       FD  Variance-File.
       01  Variance-Rec.
           COPY PPVHIST.

       FD  Variance-Report.
       01  Variance-Line          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Variance-Status   PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Report-Month      PIC X(6).
       01  WS-Sum-Count         PIC 9(3) VALUE ZERO.
       01  WS-Sum-Found         PIC X VALUE 'N'.
       01  WS-Ins-Sub           PIC 9(3).
       01  WS-Shift-Sub         PIC 9(3).
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.
       01  WS-Prior-Item        PIC X(10).
       01  WS-Item-Purch-Qty    PIC 9(7).
       01  WS-Item-PPV          PIC S9(9)V99.
       01  WS-Item-Inv-Qty      PIC 9(7).
       01  WS-Item-IPV          PIC S9(9)V99.
       01  WS-Total-PPV         PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-IPV         PIC S9(9)V99 VALUE ZERO.

      *> One entry per item and vendor in the month, kept in item
      *> then vendor order as they are added.
       01  Sum-Table.
           05 Sum-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Sum-Count
                  INDEXED BY Sum-Idx.
              10 SM-Stock-ID1    PIC X(10).
              10 SM-Vendor-Code  PIC X(5).
              10 SM-Purch-Qty    PIC 9(7).
              10 SM-PPV          PIC S9(9)V99.
              10 SM-Inv-Qty      PIC 9(7).
              10 SM-IPV          PIC S9(9)V99.

       01  WS-Report-Heading.
           05 FILLER            PIC X(32)
                  VALUE 'PRICE VARIANCE REPORT FOR MONTH '.
           05 RH-Month          PIC X(6).
       01  WS-Column-Heading.
           05 FILLER            PIC X(34)
                  VALUE 'ITEM       VENDOR  RECVD          '.
           05 FILLER            PIC X(26)
                  VALUE ' PPV   INVCD           IPV'.
       01  WS-Detail-Line.
           05 DL-Stock-ID1      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Vendor-Code    PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Purch-Qty      PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-PPV            PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Inv-Qty        PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-IPV            PIC -(9)9.99.
       01  WS-Grand-Total.
           05 FILLER            PIC X(25)
                  VALUE 'TOTAL PURCHASE VARIANCE  '.
           05 GT-PPV            PIC -(9)9.99.
           05 FILLER            PIC X(10) VALUE '  INVOICE '.
           05 GT-IPV            PIC -(9)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PPVREPORT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PPVREPORT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0100-Read-Month-Card.
           OPEN INPUT Variance-File.
           IF WS-Variance-Status NOT = '00'
               DISPLAY 'PPVHIST OPEN FAILED, STATUS='
                   WS-Variance-Status ' - NO VARIANCES RECORDED'
               MOVE 'Y' TO WS-Eof-Switch
           ELSE
               READ Variance-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-IF.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF PV-Date (1:6) = WS-Report-Month
                   PERFORM 1000-Accumulate-Variance
               END-IF
               READ Variance-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           IF WS-Variance-Status NOT = '35'
               CLOSE Variance-File
           END-IF.
           PERFORM 2000-Write-Report.
           DISPLAY 'PRICE VARIANCE MONTH ' WS-Report-Month
               ' PPV: ' WS-Total-PPV ' IPV: ' WS-Total-IPV.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Month-Card.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today (1:6) TO WS-Report-Month.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PA-Month IS NUMERIC AND PA-Month NOT = ZERO
                           MOVE PA-Month TO WS-Report-Month
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.

      *> A new item/vendor pair is slotted in order, so the report
      *> reads straight down the table; a pair that will not fit
      *> would understate the month - refuse instead.
       1000-Accumulate-Variance.
           ADD 1 TO WS-Record-Count.
           MOVE 'N' TO WS-Sum-Found.
           SET Sum-Idx TO 1.
           SEARCH Sum-Entry
               AT END CONTINUE
               WHEN SM-Stock-ID1 (Sum-Idx) = PV-Stock-ID1
                    AND SM-Vendor-Code (Sum-Idx) = PV-Vendor-Code
                   MOVE 'Y' TO WS-Sum-Found
           END-SEARCH.
           IF WS-Sum-Found = 'N'
               PERFORM 1100-Insert-Pair
           END-IF.
           IF PV-Is-Invoice
               ADD PV-Qty      TO SM-Inv-Qty (Sum-Idx)
               ADD PV-Variance TO SM-IPV (Sum-Idx)
               ADD PV-Variance TO WS-Total-IPV
           ELSE
               ADD PV-Qty      TO SM-Purch-Qty (Sum-Idx)
               ADD PV-Variance TO SM-PPV (Sum-Idx)
               ADD PV-Variance TO WS-Total-PPV
           END-IF.

       1100-Insert-Pair.
           IF WS-Sum-Count >= 500
               DISPLAY 'ITEM/VENDOR PAIRS EXCEED ' WS-Sum-Count
                   ' - REPORT REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'ITEM/VENDOR PAIRS OVERFLOW TABLE'
                   TO RLP-Message
               MOVE WS-Sum-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 1 TO WS-Ins-Sub.
           PERFORM UNTIL WS-Ins-Sub > WS-Sum-Count
                   OR SM-Stock-ID1 (WS-Ins-Sub) > PV-Stock-ID1
                   OR (SM-Stock-ID1 (WS-Ins-Sub) = PV-Stock-ID1
                       AND SM-Vendor-Code (WS-Ins-Sub)
                           > PV-Vendor-Code)
               ADD 1 TO WS-Ins-Sub
           END-PERFORM.
           ADD 1 TO WS-Sum-Count.
           PERFORM VARYING WS-Shift-Sub FROM WS-Sum-Count BY -1
                   UNTIL WS-Shift-Sub <= WS-Ins-Sub
               MOVE Sum-Entry (WS-Shift-Sub - 1)
                   TO Sum-Entry (WS-Shift-Sub)
           END-PERFORM.
           SET Sum-Idx TO WS-Ins-Sub.
           MOVE PV-Stock-ID1   TO SM-Stock-ID1 (Sum-Idx).
           MOVE PV-Vendor-Code TO SM-Vendor-Code (Sum-Idx).
           MOVE ZERO TO SM-Purch-Qty (Sum-Idx).
           MOVE ZERO TO SM-PPV (Sum-Idx).
           MOVE ZERO TO SM-Inv-Qty (Sum-Idx).
           MOVE ZERO TO SM-IPV (Sum-Idx).

      *> An item bought from more than one vendor gets a subtotal
      *> line under its vendors.
       2000-Write-Report.
           OPEN OUTPUT Variance-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'PPVRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Report-Month TO RH-Month.
           WRITE Variance-Line FROM WS-Report-Heading.
           WRITE Variance-Line FROM WS-Column-Heading.
           MOVE SPACES TO WS-Prior-Item.
           MOVE ZERO TO WS-Ins-Sub.
           PERFORM VARYING Sum-Idx FROM 1 BY 1
                   UNTIL Sum-Idx > WS-Sum-Count
               IF SM-Stock-ID1 (Sum-Idx) NOT = WS-Prior-Item
                   PERFORM 2100-Write-Item-Total
                   MOVE SM-Stock-ID1 (Sum-Idx) TO WS-Prior-Item
                   MOVE ZERO TO WS-Ins-Sub
                   MOVE ZERO TO WS-Item-Purch-Qty
                   MOVE ZERO TO WS-Item-PPV
                   MOVE ZERO TO WS-Item-Inv-Qty
                   MOVE ZERO TO WS-Item-IPV
               END-IF
               ADD 1 TO WS-Ins-Sub
               ADD SM-Purch-Qty (Sum-Idx) TO WS-Item-Purch-Qty
               ADD SM-PPV (Sum-Idx)       TO WS-Item-PPV
               ADD SM-Inv-Qty (Sum-Idx)   TO WS-Item-Inv-Qty
               ADD SM-IPV (Sum-Idx)       TO WS-Item-IPV
               MOVE SM-Stock-ID1 (Sum-Idx)   TO DL-Stock-ID1
               MOVE SM-Vendor-Code (Sum-Idx) TO DL-Vendor-Code
               MOVE SM-Purch-Qty (Sum-Idx)   TO DL-Purch-Qty
               MOVE SM-PPV (Sum-Idx)         TO DL-PPV
               MOVE SM-Inv-Qty (Sum-Idx)     TO DL-Inv-Qty
               MOVE SM-IPV (Sum-Idx)         TO DL-IPV
               WRITE Variance-Line FROM WS-Detail-Line
           END-PERFORM.
           PERFORM 2100-Write-Item-Total.
           MOVE WS-Total-PPV TO GT-PPV.
           MOVE WS-Total-IPV TO GT-IPV.
           WRITE Variance-Line FROM WS-Grand-Total.
           CLOSE Variance-Report.

       2100-Write-Item-Total.
           IF WS-Ins-Sub > 1
               MOVE SPACES            TO DL-Stock-ID1
               MOVE 'TOTAL'           TO DL-Vendor-Code
               MOVE WS-Item-Purch-Qty TO DL-Purch-Qty
               MOVE WS-Item-PPV       TO DL-PPV
               MOVE WS-Item-Inv-Qty   TO DL-Inv-Qty
               MOVE WS-Item-IPV       TO DL-IPV
               WRITE Variance-Line FROM WS-Detail-Line
           END-IF.

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
           MOVE WS-Record-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
