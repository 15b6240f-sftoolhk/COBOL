       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqConsRpt.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Month card: the YYYYMM to report; no card (or a blank
      *> one) reports the month in progress.
           SELECT Param-Card-File ASSIGN TO "REQCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Stock requisitions as reqApprove leaves them; only the ones
      *> issued in the month count as consumed.
           SELECT Requisition-File ASSIGN TO "REQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Requisition-Status.
      *> The month's consumption by department and item, with
      *> department subtotals and a grand total.
           SELECT Consumption-Report ASSIGN TO "REQCONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PA-Month            PIC 9(6).

       FD  Requisition-File.
       01  Requisition-Rec.
           COPY REQLINE.

       FD  Consumption-Report.
       01  Consumption-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Requisition-Status PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Report-Month      PIC X(6).
       01  WS-Sum-Count         PIC 9(3) VALUE ZERO.
       01  WS-Sum-Found         PIC X VALUE 'N'.
       01  WS-Ins-Sub           PIC 9(3).
       01  WS-Shift-Sub         PIC 9(3).
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.
       01  WS-Prior-Dept        PIC X(4).
       01  WS-Dept-Reqs         PIC 9(5).
       01  WS-Dept-Qty          PIC 9(7).
       01  WS-Dept-Value        PIC 9(9)V99.
       01  WS-Total-Qty         PIC 9(7) VALUE ZERO.
       01  WS-Total-Value       PIC 9(9)V99 VALUE ZERO.

      *> One entry per department and item in the month, kept in
      *> department then item order as they are added.
       01  Sum-Table.
           05 Sum-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Sum-Count
                  INDEXED BY Sum-Idx.
              10 SM-Dept         PIC X(4).
              10 SM-Stock-ID1    PIC X(10).
              10 SM-Reqs         PIC 9(5).
              10 SM-Qty          PIC 9(7).
              10 SM-Value        PIC 9(9)V99.

       01  WS-Report-Heading.
           05 FILLER            PIC X(42)
                  VALUE 'STOCK CONSUMPTION BY DEPARTMENT FOR MONTH '.
           05 RH-Month          PIC X(6).
       01  WS-Column-Heading.
           05 FILLER            PIC X(43)
                  VALUE 'DEPT ITEM        REQS     QTY         VALUE'.
       01  WS-Detail-Line.
           05 DL-Dept           PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Stock-ID1      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Reqs           PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Qty            PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Value          PIC Z(9)9.99.
       01  WS-Grand-Total.
           05 FILLER            PIC X(22)
                  VALUE 'TOTAL CONSUMED    QTY '.
           05 GT-Qty            PIC Z(6)9.
           05 FILLER            PIC X(7) VALUE ' VALUE '.
           05 GT-Value          PIC Z(9)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'REQCONSRPT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'REQCONSRPT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0100-Read-Month-Card.
           OPEN INPUT Requisition-File.
           IF WS-Requisition-Status NOT = '00'
               DISPLAY 'REQFILE OPEN FAILED, STATUS='
                   WS-Requisition-Status ' - NO REQUISITIONS ON FILE'
               MOVE 'Y' TO WS-Eof-Switch
           ELSE
               READ Requisition-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-IF.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF RQ-Is-Issued
                    AND RQ-Issue-Date (1:6) = WS-Report-Month
                   PERFORM 1000-Accumulate-Issue
               END-IF
               READ Requisition-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           IF WS-Requisition-Status NOT = '35'
               CLOSE Requisition-File
           END-IF.
           PERFORM 2000-Write-Report.
           DISPLAY 'CONSUMPTION MONTH ' WS-Report-Month
               ' ISSUES: ' WS-Record-Count ' VALUE: ' WS-Total-Value.
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

      *> A new department/item pair is slotted in order, so the
      *> report reads straight down the table; a pair that will not
      *> fit would understate the month - refuse instead.
       1000-Accumulate-Issue.
           ADD 1 TO WS-Record-Count.
           MOVE 'N' TO WS-Sum-Found.
           SET Sum-Idx TO 1.
           SEARCH Sum-Entry
               AT END CONTINUE
               WHEN SM-Dept (Sum-Idx) = RQ-Dept
                    AND SM-Stock-ID1 (Sum-Idx) = RQ-Stock-ID1
                   MOVE 'Y' TO WS-Sum-Found
           END-SEARCH.
           IF WS-Sum-Found = 'N'
               PERFORM 1100-Insert-Pair
           END-IF.
           ADD 1        TO SM-Reqs (Sum-Idx).
           ADD RQ-Qty   TO SM-Qty (Sum-Idx).
           ADD RQ-Value TO SM-Value (Sum-Idx).
           ADD RQ-Qty   TO WS-Total-Qty.
           ADD RQ-Value TO WS-Total-Value.

       1100-Insert-Pair.
           IF WS-Sum-Count >= 500
               DISPLAY 'DEPARTMENT/ITEM PAIRS EXCEED ' WS-Sum-Count
                   ' - REPORT REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'DEPT/ITEM PAIRS OVERFLOW TABLE'
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
                   OR SM-Dept (WS-Ins-Sub) > RQ-Dept
                   OR (SM-Dept (WS-Ins-Sub) = RQ-Dept
                       AND SM-Stock-ID1 (WS-Ins-Sub)
                           > RQ-Stock-ID1)
               ADD 1 TO WS-Ins-Sub
           END-PERFORM.
           ADD 1 TO WS-Sum-Count.
           PERFORM VARYING WS-Shift-Sub FROM WS-Sum-Count BY -1
                   UNTIL WS-Shift-Sub <= WS-Ins-Sub
               MOVE Sum-Entry (WS-Shift-Sub - 1)
                   TO Sum-Entry (WS-Shift-Sub)
           END-PERFORM.
           SET Sum-Idx TO WS-Ins-Sub.
           MOVE RQ-Dept      TO SM-Dept (Sum-Idx).
           MOVE RQ-Stock-ID1 TO SM-Stock-ID1 (Sum-Idx).
           MOVE ZERO TO SM-Reqs (Sum-Idx).
           MOVE ZERO TO SM-Qty (Sum-Idx).
           MOVE ZERO TO SM-Value (Sum-Idx).

      *> Every department gets a subtotal line under its items, so
      *> the charge-out per department can be read off directly.
       2000-Write-Report.
           OPEN OUTPUT Consumption-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'REQCONRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Report-Month TO RH-Month.
           WRITE Consumption-Line FROM WS-Report-Heading.
           WRITE Consumption-Line FROM WS-Column-Heading.
           MOVE SPACES TO WS-Prior-Dept.
           PERFORM VARYING Sum-Idx FROM 1 BY 1
                   UNTIL Sum-Idx > WS-Sum-Count
               IF SM-Dept (Sum-Idx) NOT = WS-Prior-Dept
                   PERFORM 2100-Write-Dept-Total
                   MOVE SM-Dept (Sum-Idx) TO WS-Prior-Dept
                   MOVE ZERO TO WS-Dept-Reqs
                   MOVE ZERO TO WS-Dept-Qty
                   MOVE ZERO TO WS-Dept-Value
               END-IF
               ADD SM-Reqs (Sum-Idx)  TO WS-Dept-Reqs
               ADD SM-Qty (Sum-Idx)   TO WS-Dept-Qty
               ADD SM-Value (Sum-Idx) TO WS-Dept-Value
               MOVE SM-Dept (Sum-Idx)      TO DL-Dept
               MOVE SM-Stock-ID1 (Sum-Idx) TO DL-Stock-ID1
               MOVE SM-Reqs (Sum-Idx)      TO DL-Reqs
               MOVE SM-Qty (Sum-Idx)       TO DL-Qty
               MOVE SM-Value (Sum-Idx)     TO DL-Value
               WRITE Consumption-Line FROM WS-Detail-Line
           END-PERFORM.
           PERFORM 2100-Write-Dept-Total.
           MOVE WS-Total-Qty   TO GT-Qty.
           MOVE WS-Total-Value TO GT-Value.
           WRITE Consumption-Line FROM WS-Grand-Total.
           CLOSE Consumption-Report.

       2100-Write-Dept-Total.
           IF WS-Prior-Dept NOT = SPACES
               MOVE SPACES        TO DL-Dept
               MOVE 'DEPT TOTAL'  TO DL-Stock-ID1
               MOVE WS-Dept-Reqs  TO DL-Reqs
               MOVE WS-Dept-Qty   TO DL-Qty
               MOVE WS-Dept-Value TO DL-Value
               WRITE Consumption-Line FROM WS-Detail-Line
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
