       IDENTIFICATION DIVISION.
       PROGRAM-ID. woOpenRpt.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Work orders as woRelease and woComplete leave them.
           SELECT Work-Order-File ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Order-Status.
      *> Every order released and not yet completed, and every
      *> order still held for components, with how long it has
      *> been out.
           SELECT Open-Report ASSIGN TO "WOOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Work-Order-File.
       01  Work-Order-Rec.
           COPY WORKORD.

       FD  Open-Report.
       01  Open-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Work-Order-Status PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Today-Integer     PIC 9(8).
       01  WS-Start-Integer     PIC 9(8).
       01  WS-Released-Count    PIC 9(5) VALUE ZERO.
       01  WS-Held-Count        PIC 9(5) VALUE ZERO.
       01  WS-Open-Qty-Total    PIC 9(7) VALUE ZERO.

       01  WS-Report-Heading.
           05 FILLER            PIC X(23)
                  VALUE 'OPEN WORK ORDERS AS OF '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(35)
                  VALUE 'WO     ITEM       STATUS   ORDERED '.
           05 FILLER            PIC X(36)
                  VALUE 'BUILT    OPEN OPENED   RELEASED DAYS'.
       01  WS-Detail-Line.
           05 DL-WO-Number      PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Parent-ID      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Status         PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Qty            PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Completed      PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Open-Qty       PIC Z(6)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Open-Date      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Release-Date   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Days-Open      PIC ZZZ9.
       01  WS-Report-Totals.
           05 FILLER            PIC X(9) VALUE 'RELEASED '.
           05 RT-Released       PIC Z(4)9.
           05 FILLER            PIC X(6) VALUE ' HELD '.
           05 RT-Held           PIC Z(4)9.
           05 FILLER            PIC X(15) VALUE ' QTY STILL OPEN'.
           05 RT-Open-Qty       PIC Z(6)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'WOOPENRPT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'WOOPENRPT'.
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
           OPEN INPUT Work-Order-File.
           IF WS-Work-Order-Status NOT = '00'
               DISPLAY 'WORKORD OPEN FAILED, STATUS='
                   WS-Work-Order-Status ' - NO WORK ORDERS ON FILE'
               MOVE 46 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Open-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'WOOPEN OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               CLOSE Work-Order-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Open-Line FROM WS-Report-Heading.
           WRITE Open-Line FROM WS-Column-Heading.
           READ Work-Order-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WO-Is-Released OR WO-Is-Held
                   PERFORM 1000-Report-One-Order
               END-IF
               READ Work-Order-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Released-Count TO RT-Released.
           MOVE WS-Held-Count     TO RT-Held.
           MOVE WS-Open-Qty-Total TO RT-Open-Qty.
           WRITE Open-Line FROM WS-Report-Totals.
           CLOSE Work-Order-File.
           CLOSE Open-Report.
           DISPLAY 'OPEN WORK ORDERS - RELEASED: ' WS-Released-Count
               ' HELD: ' WS-Held-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A released order counts its days from release, a held one
      *> from the day it was opened.
       1000-Report-One-Order.
           MOVE WO-Number       TO DL-WO-Number.
           MOVE WO-Parent-ID    TO DL-Parent-ID.
           MOVE WO-Qty          TO DL-Qty.
           MOVE WO-Completed-Qty TO DL-Completed.
           COMPUTE DL-Open-Qty = WO-Qty - WO-Completed-Qty.
           MOVE WO-Open-Date    TO DL-Open-Date.
           MOVE WO-Release-Date TO DL-Release-Date.
           IF WO-Is-Released
               MOVE 'RELEASED' TO DL-Status
               MOVE WO-Release-Date TO WS-Date-Numeric
               ADD 1 TO WS-Released-Count
               COMPUTE WS-Open-Qty-Total = WS-Open-Qty-Total
                   + WO-Qty - WO-Completed-Qty
           ELSE
               MOVE 'HELD' TO DL-Status
               MOVE WO-Open-Date TO WS-Date-Numeric
               ADD 1 TO WS-Held-Count
           END-IF.
           MOVE ZERO TO DL-Days-Open.
           IF WS-Date-Numeric NUMERIC AND WS-Date-Numeric > ZERO
               COMPUTE WS-Start-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               IF WS-Today-Integer > WS-Start-Integer
                   COMPUTE DL-Days-Open =
                       WS-Today-Integer - WS-Start-Integer
               END-IF
           END-IF.
           WRITE Open-Line FROM WS-Detail-Line.

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
           MOVE WS-Released-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
