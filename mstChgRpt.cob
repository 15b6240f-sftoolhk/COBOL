       IDENTIFICATION DIVISION.
       PROGRAM-ID. mstChgRpt.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Optional month card; a blank card, or none, reviews the
      *> month in progress.
           SELECT Param-Card-File ASSIGN TO "MCRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Every master change the maintenance programs applied, as
      *> oprAuth logged it, with the submitting and approving
      *> operators.
           SELECT Change-Log-File ASSIGN TO "MSTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Change-Status.
      *> The auditors' monthly review: every change in the month,
      *> grouped by the operator who submitted it.
           SELECT Review-Report ASSIGN TO "MSTCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PA-Month            PIC 9(6).

       FD  Change-Log-File.
       01  Change-Log-Rec.
           COPY MSTCHG.

       FD  Review-Report.
       01  Review-Line            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Change-Status     PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Report-Month      PIC 9(6).
       01  WS-Change-Count      PIC 9(4) VALUE ZERO.
       01  WS-Operator-Count    PIC 9(4) VALUE ZERO.
       01  WS-Operator-Changes  PIC 9(4) VALUE ZERO.
       01  WS-Current-Operator  PIC X(8).
       01  WS-Sort-Sub          PIC 9(4).
       01  WS-Low-Sub           PIC 9(4).
       01  WS-Swap-Entry        PIC X(77).

       01  WS-Report-Heading.
           05 FILLER            PIC X(31)
                  VALUE 'MASTER-CHANGE REVIEW FOR MONTH '.
           05 RH-Month          PIC 9(6).
           05 FILLER            PIC X(8) VALUE ' RUN ON '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(38)
                  VALUE 'DATE     TIME   PROGRAM      APPROVER '.
           05 FILLER            PIC X(34)
                  VALUE 'T CO KEY                  ACTION'.
       01  WS-Operator-Heading.
           05 FILLER            PIC X(9) VALUE 'OPERATOR '.
           05 OH-Operator       PIC X(8).
       01  WS-Detail-Line.
           05 DL-Date           PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Time           PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Program        PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Approver       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Txn-Code       PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Company        PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Key            PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Action         PIC X(12).
       01  WS-Operator-Total.
           05 FILLER            PIC X(14) VALUE '   CHANGES BY '.
           05 OT-Operator       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 OT-Count          PIC Z(3)9.
       01  WS-Report-Totals.
           05 FILLER            PIC X(21) VALUE 'TOTAL MASTER CHANGES '.
           05 RT-Changes        PIC Z(3)9.
           05 FILLER            PIC X(11) VALUE ' OPERATORS '.
           05 RT-Operators      PIC Z(3)9.
       01  WS-No-Change-Line    PIC X(38)
           VALUE 'NO MASTER CHANGES LOGGED IN THE MONTH'.

      *> The month's changes, put in operator, date, and time order
      *> by the selection sort abcClass uses.
       01  Change-Table.
           05 Change-Entry OCCURS 0 TO 3000 TIMES
                  DEPENDING ON WS-Change-Count
                  INDEXED BY Chg-Idx.
              10 CT-Operator   PIC X(8).
              10 CT-Date       PIC X(8).
              10 CT-Time       PIC X(6).
              10 CT-Program    PIC X(12).
              10 CT-Approver   PIC X(8).
              10 CT-Txn-Code   PIC X.
              10 CT-Company    PIC X(2).
              10 CT-Key        PIC X(20).
              10 CT-Action     PIC X(12).

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'MSTCHGRPT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'MSTCHGRPT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0100-Read-Param-Card.
           PERFORM 1000-Load-Month-Changes.
           PERFORM 2000-Sort-Changes.
           OPEN OUTPUT Review-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'MSTCHRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 3000-Write-Review.
           CLOSE Review-Report.
           DISPLAY 'MASTER CHANGES REVIEWED FOR ' WS-Report-Month
               ': ' WS-Change-Count ' BY ' WS-Operator-Count
               ' OPERATOR(S)'.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Param-Card.
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

      *> No change log at all is not an empty month: the review
      *> cannot vouch for anything, so the run stops.
       1000-Load-Month-Changes.
           OPEN INPUT Change-Log-File.
           IF WS-Change-Status NOT = '00'
               DISPLAY 'MSTCHG OPEN FAILED, STATUS=' WS-Change-Status
                   ' - NO MASTER-CHANGE LOG ON FILE'
               MOVE 48 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Change-Log-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF MC-Date (1:6) = WS-Report-Month
                   IF WS-Change-Count >= 3000
                       CLOSE Change-Log-File
                       MOVE 'MONTH EXCEEDS 3000 CHANGES'
                           TO RLP-Message
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Change-Count
                   MOVE MC-Operator TO CT-Operator (WS-Change-Count)
                   MOVE MC-Date     TO CT-Date (WS-Change-Count)
                   MOVE MC-Time     TO CT-Time (WS-Change-Count)
                   MOVE MC-Program  TO CT-Program (WS-Change-Count)
                   MOVE MC-Approver TO CT-Approver (WS-Change-Count)
                   MOVE MC-Txn-Code TO CT-Txn-Code (WS-Change-Count)
                   MOVE MC-Company  TO CT-Company (WS-Change-Count)
                   MOVE MC-Key      TO CT-Key (WS-Change-Count)
                   MOVE MC-Action   TO CT-Action (WS-Change-Count)
               END-IF
               READ Change-Log-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Change-Log-File.

      *> A review that silently dropped changes would be worse than
      *> none; an oversized month is refused whole.
       0900-Refuse-Overflow.
           DISPLAY 'MSTCHGRPT REFUSED - ' RLP-Message.
           MOVE 'E' TO RLP-Severity.
           MOVE WS-Change-Count TO RLP-Count.
           MOVE 96 TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE 96 TO RETURN-CODE.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Operator, then date and time: the first 22 bytes of an
      *> entry, compared whole.
       2000-Sort-Changes.
           PERFORM VARYING WS-Sort-Sub FROM 1 BY 1
                   UNTIL WS-Sort-Sub >= WS-Change-Count
               MOVE WS-Sort-Sub TO WS-Low-Sub
               PERFORM VARYING Chg-Idx FROM WS-Sort-Sub BY 1
                       UNTIL Chg-Idx > WS-Change-Count
                   IF Change-Entry (Chg-Idx) (1:22)
                        < Change-Entry (WS-Low-Sub) (1:22)
                       SET WS-Low-Sub TO Chg-Idx
                   END-IF
               END-PERFORM
               IF WS-Low-Sub NOT = WS-Sort-Sub
                   MOVE Change-Entry (WS-Sort-Sub) TO WS-Swap-Entry
                   MOVE Change-Entry (WS-Low-Sub)
                       TO Change-Entry (WS-Sort-Sub)
                   MOVE WS-Swap-Entry TO Change-Entry (WS-Low-Sub)
               END-IF
           END-PERFORM.

       3000-Write-Review.
           MOVE WS-Report-Month TO RH-Month.
           MOVE WS-Today        TO RH-Run-Date.
           WRITE Review-Line FROM WS-Report-Heading.
           WRITE Review-Line FROM WS-Column-Heading.
           IF WS-Change-Count = ZERO
               WRITE Review-Line FROM WS-No-Change-Line
           END-IF.
           MOVE SPACES TO WS-Current-Operator.
           PERFORM VARYING Chg-Idx FROM 1 BY 1
                   UNTIL Chg-Idx > WS-Change-Count
               IF Chg-Idx = 1
                    OR CT-Operator (Chg-Idx) NOT = WS-Current-Operator
                   IF Chg-Idx > 1
                       PERFORM 3200-Write-Operator-Total
                   END-IF
                   MOVE CT-Operator (Chg-Idx) TO WS-Current-Operator
                   MOVE WS-Current-Operator TO OH-Operator
                   WRITE Review-Line FROM WS-Operator-Heading
                   ADD 1 TO WS-Operator-Count
                   MOVE ZERO TO WS-Operator-Changes
               END-IF
               PERFORM 3100-Write-Change-Line
           END-PERFORM.
           IF WS-Change-Count > ZERO
               PERFORM 3200-Write-Operator-Total
           END-IF.
           MOVE WS-Change-Count   TO RT-Changes.
           MOVE WS-Operator-Count TO RT-Operators.
           WRITE Review-Line FROM WS-Report-Totals.

       3100-Write-Change-Line.
           MOVE CT-Date (Chg-Idx)     TO DL-Date.
           MOVE CT-Time (Chg-Idx)     TO DL-Time.
           MOVE CT-Program (Chg-Idx)  TO DL-Program.
           MOVE CT-Approver (Chg-Idx) TO DL-Approver.
           MOVE CT-Txn-Code (Chg-Idx) TO DL-Txn-Code.
           MOVE CT-Company (Chg-Idx)  TO DL-Company.
           MOVE CT-Key (Chg-Idx)      TO DL-Key.
           MOVE CT-Action (Chg-Idx)   TO DL-Action.
           WRITE Review-Line FROM WS-Detail-Line.
           ADD 1 TO WS-Operator-Changes.

       3200-Write-Operator-Total.
           MOVE WS-Current-Operator TO OT-Operator.
           MOVE WS-Operator-Changes TO OT-Count.
           WRITE Review-Line FROM WS-Operator-Total.

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
           MOVE WS-Change-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
