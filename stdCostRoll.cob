       IDENTIFICATION DIVISION.
       PROGRAM-ID. stdCostRoll.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Next year's standards from finance: item, the year the
      *> standard is for, and the standard unit cost.
           SELECT Next-Standard-File ASSIGN TO "STDNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Next-Status.
      *> The standards in force, loaded whole and rewritten whole.
           SELECT Standard-Cost-File ASSIGN TO "STDCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Standard-Status.
      *> Same Stock master that twoAddValue maintains, keyed the same
      *> way (Stock-ID1); the roll revalues its on-hand.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Stock-ID1
               FILE STATUS IS WS-Stock-Status.
      *> Run-control master, consulted directly: once twoAddValue has
      *> posted the day's stock balance, a revaluation would break
      *> the end-of-day proof, so this run must come first.
           SELECT Sequence-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequence-Status.
      *> The revaluation goes to the ledger the way moveValues posts
      *> its movements: appended to the stock GL extract.
           SELECT Stock-GL-File ASSIGN TO "STOCKGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stock-GL-Status.
      *> Every card with the old and new cost and what the on-hand
      *> was revalued by.
           SELECT Roll-Report ASSIGN TO "STDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Next-Standard-File.
       01  Next-Standard-Rec.
           05 SN-Stock-ID1     PIC X(10).
           05 SN-Year          PIC 9(4).
           05 SN-Std-Cost      PIC 9(5)V99.

       FD  Standard-Cost-File.
       01  Standard-Cost-Rec.
           COPY STDCOST.

       FD  Stock
           RECORD CONTAINS 80 CHARACTERS.
       01  Stock-Record.
           05 Stock-Type PIC X(10).
           COPY PRODID REPLACING ID-FIELD BY Stock-ID1.
           05 Stock-ID2  PIC X(10).
           05 Stock-ID3  PIC X(10).
           05 Stock-Qty-On-Hand PIC 9(5).
           05 Stock-Unit-Cost   PIC 9(5)V99.
           05 Stock-Company     PIC X(2).
           05 FILLER     PIC X(26).

       FD  Sequence-Control-File.
       01  Sequence-Control-Rec.
           COPY RUNCTL.

       FD  Stock-GL-File.
       01  Stock-GL-Line.
           05 SG-Ref          PIC X(20).
           05 SG-Dr-Cr        PIC X.
           05 SG-Account      PIC X(8).
           05 SG-Amount       PIC 9(7)V99.
           05 SG-Date         PIC X(8).
           05 SG-Reason       PIC X(3).

       FD  Roll-Report.
       01  Roll-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Next-Status       PIC XX.
       01  WS-Standard-Status   PIC XX.
       01  WS-Stock-Status      PIC XX.
       01  WS-Sequence-Status   PIC XX.
       01  WS-Stock-GL-Status   PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Sequence-Eof      PIC X VALUE 'N'.
       01  WS-Stock-Posted      PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Std-Count         PIC 9(3) VALUE ZERO.
       01  WS-Std-Found         PIC X VALUE 'N'.
       01  WS-On-Master         PIC X VALUE 'N'.
       01  WS-Old-Cost          PIC 9(5)V99.
       01  WS-Reval-Amount      PIC S9(9)V99.
       01  WS-Reval-Abs         PIC 9(7)V99.
       01  WS-Rolled-Count      PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Reval-Net         PIC S9(9)V99 VALUE ZERO.
       01  WS-Refuse-Reason     PIC X(25).
      *> Inventory, and the revaluation account the roll's write-ups
      *> and write-downs land in; fixed the way moveValues fixes its
      *> accounts.
       01  WS-Inventory-Account PIC X(8) VALUE '13100000'.
       01  WS-Revaluation-Account PIC X(8) VALUE '51700000'.

      *> The standards in force, rewritten with the rolled ones.
       01  Std-Table.
           05 Std-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Std-Count
                  INDEXED BY Std-Idx.
              10 STT-Stock-ID1   PIC X(10).
              10 STT-Std-Cost    PIC 9(5)V99.
              10 STT-Year        PIC 9(4).
              10 STT-Prior-Cost  PIC 9(5)V99.

       01  WS-Report-Heading.
           05 FILLER            PIC X(27)
                  VALUE 'STANDARD COST ROLL RUN OF  '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Roll-Detail.
           05 RD-Stock-ID1      PIC X(10).
           05 FILLER            PIC X(6) VALUE ' YEAR '.
           05 RD-Year           PIC 9(4).
           05 FILLER            PIC X(5) VALUE ' OLD '.
           05 RD-Old-Cost       PIC Z(4)9.99.
           05 FILLER            PIC X(5) VALUE ' NEW '.
           05 RD-New-Cost       PIC Z(4)9.99.
           05 FILLER            PIC X(4) VALUE ' OH '.
           05 RD-On-Hand        PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Reval          PIC -Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Result         PIC X(10).
       01  WS-Refuse-Detail.
           05 RF-Stock-ID1      PIC X(10).
           05 FILLER            PIC X(6) VALUE ' YEAR '.
           05 RF-Year           PIC X(4).
           05 FILLER            PIC X(11) VALUE ' REFUSED - '.
           05 RF-Reason         PIC X(25).
       01  WS-Report-Totals.
           05 FILLER            PIC X(7) VALUE 'ROLLED '.
           05 RT-Rolled         PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' REFUSED '.
           05 RT-Refused        PIC Z(4)9.
           05 FILLER            PIC X(11) VALUE ' NET REVAL '.
           05 RT-Reval-Net      PIC -Z(8)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'STDCOSTROLL'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'STDCOSTROLL'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0008-Check-Stock-Not-Posted.
           PERFORM 0100-Load-Standards.
           OPEN INPUT Next-Standard-File.
           IF WS-Next-Status NOT = '00'
               DISPLAY 'STDNEXT OPEN FAILED, STATUS=' WS-Next-Status
                   ' - NO STANDARDS TO ROLL'
               MOVE 47 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN I-O Stock.
           IF WS-Stock-Status NOT = '00'
               DISPLAY 'STOCK FILE OPEN FAILED, STATUS='
                   WS-Stock-Status
               MOVE 22 TO RETURN-CODE
               CLOSE Next-Standard-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Stock-GL-File.
           IF WS-Stock-GL-Status = '35'
               OPEN OUTPUT Stock-GL-File
           END-IF.
           IF WS-Stock-GL-Status NOT = '00'
               DISPLAY 'STOCKGLX OPEN FAILED, STATUS='
                   WS-Stock-GL-Status
               MOVE 31 TO RETURN-CODE
               CLOSE Next-Standard-File
               CLOSE Stock
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Roll-Report.
           MOVE WS-Today TO RH-Run-Date.
           WRITE Roll-Line FROM WS-Report-Heading.
           READ Next-Standard-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Roll-One-Standard
               READ Next-Standard-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Rolled-Count  TO RT-Rolled.
           MOVE WS-Refused-Count TO RT-Refused.
           MOVE WS-Reval-Net     TO RT-Reval-Net.
           WRITE Roll-Line FROM WS-Report-Totals.
           CLOSE Next-Standard-File.
           CLOSE Stock.
           CLOSE Stock-GL-File.
           CLOSE Roll-Report.
           IF WS-Rolled-Count > ZERO
               PERFORM 2000-Save-Standards
           END-IF.
           IF WS-Refused-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'STANDARD COST CARDS REFUSED' TO RLP-Message
               MOVE WS-Refused-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'STANDARDS ROLLED: ' WS-Rolled-Count
               ' REFUSED: ' WS-Refused-Count
               ' NET REVALUATION: ' WS-Reval-Net.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> twoAddValue's balance posting describes the master as that
      *> run left it; revaluing the master afterwards would throw
      *> the end-of-day stock proof out by the revaluation.
       0008-Check-Stock-Not-Posted.
           MOVE 'N' TO WS-Sequence-Eof.
           MOVE 'N' TO WS-Stock-Posted.
           OPEN INPUT Sequence-Control-File.
           IF WS-Sequence-Status = '00'
               READ Sequence-Control-File
                   AT END MOVE 'Y' TO WS-Sequence-Eof
               END-READ
               PERFORM UNTIL WS-Sequence-Eof = 'Y'
                   IF RC-Program = 'TWOADDVALUE'
                        AND RC-Run-Date = WS-Today
                        AND RC-Action = 'E'
                       MOVE 'Y' TO WS-Stock-Posted
                   END-IF
                   IF RC-Program = 'TWOADDVALUE'
                        AND RC-Run-Date = WS-Today
                        AND RC-Action = 'B'
                       MOVE 'N' TO WS-Stock-Posted
                   END-IF
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
                   END-READ
               END-PERFORM
               CLOSE Sequence-Control-File
           END-IF.
           IF WS-Stock-Posted = 'Y'
               DISPLAY 'STOCK BALANCE ALREADY POSTED TODAY - '
                   'RUN BEFORE TWOADDVALUE, RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'STOCK BALANCE ALREADY POSTED TODAY'
                   TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 95 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No file simply means no standards yet - the first roll
      *> builds it. A partial load followed by the save would lose
      *> every standard past the table - refuse instead.
       0100-Load-Standards.
           OPEN INPUT Standard-Cost-File.
           IF WS-Standard-Status = '00'
               READ Standard-Cost-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-Std-Count >= 500
                   ADD 1 TO WS-Std-Count
                   MOVE SC-Stock-ID1  TO STT-Stock-ID1 (WS-Std-Count)
                   MOVE SC-Std-Cost   TO STT-Std-Cost (WS-Std-Count)
                   MOVE SC-Year       TO STT-Year (WS-Std-Count)
                   MOVE SC-Prior-Cost TO STT-Prior-Cost (WS-Std-Count)
                   READ Standard-Cost-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Standard-Cost-File
           ELSE
               MOVE 'Y' TO WS-Eof-Switch
           END-IF.
           IF WS-Eof-Switch = 'N'
               DISPLAY 'STDCOST EXCEEDS ' WS-Std-Count
                   ' ITEMS - ROLL REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'STANDARD COST FILE OVERFLOWS TABLE'
                   TO RLP-Message
               MOVE WS-Std-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.

      *> A year already rolled for the item cannot roll again - a
      *> second revaluation would post the same write-up twice.
      *> The on-hand is revalued from the cost it carries today to
      *> the new standard, and the master takes the standard.
       1000-Roll-One-Standard.
           MOVE SPACES TO WS-Refuse-Reason.
           MOVE 'N' TO WS-Std-Found.
           SET Std-Idx TO 1.
           SEARCH Std-Entry
               AT END CONTINUE
               WHEN STT-Stock-ID1 (Std-Idx) = SN-Stock-ID1
                   MOVE 'Y' TO WS-Std-Found
           END-SEARCH.
           MOVE 'N' TO WS-On-Master.
           MOVE SN-Stock-ID1 TO Stock-ID1.
           READ Stock
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-On-Master
           END-READ.
           EVALUATE TRUE
               WHEN WS-On-Master = 'N'
                   MOVE 'ITEM NOT ON STOCK MASTER' TO WS-Refuse-Reason
               WHEN SN-Year NOT NUMERIC
                   MOVE 'NO STANDARD YEAR' TO WS-Refuse-Reason
               WHEN SN-Std-Cost NOT NUMERIC OR SN-Std-Cost = ZERO
                   MOVE 'NO STANDARD COST' TO WS-Refuse-Reason
               WHEN WS-Std-Found = 'Y'
                    AND STT-Year (Std-Idx) NOT < SN-Year
                   MOVE 'YEAR ALREADY ROLLED' TO WS-Refuse-Reason
               WHEN WS-Std-Found = 'N' AND WS-Std-Count >= 500
                   MOVE 'STANDARD COST TABLE FULL' TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason NOT = SPACES
               MOVE SN-Stock-ID1     TO RF-Stock-ID1
               MOVE SN-Year          TO RF-Year
               MOVE WS-Refuse-Reason TO RF-Reason
               WRITE Roll-Line FROM WS-Refuse-Detail
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 1100-Revalue-On-Hand
           END-IF.

       1100-Revalue-On-Hand.
           MOVE Stock-Unit-Cost TO WS-Old-Cost.
           COMPUTE WS-Reval-Amount ROUNDED =
               Stock-Qty-On-Hand * (SN-Std-Cost - WS-Old-Cost).
           MOVE SN-Std-Cost TO Stock-Unit-Cost.
           REWRITE Stock-Record
               INVALID KEY
                   MOVE SN-Stock-ID1 TO RF-Stock-ID1
                   MOVE SN-Year      TO RF-Year
                   MOVE 'MASTER REWRITE FAILED' TO RF-Reason
                   WRITE Roll-Line FROM WS-Refuse-Detail
                   ADD 1 TO WS-Refused-Count
               NOT INVALID KEY
                   IF WS-Std-Found = 'N'
                       ADD 1 TO WS-Std-Count
                       SET Std-Idx TO WS-Std-Count
                       MOVE SN-Stock-ID1 TO STT-Stock-ID1 (Std-Idx)
                       MOVE WS-Old-Cost  TO STT-Std-Cost (Std-Idx)
                   END-IF
                   MOVE STT-Std-Cost (Std-Idx)
                       TO STT-Prior-Cost (Std-Idx)
                   MOVE SN-Std-Cost TO STT-Std-Cost (Std-Idx)
                   MOVE SN-Year     TO STT-Year (Std-Idx)
                   PERFORM 1200-Write-Revaluation-GL
                   ADD 1 TO WS-Rolled-Count
                   ADD WS-Reval-Amount TO WS-Reval-Net
                   MOVE SN-Stock-ID1      TO RD-Stock-ID1
                   MOVE SN-Year           TO RD-Year
                   MOVE WS-Old-Cost       TO RD-Old-Cost
                   MOVE SN-Std-Cost       TO RD-New-Cost
                   MOVE Stock-Qty-On-Hand TO RD-On-Hand
                   MOVE WS-Reval-Amount   TO RD-Reval
                   MOVE 'ROLLED'          TO RD-Result
                   WRITE Roll-Line FROM WS-Roll-Detail
           END-REWRITE.

      *> A write-up debits inventory against the revaluation
      *> account; a write-down the other way round.
       1200-Write-Revaluation-GL.
           IF WS-Reval-Amount NOT = ZERO
               IF WS-Reval-Amount < ZERO
                   COMPUTE WS-Reval-Abs = ZERO - WS-Reval-Amount
               ELSE
                   MOVE WS-Reval-Amount TO WS-Reval-Abs
               END-IF
               MOVE SPACES TO SG-Ref
               STRING SN-Stock-ID1 ' STD' SN-Year
                   DELIMITED BY SIZE INTO SG-Ref
               MOVE WS-Today     TO SG-Date
               MOVE SPACES       TO SG-Reason
               MOVE WS-Reval-Abs TO SG-Amount
               IF WS-Reval-Amount > ZERO
                   MOVE 'D' TO SG-Dr-Cr
                   MOVE WS-Inventory-Account TO SG-Account
                   WRITE Stock-GL-Line
                   MOVE 'C' TO SG-Dr-Cr
                   MOVE WS-Revaluation-Account TO SG-Account
                   WRITE Stock-GL-Line
               ELSE
                   MOVE 'D' TO SG-Dr-Cr
                   MOVE WS-Revaluation-Account TO SG-Account
                   WRITE Stock-GL-Line
                   MOVE 'C' TO SG-Dr-Cr
                   MOVE WS-Inventory-Account TO SG-Account
                   WRITE Stock-GL-Line
               END-IF
           END-IF.

       2000-Save-Standards.
           OPEN OUTPUT Standard-Cost-File.
           PERFORM VARYING Std-Idx FROM 1 BY 1
                   UNTIL Std-Idx > WS-Std-Count
               MOVE STT-Stock-ID1 (Std-Idx)  TO SC-Stock-ID1
               MOVE STT-Std-Cost (Std-Idx)   TO SC-Std-Cost
               MOVE STT-Year (Std-Idx)       TO SC-Year
               MOVE STT-Prior-Cost (Std-Idx) TO SC-Prior-Cost
               WRITE Standard-Cost-Rec
           END-PERFORM.
           CLOSE Standard-Cost-File.

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
           MOVE WS-Rolled-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
