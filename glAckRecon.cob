       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Acknowledgment file the finance system returns for the
      *> consolidated GL journal we sent: accepted or rejected, line
      *> by line, keyed by batch and line number. What they never
      *> acknowledged and what they rejected is reported, and
      *> rejected lines are sent again.
           SELECT Ack-File ASSIGN TO "GLJACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ack-Status.
           SELECT GL-Journal-File ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Journal-Status.
           SELECT Recon-Report ASSIGN TO "GLJARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
      *> A rejected payroll line carries into the next payroll
      *> extract, as it always has; any other source's goes back
      *> on glJournal's hold file and is offered again tonight.
           SELECT Carryforward-File ASSIGN TO "PAYGLCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Carryforward-Status.
           SELECT Hold-File ASSIGN TO "GLJHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Ack-File.
       01  Ack-Rec.
           05 AK-Batch         PIC 9(6).
           05 AK-Line          PIC 9(5).
           05 AK-Account       PIC X(8).
           05 AK-Amount        PIC 9(7)V99.
           05 AK-Status        PIC X.
              88 AK-Is-Accepted   VALUE 'A'.
              88 AK-Is-Rejected   VALUE 'R'.

       FD  GL-Journal-File.
       01  GL-Journal-Line.
           COPY GLJRNL.
       01  GL-Journal-Trailer.
           COPY TRAILER.

       FD  Recon-Report.
       01  Recon-Report-Line   PIC X(80).
           05 CF-Period            PIC 9(3).
           05 CF-Emp-Number        PIC 9(5).

       FD  Hold-File.
       01  Hold-Rec.
           COPY GLJRNL REPLACING LEADING ==GJ-== BY ==GH-==.
           05 GH-Hold-Type      PIC X.
           05 GH-Held-Date      PIC X(8).
           05 GH-Released-Date  PIC X(8).
           05 GH-Reason         PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-Ack-Status        PIC XX.
       01  WS-GL-Journal-Status PIC XX.
       01  WS-Hold-Status       PIC XX.
       01  WS-Today             PIC X(8).
       01  WS-Journal-Count     PIC 9(7) VALUE ZERO.
       01  WS-Journal-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Trailer-Seen      PIC X VALUE 'N'.
       01  WS-Report-Status     PIC XX.
       01  WS-Carryforward-Status PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Ack-Eof           PIC X VALUE 'N'.
       01  WS-Ack-Count         PIC 9(4) VALUE ZERO.
       01  WS-Ack-Found         PIC X VALUE 'N'.
       01  WS-Unacked-Count     PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count    PIC 9(5) VALUE ZERO.
       01  WS-Recon-Detail.
           05 RD-Verdict       PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RD-Source        PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RD-Batch         PIC 9(6).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RD-Line          PIC 9(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RD-Ref           PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RD-Account       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RT-Rejected-Amt  PIC Z(8)9.99.

       01  Ack-Table.
           05 Ack-Entry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WS-Ack-Count
                  INDEXED BY Ack-Idx.
              10 AT-Batch      PIC 9(6).
              10 AT-Line       PIC 9(5).
              10 AT-Account    PIC X(8).
              10 AT-Amount     PIC 9(7)V99.
              10 AT-Status     PIC X.
              10 AT-Used       PIC X.

      *> Run-control interface: checked at startup so a second
       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 1000-Load-Acknowledgments.
           PERFORM 1500-Prove-Journal-Trailer.
           OPEN OUTPUT Recon-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'GLJARPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 62 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND Carryforward-File.
           OPEN EXTEND Hold-File.
           IF WS-Hold-Status = '35'
               OPEN OUTPUT Hold-File
           END-IF.
           PERFORM 2000-Match-Journal-Lines.
           MOVE WS-Unacked-Count  TO RT-Unacked.
           MOVE WS-Rejected-Count TO RT-Rejected.
           MOVE WS-Matched-Count  TO RT-Matched.
           WRITE Recon-Report-Line FROM WS-Recon-Amount-Line.
           CLOSE Recon-Report.
           CLOSE Carryforward-File.
           CLOSE Hold-File.
           DISPLAY 'GL ACK RECON - MATCHED=' WS-Matched-Count
               ' UNACKED=' WS-Unacked-Count
               ' REJECTED=' WS-Rejected-Count.
       1000-Load-Acknowledgments.
           OPEN INPUT Ack-File.
           IF WS-Ack-Status NOT = '00'
               DISPLAY 'GLJACK OPEN FAILED, STATUS=' WS-Ack-Status
               MOVE 63 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Ack-File
               AT END MOVE 'Y' TO WS-Ack-Eof
           END-READ.
           PERFORM UNTIL WS-Ack-Eof = 'Y' OR WS-Ack-Count >= 5000
               ADD 1 TO WS-Ack-Count
               MOVE AK-Batch    TO AT-Batch (WS-Ack-Count)
               MOVE AK-Line     TO AT-Line (WS-Ack-Count)
               MOVE AK-Account  TO AT-Account (WS-Ack-Count)
               MOVE AK-Amount   TO AT-Amount (WS-Ack-Count)
               MOVE AK-Status   TO AT-Status (WS-Ack-Count)
               MOVE 'N'         TO AT-Used (WS-Ack-Count)
               READ Ack-File
                   AT END MOVE 'Y' TO WS-Ack-Eof
           END-PERFORM.
           CLOSE Ack-File.

      *> The journal must prove to its own trailer before any line
      *> of it is reconciled or sent again.
       1500-Prove-Journal-Trailer.
           OPEN INPUT GL-Journal-File.
           IF WS-GL-Journal-Status NOT = '00'
               DISPLAY 'GLJRNL OPEN FAILED, STATUS='
                   WS-GL-Journal-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ GL-Journal-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF TR-Mark = '*TRL'
                   MOVE 'Y' TO WS-Trailer-Seen
                   MOVE 'Y' TO WS-Eof-Switch
               ELSE
                   ADD 1 TO WS-Journal-Count
                   ADD GJ-Amount TO WS-Journal-Hash
                   READ GL-Journal-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE GL-Journal-File.
           IF WS-Trailer-Seen = 'N'
                OR TR-Record-Count NOT = WS-Journal-Count
                OR TR-Hash-Total NOT = WS-Journal-Hash
               DISPLAY 'GLJRNL DOES NOT PROVE TO ITS TRAILER - '
                   'NOT RECONCILED'
               MOVE 'E' TO RLP-Severity
               MOVE 'GLJRNL TRAILER DOES NOT PROVE' TO RLP-Message
               MOVE WS-Journal-Count TO RLP-Count
               MOVE 65 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 65 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.

       2000-Match-Journal-Lines.
           OPEN INPUT GL-Journal-File.
           READ GL-Journal-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF TR-Mark = '*TRL'
                   MOVE 'Y' TO WS-Eof-Switch
               ELSE
                   PERFORM 2100-Match-One-Line
                   READ GL-Journal-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE GL-Journal-File.

       2100-Match-One-Line.
           MOVE 'N' TO WS-Ack-Found.
           SET Ack-Idx TO 1.
           SEARCH Ack-Entry
               AT END CONTINUE
               WHEN AT-Batch (Ack-Idx) = GJ-Batch
                    AND AT-Line (Ack-Idx) = GJ-Line
                    AND AT-Account (Ack-Idx) = GJ-Account
                    AND AT-Used (Ack-Idx) = 'N'
                   MOVE 'Y' TO WS-Ack-Found
           END-SEARCH.
                   MOVE 'UNACKED' TO RD-Verdict
                   PERFORM 2200-Write-Recon-Detail
                   ADD 1 TO WS-Unacked-Count
                   ADD GJ-Amount TO WS-Unacked-Amount
               WHEN AT-Status (Ack-Idx) = 'R'
                   MOVE 'Y' TO AT-Used (Ack-Idx)
                   MOVE 'REJECTED' TO RD-Verdict
                   PERFORM 2200-Write-Recon-Detail
                   ADD 1 TO WS-Rejected-Count
                   ADD GJ-Amount TO WS-Rejected-Amount
                   IF GJ-Source = 'PAY'
                       PERFORM 2300-Write-Carryforward
                   ELSE
                       PERFORM 2400-Write-Hold-Line
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO AT-Used (Ack-Idx)
                   ADD 1 TO WS-Matched-Count
           END-EVALUATE.

       2200-Write-Recon-Detail.
           MOVE GJ-Source   TO RD-Source.
           MOVE GJ-Batch    TO RD-Batch.
           MOVE GJ-Line     TO RD-Line.
           MOVE GJ-Ref      TO RD-Ref.
           MOVE GJ-Account  TO RD-Account.
           MOVE GJ-Amount   TO RD-Amount.
           WRITE Recon-Report-Line FROM WS-Recon-Detail.

      *> Rejected entries ride the carryforward file into the start
      *> of the next payroll extract, so nothing silently falls out
      *> of the ledger.
       2300-Write-Carryforward.
           MOVE GJ-Ref      TO CF-Emp-Name.
           MOVE GJ-Dr-Cr    TO CF-Dr-Cr.
           MOVE GJ-Account  TO CF-Account.
           MOVE GJ-Amount   TO CF-Amount.
           MOVE GJ-Period   TO CF-Period.
           MOVE GJ-Source-Key (1:5) TO CF-Emp-Number.
           WRITE Carryforward-Rec.

       2400-Write-Hold-Line.
           MOVE GL-Journal-Line TO Hold-Rec.
           MOVE ZERO        TO GH-Batch.
           MOVE ZERO        TO GH-Line.
           MOVE 'F'         TO GH-Hold-Type.
           MOVE WS-Today    TO GH-Held-Date.
           MOVE SPACES      TO GH-Released-Date.
           MOVE 'REJECTED BY FINANCE' TO GH-Reason.
           WRITE Hold-Rec.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
