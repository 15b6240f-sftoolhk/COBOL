       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncrMaint.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Nonconformance events written by qcRelease, itemMeasure
      *> and gaugeFlag since the last run; each opens a numbered
      *> NCR and the file is emptied once they are all on file.
           SELECT NCR-Event-File ASSIGN TO "NCREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Event-Status.
      *> Quality's cards against an NCR: A = assign any of root
      *> cause, disposition, corrective action, owner and due date
      *> (a blank field leaves what is on file), C = close, which
      *> takes the date the corrective action was verified. Each
      *> card names the operator who keyed it and the one who
      *> approved it.
           SELECT NCR-Txn-File ASSIGN TO "NCRTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Status.
           SELECT NCR-Master-File ASSIGN TO "NCRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
      *> Last NCR number issued, carried between runs the way the
      *> return run carries its RA number.
           SELECT NCR-Number-File ASSIGN TO "NCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Number-Status.
      *> Printed register of every NCR opened, every card applied
      *> and the reason for every card refused.
           SELECT Register-File ASSIGN TO "NCRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> Open NCRs by owner, oldest due first, overdue actions
      *> flagged.
           SELECT Aging-Report ASSIGN TO "NCRAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Aging-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  NCR-Event-File.
       01  NCR-Event-Rec.
           COPY NCREVENT.

       FD  NCR-Txn-File.
       01  NCR-Txn-Rec.
           05 TX-Txn-Code          PIC X.
              88 TX-Is-Assign         VALUE 'A'.
              88 TX-Is-Close          VALUE 'C'.
           05 TX-NCR-Text          PIC X(6).
           05 TX-NCR-Number REDEFINES TX-NCR-Text
                                   PIC 9(6).
           05 TX-Root-Cause        PIC X(20).
           05 TX-Disposition       PIC X.
           05 TX-Action            PIC X(30).
           05 TX-Owner             PIC X(8).
           05 TX-Due-Date          PIC X(8).
           05 TX-Verify-Date       PIC X(8).
      *> oprAuth refuses the card unless both hold authority for
      *> its code and they are two different people.
           05 TX-Operator          PIC X(8).
           05 TX-Approver          PIC X(8).

       FD  NCR-Master-File.
       01  NCR-Master-Rec.
           COPY NCRMAST.

       FD  NCR-Number-File.
       01  NCR-Number-Rec          PIC 9(6).

       FD  Register-File.
       01  Register-Line           PIC X(80).

       FD  Aging-Report.
       01  Aging-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Event-Status      PIC XX.
       01  WS-Txn-Status        PIC XX.
       01  WS-Master-Status     PIC XX.
       01  WS-Number-Status     PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Aging-Status      PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Today-Integer     PIC 9(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Date-Integer      PIC 9(8).
       01  WS-Event-Integer     PIC 9(8).
       01  WS-Days              PIC S9(5).
       01  WS-Reason            PIC X(25).
       01  WS-Overflow-File     PIC X(8).
       01  WS-NCR-Count         PIC 9(4) VALUE ZERO.
       01  WS-Last-NCR-Number   PIC 9(6) VALUE ZERO.
       01  WS-NCR-Found         PIC X VALUE 'N'.
       01  WS-Repeat-Basis      PIC X.
       01  WS-Prior-Number      PIC 9(6).
       01  WS-Opened-Count      PIC 9(5) VALUE ZERO.
       01  WS-Repeat-Count      PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Open-Total        PIC 9(5) VALUE ZERO.
       01  WS-Overdue-Total     PIC 9(5) VALUE ZERO.
       01  WS-Owner-Open        PIC 9(4) VALUE ZERO.
       01  WS-Owner-Overdue     PIC 9(4) VALUE ZERO.
       01  WS-Current-Owner     PIC X(8).
       01  WS-Scan-Sub          PIC 9(4).
       01  WS-Sort-Sub          PIC 9(4).
       01  WS-Min-Sub           PIC 9(4).
       01  WS-Age-Count         PIC 9(4) VALUE ZERO.
      *> An NCR on the same item, or from the same vendor, opened
      *> within this many days of a new one marks the new one a
      *> repeat.
       01  WS-Repeat-Days       PIC 9(3) VALUE 365.
      *> Dates on a card are edited as YYYYMMDD: month to 12, day
      *> to 31.
       01  WS-Card-Date         PIC 9(8).
       01  WS-Card-Date-Parts REDEFINES WS-Card-Date.
           05 WS-Card-YYYY      PIC 9(4).
           05 WS-Card-MM        PIC 99.
           05 WS-Card-DD        PIC 99.
       01  WS-Date-Valid        PIC X.
       01  WS-Date-Text         PIC X(8).

      *> The whole NCR file, open and closed, is held while the
      *> events open new ones and the cards apply, then rewritten.
       01  NCR-Table.
           05 NCR-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-NCR-Count
                  INDEXED BY NCR-Idx.
              10 NT-Number        PIC 9(6).
              10 NT-Status        PIC X.
              10 NT-Source        PIC X.
              10 NT-Open-Date     PIC X(8).
              10 NT-Item-ID       PIC X(6).
              10 NT-Vendor-Code   PIC X(5).
              10 NT-PO-Number     PIC 9(6).
              10 NT-Lot           PIC X(8).
              10 NT-Qty           PIC 9(5).
              10 NT-Gauge-ID      PIC X(6).
              10 NT-Text          PIC X(25).
              10 NT-Repeat        PIC X.
              10 NT-Prior-Number  PIC 9(6).
              10 NT-Root-Cause    PIC X(20).
              10 NT-Disposition   PIC X.
              10 NT-Action        PIC X(30).
              10 NT-Owner         PIC X(8).
              10 NT-Due-Date      PIC X(8).
              10 NT-Verify-Date   PIC X(8).
              10 NT-Closed-By     PIC X(8).

      *> Open NCRs for the aging report, selection-sorted by owner
      *> and due date; each points back at its NCR-Table entry.
       01  Age-Table.
           05 Age-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Age-Count.
              10 AK-Key.
                 15 AK-Owner      PIC X(8).
                 15 AK-Due-Date   PIC X(8).
              10 AK-NCR-Sub       PIC 9(4).
       01  WS-Swap-Entry.
           05 SW-Owner          PIC X(8).
           05 SW-Due-Date       PIC X(8).
           05 SW-NCR-Sub        PIC 9(4).

       01  WS-Register-Opened.
           05 FILLER            PIC X(7) VALUE 'OPENED '.
           05 RO-Number         PIC 9(6).
           05 FILLER            PIC X(6) VALUE ' ITEM '.
           05 RO-Item-ID        PIC X(6).
           05 FILLER            PIC X(6) VALUE ' VEND '.
           05 RO-Vendor-Code    PIC X(5).
           05 FILLER            PIC X(5) VALUE ' LOT '.
           05 RO-Lot            PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RO-Text           PIC X(25).
       01  WS-Register-Repeat.
           05 FILLER            PIC X(7) VALUE SPACES.
           05 FILLER            PIC X(20)
                  VALUE 'REPEAT OF PRIOR NCR '.
           05 RP-Prior-Number   PIC 9(6).
           05 FILLER            PIC X(6) VALUE ' SAME '.
           05 RP-Basis          PIC X(6).
       01  WS-Register-Applied.
           05 RA-Action         PIC X(9).
           05 FILLER            PIC X(4) VALUE 'NCR '.
           05 RA-Number         PIC 9(6).
           05 FILLER            PIC X(4) VALUE ' BY '.
           05 RA-Operator       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RA-Detail         PIC X(40).
       01  WS-Register-Refusal.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RF-Txn-Code       PIC X.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-NCR-Text       PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Operator       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Reason         PIC X(25).
       01  WS-Register-Summary.
           05 FILLER            PIC X(7) VALUE 'OPENED '.
           05 RT-Opened         PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE '  REPEAT '.
           05 RT-Repeat         PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE '  APPLIED '.
           05 RT-Applied        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE '  REFUSED '.
           05 RT-Refused        PIC Z(4)9.

       01  WS-Aging-Heading.
           05 FILLER            PIC X(21)
                  VALUE 'OPEN NCR AGING AS OF '.
           05 AH-Date           PIC X(8).
       01  WS-Aging-Columns.
           05 FILLER            PIC X(32)
                  VALUE 'OWNER    NCR    ITEM   OPENED   '.
           05 FILLER            PIC X(34)
                  VALUE '  AGE     DUE     STATUS   LATE'.
       01  WS-Aging-Detail.
           05 AD-Owner          PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Number         PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Item-ID        PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Open-Date      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Age            PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Due-Date       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Status         PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Late           PIC ZZZZ.
           05 FILLER            PIC X VALUE SPACE.
           05 AD-Repeat         PIC X(6).
       01  WS-Aging-Action.
           05 FILLER            PIC X(17) VALUE SPACES.
           05 AA-Action         PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 AA-Root-Cause     PIC X(20).
       01  WS-Aging-Owner-Total.
           05 FILLER            PIC X(8) VALUE '  OWNER '.
           05 AO-Owner          PIC X(8).
           05 FILLER            PIC X(6) VALUE ' OPEN '.
           05 AO-Open           PIC ZZZ9.
           05 FILLER            PIC X(9) VALUE ' OVERDUE '.
           05 AO-Overdue        PIC ZZZ9.
       01  WS-Aging-Total.
           05 FILLER            PIC X(16) VALUE 'TOTAL OPEN NCRS '.
           05 AT-Open           PIC ZZZZ9.
           05 FILLER            PIC X(9) VALUE ' OVERDUE '.
           05 AT-Overdue        PIC ZZZZ9.
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'NCRMAINT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'NCRMAINT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth. NCRs are raised against the shared
      *> product masters, so a card needs an all-company grant.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'NCRMAINT'.
           05 OAP-Operator      PIC X(8).
           05 OAP-Approver      PIC X(8).
           05 OAP-Txn-Code      PIC X.
           05 OAP-Company       PIC X(2).
           05 OAP-Key           PIC X(20).
           05 OAP-Action        PIC X(12).
           05 OAP-Result        PIC X.
           05 OAP-Reason        PIC X(30).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today TO WS-Date-Numeric.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           PERFORM 0100-Load-NCRs.
           PERFORM 0150-Read-Last-NCR-Number.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'NCRREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 0200-Open-From-Events.
           PERFORM 0300-Apply-Cards.
           MOVE WS-Opened-Count  TO RT-Opened.
           MOVE WS-Repeat-Count  TO RT-Repeat.
           MOVE WS-Applied-Count TO RT-Applied.
           MOVE WS-Refused-Count TO RT-Refused.
           WRITE Register-Line FROM WS-Register-Summary.
           CLOSE Register-File.
           PERFORM 3000-Rewrite-NCRs.
           PERFORM 3100-Save-Last-NCR-Number.
           PERFORM 3200-Empty-Events.
           PERFORM 4000-Write-Aging-Report.
           IF WS-Repeat-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'REPEAT NCRS OPENED' TO RLP-Message
               MOVE WS-Repeat-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-Overdue-Total > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'NCR CORRECTIVE ACTIONS OVERDUE'
                   TO RLP-Message
               MOVE WS-Overdue-Total TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'NCRS OPENED: ' WS-Opened-Count
               ' CARDS APPLIED: ' WS-Applied-Count
               ' REFUSED: ' WS-Refused-Count
               ' OPEN: ' WS-Open-Total
               ' OVERDUE: ' WS-Overdue-Total.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> No file yet simply means no NCRs on file; one the table
      *> cannot hold would be cut short on the rewrite, so the run
      *> is refused instead.
       0100-Load-NCRs.
           OPEN INPUT NCR-Master-File.
           IF WS-Master-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ NCR-Master-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-NCR-Count >= 2000
                       MOVE 'NCRMAST' TO WS-Overflow-File
                       MOVE WS-NCR-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-NCR-Count
                   SET NCR-Idx TO WS-NCR-Count
                   MOVE NC-Number       TO NT-Number (NCR-Idx)
                   MOVE NC-Status       TO NT-Status (NCR-Idx)
                   MOVE NC-Source       TO NT-Source (NCR-Idx)
                   MOVE NC-Open-Date    TO NT-Open-Date (NCR-Idx)
                   MOVE NC-Item-ID      TO NT-Item-ID (NCR-Idx)
                   MOVE NC-Vendor-Code  TO NT-Vendor-Code (NCR-Idx)
                   MOVE NC-PO-Number    TO NT-PO-Number (NCR-Idx)
                   MOVE NC-Lot          TO NT-Lot (NCR-Idx)
                   MOVE NC-Qty          TO NT-Qty (NCR-Idx)
                   MOVE NC-Gauge-ID     TO NT-Gauge-ID (NCR-Idx)
                   MOVE NC-Text         TO NT-Text (NCR-Idx)
                   MOVE NC-Repeat       TO NT-Repeat (NCR-Idx)
                   MOVE NC-Prior-Number TO NT-Prior-Number (NCR-Idx)
                   MOVE NC-Root-Cause   TO NT-Root-Cause (NCR-Idx)
                   MOVE NC-Disposition  TO NT-Disposition (NCR-Idx)
                   MOVE NC-Action       TO NT-Action (NCR-Idx)
                   MOVE NC-Owner        TO NT-Owner (NCR-Idx)
                   MOVE NC-Due-Date     TO NT-Due-Date (NCR-Idx)
                   MOVE NC-Verify-Date  TO NT-Verify-Date (NCR-Idx)
                   MOVE NC-Closed-By    TO NT-Closed-By (NCR-Idx)
                   IF NC-Number > WS-Last-NCR-Number
                       MOVE NC-Number TO WS-Last-NCR-Number
                   END-IF
                   READ NCR-Master-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE NCR-Master-File
           END-IF.

      *> The control record normally runs ahead of the file; the
      *> higher of the two is taken so a number is never reissued.
       0150-Read-Last-NCR-Number.
           OPEN INPUT NCR-Number-File.
           IF WS-Number-Status = '00'
               READ NCR-Number-File
                   AT END CONTINUE
                   NOT AT END
                       IF NCR-Number-Rec > WS-Last-NCR-Number
                           MOVE NCR-Number-Rec TO WS-Last-NCR-Number
                       END-IF
               END-READ
               CLOSE NCR-Number-File
           END-IF.

       0200-Open-From-Events.
           OPEN INPUT NCR-Event-File.
           IF WS-Event-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ NCR-Event-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM 0210-Open-One-NCR
                   READ NCR-Event-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE NCR-Event-File
           END-IF.

      *> NCREVENT is emptied at the end of the run; an event that
      *> did not fit would be lost with it, so the run is refused
      *> before anything is rewritten.
       0210-Open-One-NCR.
           IF WS-NCR-Count >= 2000
               MOVE 'NCRMAST' TO WS-Overflow-File
               MOVE WS-NCR-Count TO RLP-Count
               PERFORM 0900-Refuse-Overflow
           END-IF.
           PERFORM 0220-Check-Repeat.
           ADD 1 TO WS-Last-NCR-Number.
           ADD 1 TO WS-NCR-Count.
           SET NCR-Idx TO WS-NCR-Count.
           MOVE WS-Last-NCR-Number TO NT-Number (NCR-Idx).
           MOVE 'O'                TO NT-Status (NCR-Idx).
           MOVE NE-Source          TO NT-Source (NCR-Idx).
           IF NE-Date NUMERIC
               MOVE NE-Date        TO NT-Open-Date (NCR-Idx)
           ELSE
               MOVE WS-Today       TO NT-Open-Date (NCR-Idx)
           END-IF.
           MOVE NE-Item-ID         TO NT-Item-ID (NCR-Idx).
           MOVE NE-Vendor-Code     TO NT-Vendor-Code (NCR-Idx).
           MOVE NE-PO-Number       TO NT-PO-Number (NCR-Idx).
           MOVE NE-Lot             TO NT-Lot (NCR-Idx).
           MOVE NE-Qty             TO NT-Qty (NCR-Idx).
           MOVE NE-Gauge-ID        TO NT-Gauge-ID (NCR-Idx).
           MOVE NE-Text            TO NT-Text (NCR-Idx).
           MOVE WS-Repeat-Basis    TO NT-Repeat (NCR-Idx).
           MOVE WS-Prior-Number    TO NT-Prior-Number (NCR-Idx).
           MOVE SPACES             TO NT-Root-Cause (NCR-Idx).
           MOVE SPACE              TO NT-Disposition (NCR-Idx).
           MOVE SPACES             TO NT-Action (NCR-Idx).
           MOVE SPACES             TO NT-Owner (NCR-Idx).
           MOVE SPACES             TO NT-Due-Date (NCR-Idx).
           MOVE SPACES             TO NT-Verify-Date (NCR-Idx).
           MOVE SPACES             TO NT-Closed-By (NCR-Idx).
           ADD 1 TO WS-Opened-Count.
           MOVE NT-Number (NCR-Idx) TO RO-Number.
           MOVE NE-Item-ID          TO RO-Item-ID.
           MOVE NE-Vendor-Code      TO RO-Vendor-Code.
           MOVE NE-Lot              TO RO-Lot.
           MOVE NE-Text             TO RO-Text.
           WRITE Register-Line FROM WS-Register-Opened.
           IF NT-Repeat (NCR-Idx) NOT = SPACE
               ADD 1 TO WS-Repeat-Count
               MOVE NT-Prior-Number (NCR-Idx) TO RP-Prior-Number
               IF NT-Repeat (NCR-Idx) = 'I'
                   MOVE 'ITEM'   TO RP-Basis
               ELSE
                   MOVE 'VENDOR' TO RP-Basis
               END-IF
               WRITE Register-Line FROM WS-Register-Repeat
           END-IF.

      *> The latest earlier NCR - open or closed - on the same item,
      *> or failing that from the same vendor, inside the repeat
      *> window.
       0220-Check-Repeat.
           MOVE SPACE TO WS-Repeat-Basis.
           MOVE ZERO  TO WS-Prior-Number.
           IF NE-Date NUMERIC
               MOVE NE-Date TO WS-Date-Numeric
           ELSE
               MOVE WS-Today TO WS-Date-Numeric
           END-IF.
           COMPUTE WS-Event-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           PERFORM VARYING WS-Scan-Sub FROM 1 BY 1
                   UNTIL WS-Scan-Sub > WS-NCR-Count
               IF NT-Open-Date (WS-Scan-Sub) NUMERIC
                   MOVE NT-Open-Date (WS-Scan-Sub) TO WS-Date-Numeric
                   COMPUTE WS-Date-Integer =
                       FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
                   COMPUTE WS-Days =
                       WS-Event-Integer - WS-Date-Integer
                   IF WS-Days NOT > WS-Repeat-Days
                       PERFORM 0230-Compare-Prior-NCR
                   END-IF
               END-IF
           END-PERFORM.

       0230-Compare-Prior-NCR.
           IF NT-Item-ID (WS-Scan-Sub) = NE-Item-ID
               IF WS-Repeat-Basis NOT = 'I'
                    OR NT-Number (WS-Scan-Sub) > WS-Prior-Number
                   MOVE 'I' TO WS-Repeat-Basis
                   MOVE NT-Number (WS-Scan-Sub) TO WS-Prior-Number
               END-IF
           ELSE
               IF NE-Vendor-Code NOT = SPACES
                    AND NT-Vendor-Code (WS-Scan-Sub) = NE-Vendor-Code
                    AND WS-Repeat-Basis NOT = 'I'
                    AND NT-Number (WS-Scan-Sub) > WS-Prior-Number
                   MOVE 'V' TO WS-Repeat-Basis
                   MOVE NT-Number (WS-Scan-Sub) TO WS-Prior-Number
               END-IF
           END-IF.

      *> No cards is an ordinary day: the events still open their
      *> NCRs and the aging report still prints.
       0300-Apply-Cards.
           OPEN INPUT NCR-Txn-File.
           IF WS-Txn-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ NCR-Txn-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM 1000-Process-Transaction
                   READ NCR-Txn-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE NCR-Txn-File
           END-IF.

       0900-Refuse-Overflow.
           DISPLAY WS-Overflow-File ' EXCEEDS ' RLP-Count
               ' ENTRIES - RUN REFUSED'.
           MOVE SPACES TO RLP-Message.
           STRING WS-Overflow-File DELIMITED BY SPACE
               ' OVERFLOWS TABLE' DELIMITED BY SIZE
               INTO RLP-Message.
           MOVE 'E' TO RLP-Severity.
           MOVE 96 TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE 96 TO RETURN-CODE.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       1000-Process-Transaction.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-NCR-Found.
           IF TX-NCR-Text NUMERIC
               SET NCR-Idx TO 1
               SEARCH NCR-Entry
                   AT END CONTINUE
                   WHEN NT-Number (NCR-Idx) = TX-NCR-Number
                       MOVE 'Y' TO WS-NCR-Found
               END-SEARCH
           END-IF.
           PERFORM 1050-Check-Operator-Authority.
           EVALUATE TRUE
               WHEN OAP-Result NOT = 'Y'
                   MOVE OAP-Reason TO WS-Reason
               WHEN NOT TX-Is-Assign AND NOT TX-Is-Close
                   MOVE 'TXN CODE NOT A OR C' TO WS-Reason
               WHEN WS-NCR-Found = 'N'
                   MOVE 'NCR NOT ON FILE' TO WS-Reason
               WHEN NT-Status (NCR-Idx) = 'C'
                   MOVE 'NCR ALREADY CLOSED' TO WS-Reason
               WHEN TX-Is-Assign
                   PERFORM 1100-Edit-Assign
               WHEN OTHER
                   PERFORM 1200-Edit-Close
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE TX-Txn-Code TO RF-Txn-Code
               MOVE TX-NCR-Text TO RF-NCR-Text
               MOVE TX-Operator TO RF-Operator
               MOVE WS-Reason   TO RF-Reason
               WRITE Register-Line FROM WS-Register-Refusal
               ADD 1 TO WS-Refused-Count
           ELSE
               IF TX-Is-Assign
                   PERFORM 2100-Apply-Assign
               ELSE
                   PERFORM 2200-Apply-Close
               END-IF
               ADD 1 TO WS-Applied-Count
               MOVE 'L'       TO OAP-Request
               MOVE RA-Action TO OAP-Action
               CALL 'oprAuth' USING Operator-Auth-Parms
           END-IF.

       1050-Check-Operator-Authority.
           MOVE 'C'           TO OAP-Request.
           MOVE TX-Operator   TO OAP-Operator.
           MOVE TX-Approver   TO OAP-Approver.
           MOVE TX-Txn-Code   TO OAP-Txn-Code.
           MOVE '**'          TO OAP-Company.
           MOVE TX-NCR-Text   TO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       1100-Edit-Assign.
           EVALUATE TRUE
               WHEN TX-Root-Cause = SPACES
                    AND TX-Disposition = SPACE
                    AND TX-Action = SPACES
                    AND TX-Owner = SPACES
                    AND TX-Due-Date = SPACES
                   MOVE 'NOTHING TO ASSIGN' TO WS-Reason
               WHEN TX-Disposition NOT = SPACE
                    AND TX-Disposition NOT = 'U'
                    AND TX-Disposition NOT = 'W'
                    AND TX-Disposition NOT = 'S'
                    AND TX-Disposition NOT = 'V'
                   MOVE 'DISPOSITION NOT U W S V' TO WS-Reason
               WHEN TX-Due-Date NOT = SPACES
                   MOVE TX-Due-Date TO WS-Date-Text
                   PERFORM 1300-Edit-Card-Date
                   IF WS-Date-Valid = 'N'
                       MOVE 'DUE DATE INVALID' TO WS-Reason
                   ELSE
                       IF TX-Due-Date < NT-Open-Date (NCR-Idx)
                           MOVE 'DUE DATE BEFORE OPENED'
                               TO WS-Reason
                       END-IF
                   END-IF
           END-EVALUATE.

      *> An NCR closes only once its corrective action has been
      *> verified: the card must carry the verification date, and
      *> there must be an action on file to have verified.
       1200-Edit-Close.
           MOVE TX-Verify-Date TO WS-Date-Text.
           PERFORM 1300-Edit-Card-Date.
           EVALUATE TRUE
               WHEN TX-Verify-Date = SPACES
                   MOVE 'VERIFICATION DATE MISSING' TO WS-Reason
               WHEN WS-Date-Valid = 'N'
                   MOVE 'VERIFICATION DATE INVALID' TO WS-Reason
               WHEN TX-Verify-Date < NT-Open-Date (NCR-Idx)
                   MOVE 'VERIFIED BEFORE OPENED' TO WS-Reason
               WHEN TX-Verify-Date > WS-Today
                   MOVE 'VERIFIED IN THE FUTURE' TO WS-Reason
               WHEN NT-Action (NCR-Idx) = SPACES
                   MOVE 'NO CORRECTIVE ACTION' TO WS-Reason
           END-EVALUATE.

       1300-Edit-Card-Date.
           MOVE 'N' TO WS-Date-Valid.
           IF WS-Date-Text NUMERIC
               MOVE WS-Date-Text TO WS-Card-Date
               IF WS-Card-YYYY > 1900
                    AND WS-Card-MM >= 1 AND WS-Card-MM <= 12
                    AND WS-Card-DD >= 1 AND WS-Card-DD <= 31
                   MOVE 'Y' TO WS-Date-Valid
               END-IF
           END-IF.

       2100-Apply-Assign.
           IF TX-Root-Cause NOT = SPACES
               MOVE TX-Root-Cause  TO NT-Root-Cause (NCR-Idx)
           END-IF.
           IF TX-Disposition NOT = SPACE
               MOVE TX-Disposition TO NT-Disposition (NCR-Idx)
           END-IF.
           IF TX-Action NOT = SPACES
               MOVE TX-Action      TO NT-Action (NCR-Idx)
           END-IF.
           IF TX-Owner NOT = SPACES
               MOVE TX-Owner       TO NT-Owner (NCR-Idx)
           END-IF.
           IF TX-Due-Date NOT = SPACES
               MOVE TX-Due-Date    TO NT-Due-Date (NCR-Idx)
           END-IF.
           MOVE 'ASSIGNED '          TO RA-Action.
           MOVE NT-Number (NCR-Idx)  TO RA-Number.
           MOVE TX-Operator          TO RA-Operator.
           MOVE SPACES               TO RA-Detail.
           STRING 'OWNER ' DELIMITED BY SIZE
               NT-Owner (NCR-Idx) DELIMITED BY SPACE
               ' DUE ' DELIMITED BY SIZE
               NT-Due-Date (NCR-Idx) DELIMITED BY SPACE
               ' DISP ' DELIMITED BY SIZE
               NT-Disposition (NCR-Idx) DELIMITED BY SIZE
               INTO RA-Detail.
           WRITE Register-Line FROM WS-Register-Applied.

       2200-Apply-Close.
           MOVE 'C'                  TO NT-Status (NCR-Idx).
           MOVE TX-Verify-Date       TO NT-Verify-Date (NCR-Idx).
           MOVE TX-Operator          TO NT-Closed-By (NCR-Idx).
           MOVE 'CLOSED   '          TO RA-Action.
           MOVE NT-Number (NCR-Idx)  TO RA-Number.
           MOVE TX-Operator          TO RA-Operator.
           MOVE SPACES               TO RA-Detail.
           STRING 'VERIFIED ' DELIMITED BY SIZE
               TX-Verify-Date DELIMITED BY SIZE
               INTO RA-Detail.
           WRITE Register-Line FROM WS-Register-Applied.

       3000-Rewrite-NCRs.
           OPEN OUTPUT NCR-Master-File.
           PERFORM VARYING NCR-Idx FROM 1 BY 1
                   UNTIL NCR-Idx > WS-NCR-Count
               MOVE NT-Number (NCR-Idx)       TO NC-Number
               MOVE NT-Status (NCR-Idx)       TO NC-Status
               MOVE NT-Source (NCR-Idx)       TO NC-Source
               MOVE NT-Open-Date (NCR-Idx)    TO NC-Open-Date
               MOVE NT-Item-ID (NCR-Idx)      TO NC-Item-ID
               MOVE NT-Vendor-Code (NCR-Idx)  TO NC-Vendor-Code
               MOVE NT-PO-Number (NCR-Idx)    TO NC-PO-Number
               MOVE NT-Lot (NCR-Idx)          TO NC-Lot
               MOVE NT-Qty (NCR-Idx)          TO NC-Qty
               MOVE NT-Gauge-ID (NCR-Idx)     TO NC-Gauge-ID
               MOVE NT-Text (NCR-Idx)         TO NC-Text
               MOVE NT-Repeat (NCR-Idx)       TO NC-Repeat
               MOVE NT-Prior-Number (NCR-Idx) TO NC-Prior-Number
               MOVE NT-Root-Cause (NCR-Idx)   TO NC-Root-Cause
               MOVE NT-Disposition (NCR-Idx)  TO NC-Disposition
               MOVE NT-Action (NCR-Idx)       TO NC-Action
               MOVE NT-Owner (NCR-Idx)        TO NC-Owner
               MOVE NT-Due-Date (NCR-Idx)     TO NC-Due-Date
               MOVE NT-Verify-Date (NCR-Idx)  TO NC-Verify-Date
               MOVE NT-Closed-By (NCR-Idx)    TO NC-Closed-By
               WRITE NCR-Master-Rec
           END-PERFORM.
           CLOSE NCR-Master-File.

       3100-Save-Last-NCR-Number.
           OPEN OUTPUT NCR-Number-File.
           MOVE WS-Last-NCR-Number TO NCR-Number-Rec.
           WRITE NCR-Number-Rec.
           CLOSE NCR-Number-File.

       3200-Empty-Events.
           OPEN OUTPUT NCR-Event-File.
           CLOSE NCR-Event-File.

      *> An NCR with no owner yet sorts first under *NONE*, so the
      *> unassigned ones head the report; one with no due date
      *> sorts last within its owner and is never overdue.
       4000-Write-Aging-Report.
           OPEN OUTPUT Aging-Report.
           IF WS-Aging-Status NOT = '00'
               DISPLAY 'NCRAGE OPEN FAILED, STATUS=' WS-Aging-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO AH-Date.
           WRITE Aging-Line FROM WS-Aging-Heading.
           WRITE Aging-Line FROM WS-Aging-Columns.
           PERFORM VARYING WS-Scan-Sub FROM 1 BY 1
                   UNTIL WS-Scan-Sub > WS-NCR-Count
               IF NT-Status (WS-Scan-Sub) = 'O'
                   ADD 1 TO WS-Age-Count
                   IF NT-Owner (WS-Scan-Sub) = SPACES
                       MOVE '*NONE*' TO AK-Owner (WS-Age-Count)
                   ELSE
                       MOVE NT-Owner (WS-Scan-Sub)
                           TO AK-Owner (WS-Age-Count)
                   END-IF
                   IF NT-Due-Date (WS-Scan-Sub) = SPACES
                       MOVE HIGH-VALUES TO AK-Due-Date (WS-Age-Count)
                   ELSE
                       MOVE NT-Due-Date (WS-Scan-Sub)
                           TO AK-Due-Date (WS-Age-Count)
                   END-IF
                   MOVE WS-Scan-Sub TO AK-NCR-Sub (WS-Age-Count)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Sort-Sub FROM 1 BY 1
                   UNTIL WS-Sort-Sub > WS-Age-Count
               MOVE WS-Sort-Sub TO WS-Min-Sub
               PERFORM VARYING WS-Scan-Sub FROM WS-Sort-Sub BY 1
                       UNTIL WS-Scan-Sub > WS-Age-Count
                   IF AK-Key (WS-Scan-Sub) < AK-Key (WS-Min-Sub)
                       MOVE WS-Scan-Sub TO WS-Min-Sub
                   END-IF
               END-PERFORM
               IF WS-Min-Sub NOT = WS-Sort-Sub
                   MOVE Age-Entry (WS-Sort-Sub) TO WS-Swap-Entry
                   MOVE Age-Entry (WS-Min-Sub)
                       TO Age-Entry (WS-Sort-Sub)
                   MOVE WS-Swap-Entry TO Age-Entry (WS-Min-Sub)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Current-Owner.
           PERFORM VARYING WS-Sort-Sub FROM 1 BY 1
                   UNTIL WS-Sort-Sub > WS-Age-Count
               IF AK-Owner (WS-Sort-Sub) NOT = WS-Current-Owner
                   IF WS-Current-Owner NOT = SPACES
                       PERFORM 4200-Write-Owner-Total
                   END-IF
                   MOVE AK-Owner (WS-Sort-Sub) TO WS-Current-Owner
               END-IF
               PERFORM 4100-Write-Aging-Detail
           END-PERFORM.
           IF WS-Current-Owner NOT = SPACES
               PERFORM 4200-Write-Owner-Total
           END-IF.
           MOVE WS-Open-Total    TO AT-Open.
           MOVE WS-Overdue-Total TO AT-Overdue.
           WRITE Aging-Line FROM WS-Aging-Total.
           CLOSE Aging-Report.

       4100-Write-Aging-Detail.
           SET NCR-Idx TO AK-NCR-Sub (WS-Sort-Sub).
           ADD 1 TO WS-Open-Total.
           ADD 1 TO WS-Owner-Open.
           MOVE AK-Owner (WS-Sort-Sub)    TO AD-Owner.
           MOVE NT-Number (NCR-Idx)       TO AD-Number.
           MOVE NT-Item-ID (NCR-Idx)      TO AD-Item-ID.
           MOVE NT-Open-Date (NCR-Idx)    TO AD-Open-Date.
           MOVE NT-Due-Date (NCR-Idx)     TO AD-Due-Date.
           MOVE ZERO TO AD-Age.
           IF NT-Open-Date (NCR-Idx) NUMERIC
               MOVE NT-Open-Date (NCR-Idx) TO WS-Date-Numeric
               COMPUTE WS-Date-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               COMPUTE WS-Days = WS-Today-Integer - WS-Date-Integer
               MOVE WS-Days TO AD-Age
           END-IF.
           MOVE ZERO TO AD-Late.
           EVALUATE TRUE
               WHEN NT-Due-Date (NCR-Idx) NOT = SPACES
                    AND NT-Due-Date (NCR-Idx) < WS-Today
                   MOVE 'OVERDUE' TO AD-Status
                   ADD 1 TO WS-Overdue-Total
                   ADD 1 TO WS-Owner-Overdue
                   MOVE NT-Due-Date (NCR-Idx) TO WS-Date-Numeric
                   COMPUTE WS-Date-Integer =
                       FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
                   COMPUTE WS-Days =
                       WS-Today-Integer - WS-Date-Integer
                   MOVE WS-Days TO AD-Late
               WHEN NT-Action (NCR-Idx) = SPACES
                   MOVE 'NO ACTN' TO AD-Status
               WHEN NT-Due-Date (NCR-Idx) = SPACES
                   MOVE 'NO DUE' TO AD-Status
               WHEN OTHER
                   MOVE 'OPEN' TO AD-Status
           END-EVALUATE.
           IF NT-Repeat (NCR-Idx) = SPACE
               MOVE SPACES TO AD-Repeat
           ELSE
               MOVE 'REPEAT' TO AD-Repeat
           END-IF.
           WRITE Aging-Line FROM WS-Aging-Detail.
           IF NT-Action (NCR-Idx) NOT = SPACES
                OR NT-Root-Cause (NCR-Idx) NOT = SPACES
               MOVE NT-Action (NCR-Idx)     TO AA-Action
               MOVE NT-Root-Cause (NCR-Idx) TO AA-Root-Cause
               WRITE Aging-Line FROM WS-Aging-Action
           END-IF.

       4200-Write-Owner-Total.
           MOVE WS-Current-Owner TO AO-Owner.
           MOVE WS-Owner-Open    TO AO-Open.
           MOVE WS-Owner-Overdue TO AO-Overdue.
           WRITE Aging-Line FROM WS-Aging-Owner-Total.
           WRITE Aging-Line FROM WS-Blank-Line.
           MOVE ZERO TO WS-Owner-Open.
           MOVE ZERO TO WS-Owner-Overdue.

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
           MOVE WS-Opened-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
