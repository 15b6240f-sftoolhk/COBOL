       IDENTIFICATION DIVISION.
       PROGRAM-ID. asnIntake.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Vendor master: only vendors flagged for electronic trading
      *> send advance ship notices.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT PO-File ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-Status.
      *> Purchase-unit conversions per item and vendor, the same
      *> table poReceive converts receipts through.
           SELECT UOM-File ASSIGN TO "POUOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UOM-Status.
      *> Advance ship notices received from the trading network
      *> since the last run, one record per PO line shipped.
           SELECT ASN-In-File ASSIGN TO "ASNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-In-Status.
      *> Notices accepted but not yet seen at the dock, carried from
      *> run to run until the goods arrive.
           SELECT ASN-Open-File ASSIGN TO "ASNOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-Open-Status.
      *> Dock confirmation cards: the ASN and PO the goods arrived
      *> against and the count. A blank count means the quantity on
      *> the notice was right.
           SELECT Confirm-File ASSIGN TO "ASNCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Confirm-Status.
      *> Receiving transactions for poReceive, staged from the
      *> notice so the dock keys nothing but the count. Hand-keyed
      *> receipts for other vendors already on the file are kept.
           SELECT Receiving-File ASSIGN TO "PORECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Receiving-Status.
      *> Notices refused or staged against a PO line they disagree
      *> with, and dock counts that differ from the notice.
           SELECT ASN-Report ASSIGN TO "ASNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
      *> Notices whose expected date has passed with nothing at the
      *> dock, for purchasing to chase.
           SELECT Late-Report ASSIGN TO "ASNLATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Late-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-File.
       01  Vendor-Rec.
           05 VM-Vendor-Code      PIC X(5).
           05 VM-Vendor-Name      PIC X(25).
           05 VM-Inv-Num          PIC 9(5).
           05 VM-Unit-Price       PIC 9(5)V99.
           05 VM-Net-Days         PIC 9(3).
           05 VM-Disc-Pct         PIC 9(2)V99.
           05 VM-Disc-Days        PIC 9(3).
           05 VM-1099-Flag        PIC X.
           05 VM-Tax-ID           PIC X(9).
           05 VM-1099-Box         PIC X(2).
           05 VM-EDI-Flag         PIC X.

       FD  PO-File.
       01  PO-Rec.
           05 PO-Number           PIC 9(6).
           05 PO-Inv-Num          PIC 9(5).
           05 PO-Vendor-Code      PIC X(5).
           05 PO-Qty              PIC 9(5).
           05 PO-Status           PIC X.
              88 PO-Is-Open          VALUE 'O'.
              88 PO-Is-Closed        VALUE 'C'.
           05 PO-Recv-Qty         PIC 9(5).
           05 PO-Order-Date       PIC X(8).
           05 PO-Unit-Price       PIC 9(5)V99.
           05 PO-Inv-Qty          PIC 9(5).
           05 PO-Blanket-No       PIC 9(6).
           05 PO-Release-No       PIC 9(3).

       FD  UOM-File.
       01  UOM-Rec.
           05 UC-Inv-Num      PIC 9(5).
           05 UC-Vendor-Code  PIC X(5).
           05 UC-From-UOM     PIC X(2).
           05 UC-Factor       PIC 9(3)V999.

       FD  ASN-In-File.
       01  ASN-In-Rec.
           05 AN-Vendor-Code      PIC X(5).
           05 AN-ASN-Number       PIC X(10).
           05 AN-PO-Number        PIC 9(6).
           05 AN-Inv-Num          PIC 9(5).
           05 AN-Qty              PIC 9(5).
           05 AN-Lot              PIC X(8).
           05 AN-Expected-Date    PIC X(8).
      *> Unit the vendor ships in; blank or EA is the stocking unit.
           05 AN-UOM              PIC X(2).

       FD  ASN-Open-File.
       01  ASN-Open-Rec.
           05 AO-ASN-Number       PIC X(10).
           05 AO-Vendor-Code      PIC X(5).
           05 AO-PO-Number        PIC 9(6).
           05 AO-Inv-Num          PIC 9(5).
           05 AO-Qty              PIC 9(5).
           05 AO-Lot              PIC X(8).
           05 AO-Expected-Date    PIC X(8).
           05 AO-UOM              PIC X(2).
           05 AO-Stock-Qty        PIC 9(5).
           05 AO-Intake-Date      PIC X(8).

       FD  Confirm-File.
       01  Confirm-Rec.
           05 CF-ASN-Number       PIC X(10).
           05 CF-PO-Number        PIC 9(6).
           05 CF-Count-Text       PIC X(5).
           05 CF-Count REDEFINES CF-Count-Text
                                  PIC 9(5).

       FD  Receiving-File.
       01  Receiving-Rec.
           05 RV-PO-Number        PIC 9(6).
           05 RV-Qty              PIC 9(5).
           05 RV-Lot              PIC X(8).
           05 RV-Action           PIC X.
           05 RV-UOM              PIC X(2).

       FD  ASN-Report.
       01  ASN-Report-Line        PIC X(80).

       FD  Late-Report.
       01  Late-Report-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Vendor-Status     PIC XX.
       01  WS-PO-Status         PIC XX.
       01  WS-UOM-Status        PIC XX.
       01  WS-ASN-In-Status     PIC XX.
       01  WS-ASN-Open-Status   PIC XX.
       01  WS-Confirm-Status    PIC XX.
       01  WS-Receiving-Status  PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Late-Status       PIC XX.
       01  WS-Vendor-Eof        PIC X VALUE 'N'.
       01  WS-PO-Eof            PIC X VALUE 'N'.
       01  WS-UOM-Eof           PIC X VALUE 'N'.
       01  WS-ASN-In-Eof        PIC X VALUE 'N'.
       01  WS-ASN-Open-Eof      PIC X VALUE 'N'.
       01  WS-Confirm-Eof       PIC X VALUE 'N'.
       01  WS-Vendor-Found      PIC X VALUE 'N'.
       01  WS-PO-Found          PIC X VALUE 'N'.
       01  WS-UOM-Found         PIC X VALUE 'N'.
       01  WS-ASN-Found         PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Vendor-Count      PIC 9(3) VALUE ZERO.
       01  WS-PO-Count          PIC 9(3) VALUE ZERO.
       01  WS-UOM-Count         PIC 9(3) VALUE ZERO.
       01  WS-ASN-Count         PIC 9(3) VALUE ZERO.
       01  WS-Staged-Count      PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Disagree-Count    PIC 9(5) VALUE ZERO.
       01  WS-Confirmed-Count   PIC 9(5) VALUE ZERO.
       01  WS-Unmatched-Count   PIC 9(5) VALUE ZERO.
       01  WS-Late-Count        PIC 9(5) VALUE ZERO.
       01  WS-Stock-Qty         PIC 9(5).
       01  WS-Open-Qty          PIC 9(5).
       01  WS-Noticed-Qty       PIC 9(5).
       01  WS-Dock-Qty          PIC 9(5).
       01  WS-Refuse-Reason     PIC X(25).
       01  WS-Today-Integer     PIC 9(8).
       01  WS-Expected-Integer  PIC 9(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Days-Late         PIC 9(5).

       01  WS-Report-Heading.
           05 FILLER          PIC X(34)
                  VALUE 'ADVANCE SHIP NOTICE EXCEPTIONS    '.
           05 RH-Run-Date     PIC X(8).
       01  WS-Report-Detail.
           05 RD-Action       PIC X(9).
           05 FILLER          PIC X VALUE SPACE.
           05 RD-ASN-Number   PIC X(10).
           05 FILLER          PIC X(4) VALUE ' PO '.
           05 RD-PO-Number    PIC 9(6).
           05 FILLER          PIC X(6) VALUE ' ITEM '.
           05 RD-Inv-Num      PIC 9(5).
           05 FILLER          PIC X(5) VALUE ' QTY '.
           05 RD-Qty          PIC Z(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 RD-Reason       PIC X(25).
       01  WS-Report-Open.
           05 FILLER          PIC X(39) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'OPEN ON PO LINE '.
           05 RO-Open-Qty     PIC Z(4)9.
       01  WS-Report-Totals.
           05 FILLER          PIC X(7) VALUE 'STAGED '.
           05 RT-Staged       PIC Z(4)9.
           05 FILLER          PIC X(9) VALUE ' REFUSED '.
           05 RT-Refused      PIC Z(4)9.
           05 FILLER          PIC X(11) VALUE ' DISAGREED '.
           05 RT-Disagreed    PIC Z(4)9.
           05 FILLER          PIC X(11) VALUE ' CONFIRMED '.
           05 RT-Confirmed    PIC Z(4)9.

       01  WS-Late-Heading.
           05 FILLER          PIC X(34)
                  VALUE 'SHIP NOTICES PAST EXPECTED DATE   '.
           05 LH-Run-Date     PIC X(8).
       01  WS-Late-Detail.
           05 LD-Vendor-Code  PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 LD-ASN-Number   PIC X(10).
           05 FILLER          PIC X(4) VALUE ' PO '.
           05 LD-PO-Number    PIC 9(6).
           05 FILLER          PIC X(6) VALUE ' ITEM '.
           05 LD-Inv-Num      PIC 9(5).
           05 FILLER          PIC X(5) VALUE ' QTY '.
           05 LD-Qty          PIC Z(4)9.
           05 FILLER          PIC X(5) VALUE ' EXP '.
           05 LD-Expected     PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 LD-Days-Late    PIC Z(4)9.
           05 FILLER          PIC X(10) VALUE ' DAYS LATE'.
       01  WS-Late-Totals.
           05 FILLER          PIC X(18) VALUE 'NOTICES PAST DUE: '.
           05 LT-Late-Count   PIC Z(4)9.

       01  Vendor-Table.
           05 Vendor-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Vendor-Count
                  INDEXED BY Vend-Idx.
              10 VT-Vendor-Code  PIC X(5).
              10 VT-EDI-Flag     PIC X.

      *> The PO lines, read only - poReceive posts the receipts.
       01  PO-Table.
           05 PO-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-PO-Count
                  INDEXED BY PO-Idx.
              10 PT-PO-Number    PIC 9(6).
              10 PT-Inv-Num      PIC 9(5).
              10 PT-Vendor-Code  PIC X(5).
              10 PT-Qty          PIC 9(5).
              10 PT-Status       PIC X.
              10 PT-Recv-Qty     PIC 9(5).

       01  UOM-Table.
           05 UOM-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-UOM-Count
                  INDEXED BY UOM-Idx.
              10 UT-Inv-Num      PIC 9(5).
              10 UT-Vendor-Code  PIC X(5).
              10 UT-From-UOM     PIC X(2).
              10 UT-Factor       PIC 9(3)V999.

      *> Notices waiting for the goods, carried over and added to
      *> this run, then rewritten without the ones that arrived.
       01  ASN-Table.
           05 ASN-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-ASN-Count
                  INDEXED BY ASN-Idx.
              10 AT-ASN-Number    PIC X(10).
              10 AT-Vendor-Code   PIC X(5).
              10 AT-PO-Number     PIC 9(6).
              10 AT-Inv-Num       PIC 9(5).
              10 AT-Qty           PIC 9(5).
              10 AT-Lot           PIC X(8).
              10 AT-Expected-Date PIC X(8).
              10 AT-UOM           PIC X(2).
              10 AT-Stock-Qty     PIC 9(5).
              10 AT-Intake-Date   PIC X(8).
              10 AT-Status        PIC X.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'ASNINTAKE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'ASNINTAKE'.
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
           PERFORM 0100-Load-EDI-Vendors.
           PERFORM 0200-Load-PO-Table.
           PERFORM 0250-Load-UOM-Table.
           PERFORM 0300-Load-Open-Notices.
           OPEN OUTPUT ASN-Report.
           OPEN OUTPUT Late-Report.
           IF WS-Report-Status NOT = '00'
              OR WS-Late-Status NOT = '00'
               DISPLAY 'ASNRPT/ASNLATE OPEN FAILED, STATUS='
                   WS-Report-Status '/' WS-Late-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Receiving-File.
           IF WS-Receiving-Status = '35'
               OPEN OUTPUT Receiving-File
           END-IF.
           IF WS-Receiving-Status NOT = '00'
               DISPLAY 'PORECV OPEN FAILED, STATUS='
                   WS-Receiving-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Run-Date.
           WRITE ASN-Report-Line FROM WS-Report-Heading.
           PERFORM 1000-Take-In-Notices.
           PERFORM 2000-Confirm-Arrivals.
           MOVE WS-Staged-Count    TO RT-Staged.
           MOVE WS-Refused-Count   TO RT-Refused.
           MOVE WS-Disagree-Count  TO RT-Disagreed.
           MOVE WS-Confirmed-Count TO RT-Confirmed.
           WRITE ASN-Report-Line FROM WS-Report-Totals.
           MOVE WS-Today TO LH-Run-Date.
           WRITE Late-Report-Line FROM WS-Late-Heading.
           PERFORM VARYING ASN-Idx FROM 1 BY 1
                   UNTIL ASN-Idx > WS-ASN-Count
               IF AT-Status (ASN-Idx) = 'P'
                   PERFORM 3000-Check-One-Late-Notice
               END-IF
           END-PERFORM.
           MOVE WS-Late-Count TO LT-Late-Count.
           WRITE Late-Report-Line FROM WS-Late-Totals.
           CLOSE ASN-Report.
           CLOSE Late-Report.
           CLOSE Receiving-File.
           PERFORM 4000-Save-Open-Notices.
           IF WS-Late-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'SHIP NOTICES PAST EXPECTED DATE' TO RLP-Message
               MOVE WS-Late-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-Refused-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'SHIP NOTICES REFUSED' TO RLP-Message
               MOVE WS-Refused-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'SHIP NOTICES STAGED: ' WS-Staged-Count
               ' REFUSED: ' WS-Refused-Count
               ' CONFIRMED: ' WS-Confirmed-Count
               ' PAST DUE: ' WS-Late-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Load-EDI-Vendors.
           OPEN INPUT Vendor-File.
           IF WS-Vendor-Status NOT = '00'
               DISPLAY 'VENDMST OPEN FAILED, STATUS=' WS-Vendor-Status
               MOVE 40 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Vendor-File
               AT END MOVE 'Y' TO WS-Vendor-Eof
           END-READ.
           PERFORM UNTIL WS-Vendor-Eof = 'Y'
               MOVE 'N' TO WS-Vendor-Found
               SET Vend-Idx TO 1
               SEARCH Vendor-Entry
                   AT END CONTINUE
                   WHEN VT-Vendor-Code (Vend-Idx) = VM-Vendor-Code
                       MOVE 'Y' TO WS-Vendor-Found
                       IF VM-EDI-Flag = 'Y'
                           MOVE 'Y' TO VT-EDI-Flag (Vend-Idx)
                       END-IF
               END-SEARCH
               IF WS-Vendor-Found = 'N' AND WS-Vendor-Count < 100
                   ADD 1 TO WS-Vendor-Count
                   MOVE VM-Vendor-Code
                       TO VT-Vendor-Code (WS-Vendor-Count)
                   IF VM-EDI-Flag = 'Y'
                       MOVE 'Y' TO VT-EDI-Flag (WS-Vendor-Count)
                   ELSE
                       MOVE 'N' TO VT-EDI-Flag (WS-Vendor-Count)
                   END-IF
               END-IF
               READ Vendor-File
                   AT END MOVE 'Y' TO WS-Vendor-Eof
               END-READ
           END-PERFORM.
           CLOSE Vendor-File.

       0200-Load-PO-Table.
           OPEN INPUT PO-File.
           IF WS-PO-Status = '00'
               READ PO-File
                   AT END MOVE 'Y' TO WS-PO-Eof
               END-READ
               PERFORM UNTIL WS-PO-Eof = 'Y' OR WS-PO-Count >= 200
                   ADD 1 TO WS-PO-Count
                   MOVE PO-Number      TO PT-PO-Number (WS-PO-Count)
                   MOVE PO-Inv-Num     TO PT-Inv-Num (WS-PO-Count)
                   MOVE PO-Vendor-Code
                       TO PT-Vendor-Code (WS-PO-Count)
                   MOVE PO-Qty         TO PT-Qty (WS-PO-Count)
                   MOVE PO-Status      TO PT-Status (WS-PO-Count)
                   IF PO-Recv-Qty NUMERIC
                       MOVE PO-Recv-Qty TO PT-Recv-Qty (WS-PO-Count)
                   ELSE
                       MOVE ZERO TO PT-Recv-Qty (WS-PO-Count)
                   END-IF
                   READ PO-File
                       AT END MOVE 'Y' TO WS-PO-Eof
                   END-READ
               END-PERFORM
               CLOSE PO-File
           END-IF.
      *> Lines past the table would refuse good notices as having
      *> no PO - refuse the run instead.
           IF WS-PO-Eof = 'N'
               DISPLAY 'POFILE EXCEEDS ' WS-PO-Count
                   ' LINES - SHIP NOTICES REFUSED; PURGE CLOSED LINES'
               MOVE 'E' TO RLP-Severity
               MOVE 'PO FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-PO-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       0250-Load-UOM-Table.
           OPEN INPUT UOM-File.
           IF WS-UOM-Status = '00'
               READ UOM-File
                   AT END MOVE 'Y' TO WS-UOM-Eof
               END-READ
               PERFORM UNTIL WS-UOM-Eof = 'Y' OR WS-UOM-Count >= 200
                   ADD 1 TO WS-UOM-Count
                   MOVE UC-Inv-Num TO UT-Inv-Num (WS-UOM-Count)
                   MOVE UC-Vendor-Code
                       TO UT-Vendor-Code (WS-UOM-Count)
                   MOVE UC-From-UOM TO UT-From-UOM (WS-UOM-Count)
                   MOVE UC-Factor   TO UT-Factor (WS-UOM-Count)
                   READ UOM-File
                       AT END MOVE 'Y' TO WS-UOM-Eof
                   END-READ
               END-PERFORM
               CLOSE UOM-File
           END-IF.

       0300-Load-Open-Notices.
           OPEN INPUT ASN-Open-File.
           IF WS-ASN-Open-Status = '00'
               READ ASN-Open-File
                   AT END MOVE 'Y' TO WS-ASN-Open-Eof
               END-READ
               PERFORM UNTIL WS-ASN-Open-Eof = 'Y'
                       OR WS-ASN-Count >= 300
                   ADD 1 TO WS-ASN-Count
                   MOVE AO-ASN-Number
                       TO AT-ASN-Number (WS-ASN-Count)
                   MOVE AO-Vendor-Code
                       TO AT-Vendor-Code (WS-ASN-Count)
                   MOVE AO-PO-Number   TO AT-PO-Number (WS-ASN-Count)
                   MOVE AO-Inv-Num     TO AT-Inv-Num (WS-ASN-Count)
                   MOVE AO-Qty         TO AT-Qty (WS-ASN-Count)
                   MOVE AO-Lot         TO AT-Lot (WS-ASN-Count)
                   MOVE AO-Expected-Date
                       TO AT-Expected-Date (WS-ASN-Count)
                   MOVE AO-UOM         TO AT-UOM (WS-ASN-Count)
                   MOVE AO-Stock-Qty   TO AT-Stock-Qty (WS-ASN-Count)
                   MOVE AO-Intake-Date
                       TO AT-Intake-Date (WS-ASN-Count)
                   MOVE 'P' TO AT-Status (WS-ASN-Count)
                   READ ASN-Open-File
                       AT END MOVE 'Y' TO WS-ASN-Open-Eof
                   END-READ
               END-PERFORM
               CLOSE ASN-Open-File
           ELSE
               MOVE 'Y' TO WS-ASN-Open-Eof
           END-IF.
           IF WS-ASN-Open-Eof = 'N'
               DISPLAY 'ASNOPEN EXCEEDS ' WS-ASN-Count
                   ' NOTICES - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'ASN OPEN FILE OVERFLOWS TABLE' TO RLP-Message
               MOVE WS-ASN-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> No ASNIN simply means nothing came in from the network.
       1000-Take-In-Notices.
           OPEN INPUT ASN-In-File.
           IF WS-ASN-In-Status = '00'
               READ ASN-In-File
                   AT END MOVE 'Y' TO WS-ASN-In-Eof
               END-READ
               PERFORM UNTIL WS-ASN-In-Eof = 'Y'
                   PERFORM 1100-Take-In-One-Notice
                   READ ASN-In-File
                       AT END MOVE 'Y' TO WS-ASN-In-Eof
                   END-READ
               END-PERFORM
               CLOSE ASN-In-File
           END-IF.

      *> A notice that cannot be tied to an open line of this
      *> vendor's for this item is refused and not staged. One
      *> that ties up is staged even when its quantity disagrees
      *> with what is open - the dock count settles it - but the
      *> disagreement is reported.
       1100-Take-In-One-Notice.
           MOVE SPACES TO WS-Refuse-Reason.
           MOVE 'N' TO WS-PO-Found.
           SET PO-Idx TO 1.
           SEARCH PO-Entry
               AT END CONTINUE
               WHEN PT-PO-Number (PO-Idx) = AN-PO-Number
                   MOVE 'Y' TO WS-PO-Found
           END-SEARCH.
           PERFORM 1150-Check-EDI-Vendor.
           MOVE AN-Qty TO WS-Stock-Qty.
           EVALUATE TRUE
               WHEN WS-Vendor-Found = 'N'
                   MOVE 'VENDOR NOT ELECTRONIC' TO WS-Refuse-Reason
               WHEN WS-PO-Found = 'N'
                   MOVE 'PO NOT ON FILE' TO WS-Refuse-Reason
               WHEN PT-Vendor-Code (PO-Idx) NOT = AN-Vendor-Code
                   MOVE 'PO IS ANOTHER VENDORS' TO WS-Refuse-Reason
               WHEN PT-Inv-Num (PO-Idx) NOT = AN-Inv-Num
                   MOVE 'ITEM NOT ON PO LINE' TO WS-Refuse-Reason
               WHEN PT-Status (PO-Idx) NOT = 'O'
                   MOVE 'PO LINE CLOSED' TO WS-Refuse-Reason
               WHEN AN-Qty NOT NUMERIC OR AN-Qty = ZERO
                   MOVE 'NO QUANTITY SHIPPED' TO WS-Refuse-Reason
               WHEN OTHER
                   PERFORM 1200-Convert-Notice-Units
                   IF WS-UOM-Found = 'N'
                       MOVE 'NO UOM CONVERSION FOR PAIR'
                           TO WS-Refuse-Reason
                   ELSE
                       PERFORM 1250-Check-Duplicate-Notice
                   END-IF
           END-EVALUATE.
           IF WS-Refuse-Reason NOT = SPACES
               MOVE 'REFUSED'      TO RD-Action
               MOVE AN-ASN-Number  TO RD-ASN-Number
               MOVE AN-PO-Number   TO RD-PO-Number
               MOVE AN-Inv-Num     TO RD-Inv-Num
               MOVE AN-Qty         TO RD-Qty
               MOVE WS-Refuse-Reason TO RD-Reason
               WRITE ASN-Report-Line FROM WS-Report-Detail
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 1300-Stage-Notice
           END-IF.

       1150-Check-EDI-Vendor.
           MOVE 'N' TO WS-Vendor-Found.
           SET Vend-Idx TO 1.
           SEARCH Vendor-Entry
               AT END CONTINUE
               WHEN VT-Vendor-Code (Vend-Idx) = AN-Vendor-Code
                   IF VT-EDI-Flag (Vend-Idx) = 'Y'
                       MOVE 'Y' TO WS-Vendor-Found
                   END-IF
           END-SEARCH.

      *> Same conversion poReceive applies to a hand-keyed receipt,
      *> so the quantity compared here is the one that will post.
       1200-Convert-Notice-Units.
           MOVE 'Y' TO WS-UOM-Found.
           IF AN-UOM NOT = SPACES AND AN-UOM NOT = 'EA'
               MOVE 'N' TO WS-UOM-Found
               SET UOM-Idx TO 1
               SEARCH UOM-Entry
                   AT END CONTINUE
                   WHEN UT-Inv-Num (UOM-Idx) = AN-Inv-Num
                        AND UT-Vendor-Code (UOM-Idx) = AN-Vendor-Code
                        AND UT-From-UOM (UOM-Idx) = AN-UOM
                       COMPUTE WS-Stock-Qty ROUNDED =
                           AN-Qty * UT-Factor (UOM-Idx)
                       MOVE 'Y' TO WS-UOM-Found
               END-SEARCH
           END-IF.

      *> A notice sent twice must not stage the goods twice. The
      *> same pass totals what earlier notices already have on the
      *> way for the line.
       1250-Check-Duplicate-Notice.
           MOVE ZERO TO WS-Noticed-Qty.
           PERFORM VARYING ASN-Idx FROM 1 BY 1
                   UNTIL ASN-Idx > WS-ASN-Count
               IF AT-PO-Number (ASN-Idx) = AN-PO-Number
                  AND AT-Status (ASN-Idx) = 'P'
                   IF AT-ASN-Number (ASN-Idx) = AN-ASN-Number
                       MOVE 'DUPLICATE NOTICE' TO WS-Refuse-Reason
                   ELSE
                       ADD AT-Stock-Qty (ASN-Idx) TO WS-Noticed-Qty
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Refuse-Reason = SPACES AND WS-ASN-Count >= 300
               MOVE 'ASN OPEN FILE FULL' TO WS-Refuse-Reason
           END-IF.

      *> What is open on the line is the ordered quantity less what
      *> has been received and what earlier notices have coming.
       1300-Stage-Notice.
           MOVE ZERO TO WS-Open-Qty.
           IF PT-Qty (PO-Idx) > PT-Recv-Qty (PO-Idx) + WS-Noticed-Qty
               COMPUTE WS-Open-Qty = PT-Qty (PO-Idx)
                   - PT-Recv-Qty (PO-Idx) - WS-Noticed-Qty
           END-IF.
           ADD 1 TO WS-ASN-Count.
           MOVE AN-ASN-Number  TO AT-ASN-Number (WS-ASN-Count).
           MOVE AN-Vendor-Code TO AT-Vendor-Code (WS-ASN-Count).
           MOVE AN-PO-Number   TO AT-PO-Number (WS-ASN-Count).
           MOVE AN-Inv-Num     TO AT-Inv-Num (WS-ASN-Count).
           MOVE AN-Qty         TO AT-Qty (WS-ASN-Count).
           MOVE AN-Lot         TO AT-Lot (WS-ASN-Count).
           IF AN-Expected-Date NUMERIC
               MOVE AN-Expected-Date
                   TO AT-Expected-Date (WS-ASN-Count)
           ELSE
               MOVE WS-Today TO AT-Expected-Date (WS-ASN-Count)
           END-IF.
           MOVE AN-UOM         TO AT-UOM (WS-ASN-Count).
           MOVE WS-Stock-Qty   TO AT-Stock-Qty (WS-ASN-Count).
           MOVE WS-Today       TO AT-Intake-Date (WS-ASN-Count).
           MOVE 'P'            TO AT-Status (WS-ASN-Count).
           ADD 1 TO WS-Staged-Count.
           IF WS-Stock-Qty NOT = WS-Open-Qty
               MOVE 'STAGED'       TO RD-Action
               MOVE AN-ASN-Number  TO RD-ASN-Number
               MOVE AN-PO-Number   TO RD-PO-Number
               MOVE AN-Inv-Num     TO RD-Inv-Num
               MOVE WS-Stock-Qty   TO RD-Qty
               IF WS-Stock-Qty > WS-Open-Qty
                   MOVE 'SHIPS MORE THAN IS OPEN' TO RD-Reason
               ELSE
                   MOVE 'SHIPS LESS THAN IS OPEN' TO RD-Reason
               END-IF
               WRITE ASN-Report-Line FROM WS-Report-Detail
               MOVE WS-Open-Qty TO RO-Open-Qty
               WRITE ASN-Report-Line FROM WS-Report-Open
               ADD 1 TO WS-Disagree-Count
           END-IF.

      *> No ASNCONF simply means nothing arrived today.
       2000-Confirm-Arrivals.
           OPEN INPUT Confirm-File.
           IF WS-Confirm-Status = '00'
               READ Confirm-File
                   AT END MOVE 'Y' TO WS-Confirm-Eof
               END-READ
               PERFORM UNTIL WS-Confirm-Eof = 'Y'
                   PERFORM 2100-Confirm-One-Arrival
                   READ Confirm-File
                       AT END MOVE 'Y' TO WS-Confirm-Eof
                   END-READ
               END-PERFORM
               CLOSE Confirm-File
           END-IF.

      *> The staged receipt goes to PORECV with the lot and unit
      *> from the notice and the count from the dock; poReceive then
      *> posts it like any other receipt. A zero count means the
      *> goods are not here after all and the notice stays open.
       2100-Confirm-One-Arrival.
           MOVE 'N' TO WS-ASN-Found.
           SET ASN-Idx TO 1.
           SEARCH ASN-Entry
               AT END CONTINUE
               WHEN AT-ASN-Number (ASN-Idx) = CF-ASN-Number
                    AND AT-PO-Number (ASN-Idx) = CF-PO-Number
                    AND AT-Status (ASN-Idx) = 'P'
                   MOVE 'Y' TO WS-ASN-Found
           END-SEARCH.
           IF WS-ASN-Found = 'N'
               MOVE 'NO MATCH'     TO RD-Action
               MOVE CF-ASN-Number  TO RD-ASN-Number
               MOVE CF-PO-Number   TO RD-PO-Number
               MOVE ZERO           TO RD-Inv-Num
               MOVE ZERO           TO RD-Qty
               MOVE 'NO OPEN NOTICE FOR CARD' TO RD-Reason
               WRITE ASN-Report-Line FROM WS-Report-Detail
               ADD 1 TO WS-Unmatched-Count
           ELSE
               IF CF-Count-Text = SPACES
                   MOVE AT-Qty (ASN-Idx) TO WS-Dock-Qty
               ELSE
                   IF CF-Count NUMERIC
                       MOVE CF-Count TO WS-Dock-Qty
                   ELSE
                       MOVE ZERO TO WS-Dock-Qty
                   END-IF
               END-IF
               IF WS-Dock-Qty = ZERO
                   MOVE 'NOT HERE'     TO RD-Action
                   MOVE AT-ASN-Number (ASN-Idx) TO RD-ASN-Number
                   MOVE AT-PO-Number (ASN-Idx)  TO RD-PO-Number
                   MOVE AT-Inv-Num (ASN-Idx)    TO RD-Inv-Num
                   MOVE ZERO                    TO RD-Qty
                   MOVE 'ZERO COUNT - LEFT OPEN' TO RD-Reason
                   WRITE ASN-Report-Line FROM WS-Report-Detail
                   ADD 1 TO WS-Unmatched-Count
               ELSE
                   MOVE AT-PO-Number (ASN-Idx) TO RV-PO-Number
                   MOVE WS-Dock-Qty            TO RV-Qty
                   MOVE AT-Lot (ASN-Idx)       TO RV-Lot
                   MOVE SPACE                  TO RV-Action
                   MOVE AT-UOM (ASN-Idx)       TO RV-UOM
                   WRITE Receiving-Rec
                   MOVE 'R' TO AT-Status (ASN-Idx)
                   ADD 1 TO WS-Confirmed-Count
                   IF WS-Dock-Qty NOT = AT-Qty (ASN-Idx)
                       MOVE 'COUNTED'      TO RD-Action
                       MOVE AT-ASN-Number (ASN-Idx) TO RD-ASN-Number
                       MOVE AT-PO-Number (ASN-Idx)  TO RD-PO-Number
                       MOVE AT-Inv-Num (ASN-Idx)    TO RD-Inv-Num
                       MOVE WS-Dock-Qty             TO RD-Qty
                       MOVE 'DOCK COUNT DIFFERS'    TO RD-Reason
                       WRITE ASN-Report-Line FROM WS-Report-Detail
                       ADD 1 TO WS-Disagree-Count
                   END-IF
               END-IF
           END-IF.

       3000-Check-One-Late-Notice.
           IF AT-Expected-Date (ASN-Idx) < WS-Today
               MOVE AT-Expected-Date (ASN-Idx) TO WS-Date-Numeric
               COMPUTE WS-Expected-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               COMPUTE WS-Days-Late =
                   WS-Today-Integer - WS-Expected-Integer
               MOVE AT-Vendor-Code (ASN-Idx)   TO LD-Vendor-Code
               MOVE AT-ASN-Number (ASN-Idx)    TO LD-ASN-Number
               MOVE AT-PO-Number (ASN-Idx)     TO LD-PO-Number
               MOVE AT-Inv-Num (ASN-Idx)       TO LD-Inv-Num
               MOVE AT-Qty (ASN-Idx)           TO LD-Qty
               MOVE AT-Expected-Date (ASN-Idx) TO LD-Expected
               MOVE WS-Days-Late               TO LD-Days-Late
               WRITE Late-Report-Line FROM WS-Late-Detail
               ADD 1 TO WS-Late-Count
           END-IF.

      *> Only notices still waiting for the goods carry forward.
       4000-Save-Open-Notices.
           OPEN OUTPUT ASN-Open-File.
           PERFORM VARYING ASN-Idx FROM 1 BY 1
                   UNTIL ASN-Idx > WS-ASN-Count
               IF AT-Status (ASN-Idx) = 'P'
                   MOVE AT-ASN-Number (ASN-Idx)  TO AO-ASN-Number
                   MOVE AT-Vendor-Code (ASN-Idx) TO AO-Vendor-Code
                   MOVE AT-PO-Number (ASN-Idx)   TO AO-PO-Number
                   MOVE AT-Inv-Num (ASN-Idx)     TO AO-Inv-Num
                   MOVE AT-Qty (ASN-Idx)         TO AO-Qty
                   MOVE AT-Lot (ASN-Idx)         TO AO-Lot
                   MOVE AT-Expected-Date (ASN-Idx)
                       TO AO-Expected-Date
                   MOVE AT-UOM (ASN-Idx)         TO AO-UOM
                   MOVE AT-Stock-Qty (ASN-Idx)   TO AO-Stock-Qty
                   MOVE AT-Intake-Date (ASN-Idx) TO AO-Intake-Date
                   WRITE ASN-Open-Rec
               END-IF
           END-PERFORM.
           CLOSE ASN-Open-File.

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
           COMPUTE RLP-Count = WS-Staged-Count + WS-Confirmed-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
