       IDENTIFICATION DIVISION.
       PROGRAM-ID. vend1099.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mode card: A (or no card) is the year-end run - vendor
      *> statements, the electronic 1099 file, and the taxpayer-ID
      *> exception list; T lists only the taxpayer-ID exceptions,
      *> run before the year closes so backup withholding can start.
      *> The card may name the tax year; otherwise A files the year
      *> just ended and T checks the year in progress.
           SELECT Param-Card-File ASSIGN TO "AP99PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Vendor master: reportable flag, taxpayer ID, and 1099 box
      *> ride on each vendor's records; the first record read for
      *> a vendor sets them.
           SELECT Vendor-File ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
      *> Every vendor check apPayRelease has cut.
           SELECT Payment-History-File ASSIGN TO "APPAYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
      *> One statement block per vendor over the threshold.
           SELECT Statement-File ASSIGN TO "AP99STMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statement-Status.
      *> Electronic 1099 submission: payer record, one payee record
      *> per vendor over the threshold, and a totals record.
           SELECT Filing-File ASSIGN TO "AP99EF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Filing-Status.
      *> Reportable vendors with a missing or invalid taxpayer ID.
           SELECT Exception-Report ASSIGN TO "AP99TIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exception-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PA-Mode             PIC X.
           05 PA-Tax-Year         PIC 9(4).

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

       FD  Payment-History-File.
       01  Payment-History-Rec.
           05 PH-Vendor-Code  PIC X(5).
           05 PH-Check-Number PIC 9(6).
           05 PH-Paid-Date    PIC X(8).
           05 PH-Paid-Parts REDEFINES PH-Paid-Date.
              10 PH-Paid-Year PIC 9(4).
              10 FILLER       PIC X(4).
           05 PH-Amount       PIC 9(7)V99.

       FD  Statement-File.
       01  Statement-Line     PIC X(80).

       FD  Filing-File.
       01  Filing-Line        PIC X(128).

       FD  Exception-Report.
       01  Exception-Line     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Vendor-Status     PIC XX.
       01  WS-History-Status    PIC XX.
       01  WS-Statement-Status  PIC XX.
       01  WS-Filing-Status     PIC XX.
       01  WS-Exception-Status  PIC XX.
       01  WS-Vendor-Eof        PIC X VALUE 'N'.
       01  WS-History-Eof       PIC X VALUE 'N'.
       01  WS-Vendor-Found      PIC X VALUE 'N'.
       01  WS-Mode              PIC X VALUE 'A'.
       01  WS-Today             PIC X(8).
       01  WS-Today-Parts REDEFINES WS-Today.
           05 WS-Today-Year     PIC 9(4).
           05 WS-Today-Month    PIC 9(2).
           05 WS-Today-Day      PIC 9(2).
       01  WS-Tax-Year          PIC 9(4).
       01  WS-Vendor-Count      PIC 9(3) VALUE ZERO.
       01  WS-Threshold         PIC 9(7)V99.
       01  WS-TIN-Status        PIC X.
       01  WS-TIN-Reason        PIC X(20).
       01  WS-Filed-Count       PIC 9(7) VALUE ZERO.
       01  WS-Filed-Total       PIC 9(11)V99 VALUE ZERO.
       01  WS-Under-Count       PIC 9(5) VALUE ZERO.
       01  WS-Exception-Count   PIC 9(5) VALUE ZERO.
      *> The payer on every 1099: the company vendor checks are
      *> drawn under, looked up on the shared employer table.
       01  WS-Payer-Company     PIC X(2) VALUE '01'.

       01  Employer-Data.
           COPY EMPLOYER.

      *> Reporting threshold per 1099 box: royalties (02) report
      *> from 10.00, rents (01), other income (03) and
      *> nonemployee compensation (07) from 600.00. A blank box
      *> reports as nonemployee compensation.
       01  Threshold-Values.
           05 FILLER PIC X(11) VALUE '01000060000'.
           05 FILLER PIC X(11) VALUE '02000001000'.
           05 FILLER PIC X(11) VALUE '03000060000'.
           05 FILLER PIC X(11) VALUE '07000060000'.
       01  Threshold-Table REDEFINES Threshold-Values.
           05 Threshold-Entry OCCURS 4 TIMES INDEXED BY Thr-Idx.
              10 TH-Box          PIC X(2).
              10 TH-Amount       PIC 9(7)V99.
       01  WS-Default-Box       PIC X(2) VALUE '07'.
       01  WS-Default-Threshold PIC 9(7)V99 VALUE 600.00.

      *> One entry per reportable vendor, with the year's payments.
       01  Vendor-Table.
           05 Vendor-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Vendor-Count
                  INDEXED BY Vend-Idx.
              10 VT-Vendor-Code  PIC X(5).
              10 VT-Vendor-Name  PIC X(25).
              10 VT-Tax-ID       PIC X(9).
              10 VT-1099-Box     PIC X(2).
              10 VT-Paid         PIC 9(9)V99.
              10 VT-Check-Count  PIC 9(5).

       01  WS-Stmt-Title.
           05 FILLER          PIC X(27)
                  VALUE 'FORM 1099 STATEMENT - YEAR '.
           05 SS-Tax-Year     PIC 9(4).
           05 FILLER          PIC X(5) VALUE ' BOX '.
           05 SS-Box          PIC X(2).
       01  WS-Stmt-Payer.
           05 FILLER          PIC X(7) VALUE 'PAYER: '.
           05 SS-Payer-Name   PIC X(28).
           05 FILLER          PIC X(5) VALUE ' TIN '.
           05 SS-Payer-EIN    PIC X(9).
       01  WS-Stmt-Payee.
           05 FILLER          PIC X(7) VALUE 'PAYEE: '.
           05 SS-Vendor-Name  PIC X(25).
           05 FILLER          PIC X VALUE SPACE.
           05 SS-Vendor-Code  PIC X(5).
           05 FILLER          PIC X(5) VALUE ' TIN '.
           05 SS-Tax-ID       PIC X(9).
       01  WS-Stmt-Amount.
           05 FILLER          PIC X(15) VALUE 'AMOUNT PAID:   '.
           05 SS-Amount       PIC Z(8)9.99.
           05 FILLER          PIC X(8) VALUE ' CHECKS '.
           05 SS-Checks       PIC Z(4)9.
       01  WS-Stmt-Separator  PIC X(40) VALUE ALL '-'.

      *> Electronic filing record layouts.
       01  WS-PA-Record.
           05 FA-Type         PIC X(2) VALUE 'PA'.
           05 FA-Tax-Year     PIC 9(4).
           05 FA-EIN          PIC X(9).
           05 FA-Name         PIC X(28).
       01  WS-PB-Record.
           05 FB-Type         PIC X(2) VALUE 'PB'.
           05 FB-Vendor-Code  PIC X(5).
           05 FB-Tax-ID       PIC X(9).
           05 FB-TIN-Status   PIC X.
           05 FB-Vendor-Name  PIC X(25).
           05 FB-Box          PIC X(2).
           05 FB-Amount       PIC 9(9)V99.
       01  WS-PT-Record.
           05 FT-Type         PIC X(2) VALUE 'PT'.
           05 FT-Payee-Count  PIC 9(7).
           05 FT-Total        PIC 9(11)V99.

       01  WS-Exception-Title.
           05 FILLER          PIC X(36)
                  VALUE 'REPORTABLE VENDORS - TIN EXCEPTIONS '.
           05 EX-Tax-Year     PIC 9(4).
       01  WS-Exception-Detail.
           05 EX-Vendor-Code  PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 EX-Vendor-Name  PIC X(25).
           05 FILLER          PIC X(5) VALUE ' TIN '.
           05 EX-Tax-ID       PIC X(9).
           05 FILLER          PIC X VALUE SPACE.
           05 EX-Reason       PIC X(20).
           05 FILLER          PIC X(5) VALUE ' YTD '.
           05 EX-Paid         PIC Z(6)9.99.
       01  WS-Exception-Total.
           05 FILLER          PIC X(22)
                  VALUE 'VENDORS TO BE WITHHELD'.
           05 EX-Count        PIC Z(4)9.
       01  WS-Summary-Line.
           05 FILLER          PIC X(15) VALUE 'PAYEES FILED   '.
           05 SM-Filed        PIC Z(6)9.
           05 FILLER          PIC X(8) VALUE ' AMOUNT '.
           05 SM-Total        PIC Z(10)9.99.
           05 FILLER          PIC X(17) VALUE ' UNDER THRESHOLD '.
           05 SM-Under        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'VEND1099'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'VEND1099'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0100-Read-Mode-Card.
           PERFORM 1000-Load-Reportable-Vendors.
           PERFORM 2000-Total-Payments.
           PERFORM 3000-List-TIN-Exceptions.
           IF WS-Mode NOT = 'T'
               PERFORM 4000-File-Year
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Mode-Card.
           MOVE ZERO TO PA-Tax-Year.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PA-Mode NOT = SPACE
                           MOVE PA-Mode TO WS-Mode
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
      *> The filing run goes in after the year closes, so outside
      *> December it files the year before; the exception check
      *> looks at the year still open.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today-Year TO WS-Tax-Year.
           IF WS-Mode NOT = 'T' AND WS-Today-Month NOT = 12
               SUBTRACT 1 FROM WS-Tax-Year
           END-IF.
           IF PA-Tax-Year IS NUMERIC AND PA-Tax-Year NOT = ZERO
               MOVE PA-Tax-Year TO WS-Tax-Year
           END-IF.

       1000-Load-Reportable-Vendors.
           OPEN INPUT Vendor-File.
           IF WS-Vendor-Status NOT = '00'
               DISPLAY 'VENDMST OPEN FAILED, STATUS=' WS-Vendor-Status
               MOVE 40 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Vendor-File
               AT END MOVE 'Y' TO WS-Vendor-Eof
           END-READ.
           PERFORM UNTIL WS-Vendor-Eof = 'Y'
               IF VM-1099-Flag = 'Y'
                   MOVE 'N' TO WS-Vendor-Found
                   SET Vend-Idx TO 1
                   SEARCH Vendor-Entry
                       AT END CONTINUE
                       WHEN VT-Vendor-Code (Vend-Idx) = VM-Vendor-Code
                           MOVE 'Y' TO WS-Vendor-Found
                   END-SEARCH
                   IF WS-Vendor-Found = 'N'
                       PERFORM 1100-Add-Vendor
                   END-IF
               END-IF
               READ Vendor-File
                   AT END MOVE 'Y' TO WS-Vendor-Eof
               END-READ
           END-PERFORM.
           CLOSE Vendor-File.

      *> A reportable vendor left off the table would go unfiled -
      *> refuse instead.
       1100-Add-Vendor.
           IF WS-Vendor-Count >= 300
               DISPLAY 'REPORTABLE VENDORS EXCEED ' WS-Vendor-Count
                   ' - 1099 RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'REPORTABLE VENDORS OVERFLOW TABLE'
                   TO RLP-Message
               MOVE WS-Vendor-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           ADD 1 TO WS-Vendor-Count.
           MOVE VM-Vendor-Code TO VT-Vendor-Code (WS-Vendor-Count).
           MOVE VM-Vendor-Name TO VT-Vendor-Name (WS-Vendor-Count).
           MOVE VM-Tax-ID      TO VT-Tax-ID (WS-Vendor-Count).
           IF VM-1099-Box = SPACES
               MOVE WS-Default-Box TO VT-1099-Box (WS-Vendor-Count)
           ELSE
               MOVE VM-1099-Box TO VT-1099-Box (WS-Vendor-Count)
           END-IF.
           MOVE ZERO TO VT-Paid (WS-Vendor-Count).
           MOVE ZERO TO VT-Check-Count (WS-Vendor-Count).

      *> Payments count in the year the check was cut.
       2000-Total-Payments.
           OPEN INPUT Payment-History-File.
           IF WS-History-Status NOT = '00'
               DISPLAY 'APPAYHST OPEN FAILED, STATUS='
                   WS-History-Status ' - NO VENDOR PAYMENTS'
               MOVE 'Y' TO WS-History-Eof
           ELSE
               READ Payment-History-File
                   AT END MOVE 'Y' TO WS-History-Eof
               END-READ
           END-IF.
           PERFORM UNTIL WS-History-Eof = 'Y'
               IF PH-Paid-Year = WS-Tax-Year
                   SET Vend-Idx TO 1
                   SEARCH Vendor-Entry
                       AT END CONTINUE
                       WHEN VT-Vendor-Code (Vend-Idx) = PH-Vendor-Code
                           ADD PH-Amount TO VT-Paid (Vend-Idx)
                           ADD 1 TO VT-Check-Count (Vend-Idx)
                   END-SEARCH
               END-IF
               READ Payment-History-File
                   AT END MOVE 'Y' TO WS-History-Eof
               END-READ
           END-PERFORM.
           IF WS-History-Status NOT = '35'
               CLOSE Payment-History-File
           END-IF.

      *> Every reportable vendor is checked, paid yet or not, so
      *> the ID can be chased before the first payment goes out.
       3000-List-TIN-Exceptions.
           OPEN OUTPUT Exception-Report.
           IF WS-Exception-Status NOT = '00'
               DISPLAY 'AP99TIN OPEN FAILED, STATUS='
                   WS-Exception-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Tax-Year TO EX-Tax-Year.
           WRITE Exception-Line FROM WS-Exception-Title.
           PERFORM VARYING Vend-Idx FROM 1 BY 1
                   UNTIL Vend-Idx > WS-Vendor-Count
               PERFORM 3100-Check-TIN
               IF WS-TIN-Status NOT = 'V'
                   MOVE VT-Vendor-Code (Vend-Idx) TO EX-Vendor-Code
                   MOVE VT-Vendor-Name (Vend-Idx) TO EX-Vendor-Name
                   MOVE VT-Tax-ID (Vend-Idx)      TO EX-Tax-ID
                   MOVE WS-TIN-Reason             TO EX-Reason
                   MOVE VT-Paid (Vend-Idx)        TO EX-Paid
                   WRITE Exception-Line FROM WS-Exception-Detail
                   ADD 1 TO WS-Exception-Count
               END-IF
           END-PERFORM.
           MOVE WS-Exception-Count TO EX-Count.
           WRITE Exception-Line FROM WS-Exception-Total.
           CLOSE Exception-Report.
           IF WS-Exception-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'REPORTABLE VENDORS WITHOUT VALID TIN'
                   TO RLP-Message
               MOVE WS-Exception-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.

      *> A taxpayer ID is nine digits, not all one digit repeated.
       3100-Check-TIN.
           MOVE 'V' TO WS-TIN-Status.
           MOVE SPACES TO WS-TIN-Reason.
           EVALUATE TRUE
               WHEN VT-Tax-ID (Vend-Idx) = SPACES
                   MOVE 'M' TO WS-TIN-Status
                   MOVE 'TIN MISSING' TO WS-TIN-Reason
               WHEN VT-Tax-ID (Vend-Idx) NOT NUMERIC
                   MOVE 'I' TO WS-TIN-Status
                   MOVE 'TIN NOT NINE DIGITS' TO WS-TIN-Reason
               WHEN VT-Tax-ID (Vend-Idx) (2:8) =
                    VT-Tax-ID (Vend-Idx) (1:8)
                   MOVE 'I' TO WS-TIN-Status
                   MOVE 'TIN ONE DIGIT REPEAT' TO WS-TIN-Reason
           END-EVALUATE.

       4000-File-Year.
           OPEN OUTPUT Statement-File.
           OPEN OUTPUT Filing-File.
           IF WS-Statement-Status NOT = '00'
                   OR WS-Filing-Status NOT = '00'
               DISPLAY 'AP99STMT/AP99EF OPEN FAILED, STATUS='
                   WS-Statement-Status '/' WS-Filing-Status
               MOVE 37 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Tax-Year TO FA-Tax-Year.
           SET Emplr-Idx TO 1.
           SEARCH Employer-Entry
               AT END
                   MOVE SPACES TO FA-EIN
                   MOVE 'PAYER NOT ON EMPLOYER TABLE' TO FA-Name
               WHEN EMT-Company (Emplr-Idx) = WS-Payer-Company
                   MOVE EMT-EIN (Emplr-Idx)  TO FA-EIN
                   MOVE EMT-Name (Emplr-Idx) TO FA-Name
           END-SEARCH.
           WRITE Filing-Line FROM WS-PA-Record.
           PERFORM VARYING Vend-Idx FROM 1 BY 1
                   UNTIL Vend-Idx > WS-Vendor-Count
               PERFORM 4100-File-One-Vendor
           END-PERFORM.
           MOVE WS-Filed-Count TO FT-Payee-Count.
           MOVE WS-Filed-Total TO FT-Total.
           WRITE Filing-Line FROM WS-PT-Record.
           MOVE WS-Filed-Count TO SM-Filed.
           MOVE WS-Filed-Total TO SM-Total.
           MOVE WS-Under-Count TO SM-Under.
           WRITE Statement-Line FROM WS-Summary-Line.
           CLOSE Statement-File.
           CLOSE Filing-File.
           DISPLAY '1099 PAYEES FILED: ' WS-Filed-Count
               ' AMOUNT: ' WS-Filed-Total
               ' TIN EXCEPTIONS: ' WS-Exception-Count.

      *> Under the box's threshold nothing is filed. A vendor with
      *> no valid ID is still filed, flagged, so the payment is
      *> reported and backup withholding is on record.
       4100-File-One-Vendor.
           MOVE WS-Default-Threshold TO WS-Threshold.
           SET Thr-Idx TO 1.
           SEARCH Threshold-Entry
               AT END CONTINUE
               WHEN TH-Box (Thr-Idx) = VT-1099-Box (Vend-Idx)
                   MOVE TH-Amount (Thr-Idx) TO WS-Threshold
           END-SEARCH.
           IF VT-Paid (Vend-Idx) < WS-Threshold
               IF VT-Paid (Vend-Idx) > ZERO
                   ADD 1 TO WS-Under-Count
               END-IF
           ELSE
               PERFORM 3100-Check-TIN
               MOVE VT-Vendor-Code (Vend-Idx) TO FB-Vendor-Code
               MOVE VT-Tax-ID (Vend-Idx)      TO FB-Tax-ID
               MOVE WS-TIN-Status             TO FB-TIN-Status
               MOVE VT-Vendor-Name (Vend-Idx) TO FB-Vendor-Name
               MOVE VT-1099-Box (Vend-Idx)    TO FB-Box
               MOVE VT-Paid (Vend-Idx)        TO FB-Amount
               WRITE Filing-Line FROM WS-PB-Record
               ADD 1 TO WS-Filed-Count
               ADD VT-Paid (Vend-Idx) TO WS-Filed-Total
               MOVE WS-Tax-Year               TO SS-Tax-Year
               MOVE VT-1099-Box (Vend-Idx)    TO SS-Box
               WRITE Statement-Line FROM WS-Stmt-Title
               MOVE FA-Name                   TO SS-Payer-Name
               MOVE FA-EIN                    TO SS-Payer-EIN
               WRITE Statement-Line FROM WS-Stmt-Payer
               MOVE VT-Vendor-Name (Vend-Idx) TO SS-Vendor-Name
               MOVE VT-Vendor-Code (Vend-Idx) TO SS-Vendor-Code
               MOVE VT-Tax-ID (Vend-Idx)      TO SS-Tax-ID
               WRITE Statement-Line FROM WS-Stmt-Payee
               MOVE VT-Paid (Vend-Idx)        TO SS-Amount
               MOVE VT-Check-Count (Vend-Idx) TO SS-Checks
               WRITE Statement-Line FROM WS-Stmt-Amount
               WRITE Statement-Line FROM WS-Stmt-Separator
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
           MOVE WS-Filed-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
