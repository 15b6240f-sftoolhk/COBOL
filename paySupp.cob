       IDENTIFICATION DIVISION.
       PROGRAM-ID. paySupp.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Off-cycle supplemental pay cards: bonuses, commissions, and
      *> one-time payments, paid on their own run instead of being
      *> blended into the regular period's salary.
           SELECT Supplemental-File ASSIGN TO "PAYSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Supplemental-Status.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
           SELECT Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT Chart-File ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Chart-Status.
      *> Run-control master, read directly: the interface files this
      *> run writes are the ones addValues writes, so it will not
      *> run on a day the regular payroll has already posted.
           SELECT Feeder-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feeder-Status.
           SELECT Deduction-File ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-Key
               FILE STATUS IS WS-Deduction-Status.
      *> Read only: a prenote still in test pays by check here and
      *> is left for the regular run to send and flip.
           SELECT Bank-File ASSIGN TO "PAYBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-Emp-Number
               FILE STATUS IS WS-Bank-Status.
           SELECT YTD-File ASSIGN TO "PAYYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-Emp-Number
               FILE STATUS IS WS-YTD-Status.
           SELECT Quarter-Detail-File ASSIGN TO "PAYQTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Quarter-Status.
           SELECT Deduction-Detail-File ASSIGN TO "PAYDEDDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ded-Detail-Status.
           SELECT GL-Extract-File ASSIGN TO "PAYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Extract-Status.
           SELECT Deposit-File ASSIGN TO "PAYDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deposit-Status.
           SELECT Check-Request-File ASSIGN TO "PAYCHKRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Check-Req-Status.
      *> Supplemental register: every card paid or rejected, with
      *> the withholding and deductions taken and the run totals.
           SELECT Register-File ASSIGN TO "PAYSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT Balance-File ASSIGN TO "EODBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Pay code B = bonus, C = commission, O = other one-time
      *> payment. Voluntary deductions are skipped unless the card
      *> carries Y; mandatory deductions are always taken.
       FD  Supplemental-File.
       01  Supplemental-Rec.
           05 SU-Emp-Number-Text PIC X(5).
           05 SU-Emp-Number REDEFINES SU-Emp-Number-Text PIC 9(5).
           05 SU-Pay-Code        PIC X.
           05 SU-Amount-Text     PIC X(9).
           05 SU-Amount REDEFINES SU-Amount-Text PIC 9(7)V99.
           05 SU-Vol-Deductions  PIC X.

       FD  Employee-File.
       01  Emp-Record.
           05 Emp-Name        PIC X(20).
           05 Emp-Net-Salary  PIC 9(7)v99.
           05 Emp-State       PIC X(2).
           05 Emp-Bracket     PIC 9.
           05 Emp-Dept        PIC X(4).
           05 Emp-Company     PIC X(2).
           05 Emp-Number      PIC 9(5).
           05 Emp-Local-Code  PIC X(2).
           05 Emp-Hire-Date   PIC X(8).
           05 Emp-Term-Date   PIC X(8).
           05 Emp-Pay-Type    PIC X.
           05 Emp-Hourly-Rate PIC 9(3)V99.
           05 Emp-Grade       PIC X(2).
           05 Emp-Step        PIC 9(2).
       01  Emp-Trailer.
           COPY TRAILER.

       FD  Calendar-File.
       01  Calendar-Rec.
           05 CAL-Period-Number PIC 9(3).
           05 CAL-Begin-Date    PIC X(8).
           05 CAL-End-Date      PIC X(8).
           05 CAL-Pay-Date      PIC X(8).
           05 CAL-Status        PIC X.

       FD  Chart-File.
       01  Chart-Rec.
           05 COA-Dept           PIC X(4).
           05 COA-Debit-Account  PIC X(8).
           05 COA-Credit-Account PIC X(8).
           05 COA-Emplr-Debit    PIC X(8).
           05 COA-Emplr-Credit   PIC X(8).

       FD  Feeder-Control-File.
       01  Feeder-Control-Rec.
           COPY RUNCTL.

       FD  Deduction-File.
       01  Deduction-Rec.
           05 DD-Key.
              10 DD-Emp-Number PIC 9(5).
              10 DD-Priority   PIC 9.
              10 DD-Type       PIC X(3).
           05 DD-Emp-Name     PIC X(20).
           05 DD-Method       PIC X.
           05 DD-Value        PIC 9(5)V99.
           05 DD-Mandatory    PIC X.

       FD  Bank-File.
       01  Bank-Rec.
           05 BK-Emp-Name     PIC X(20).
           05 BK-Routing      PIC X(9).
           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  YTD-File.
       01  YTD-Rec.
           05 YTD-Emp-Number   PIC 9(5).
           05 YTD-Emp-Name     PIC X(20).
           05 YTD-Gross        PIC 9(9)V99.
           05 YTD-Tax          PIC 9(7)V99.
           05 YTD-Net          PIC 9(9)V99.

       FD  Quarter-Detail-File.
       01  Quarter-Detail-Rec.
           05 QD-Level        PIC X.
           05 QD-Code         PIC X(2).
           05 QD-Emp-Number   PIC 9(5).
           05 QD-Wages        PIC 9(7)V99.
           05 QD-Tax          PIC 9(5)V99.
           05 QD-Period       PIC 9(3).

       FD  Deduction-Detail-File.
       01  Deduction-Detail-Rec.
           05 DDT-Emp-Number  PIC 9(5).
           05 DDT-Emp-Name    PIC X(20).
           05 DDT-Type        PIC X(3).
           05 DDT-Amount      PIC 9(7)V99.
           05 DDT-Period      PIC 9(3).

       FD  GL-Extract-File.
       01  GL-Extract-Line.
           05 GL-Emp-Name          PIC X(20).
           05 GL-Dr-Cr             PIC X.
           05 GL-Account           PIC X(8).
           05 GL-Amount            PIC 9(7)v99.
           05 GL-Period            PIC 9(3).
           05 GL-Emp-Number        PIC 9(5).

       FD  Deposit-File.
       01  Deposit-Rec.
           05 DP-Emp-Name     PIC X(20).
           05 DP-Routing      PIC X(9).
           05 DP-Account      PIC X(12).
           05 DP-Amount       PIC 9(7)V99.
           05 DP-Type         PIC X.

       FD  Check-Request-File.
       01  Check-Request-Rec.
           05 CKR-Emp-Number  PIC 9(5).
           05 CKR-Emp-Name    PIC X(20).
           05 CKR-Amount      PIC 9(7)V99.
           05 CKR-Period      PIC 9(3).
       01  Check-Request-Total-Rec.
           05 CKT-Mark           PIC X(4).
           05 CKT-Register-Total PIC 9(9)V99.

       FD  Register-File.
       01  Register-Line          PIC X(80).

       FD  Balance-File.
       01  Balance-Rec.
           05 BAL-Source      PIC X(10).
           05 BAL-Run-Date    PIC X(8).
           05 BAL-Amount      PIC 9(9)V99.
           05 BAL-Company     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-Supplemental-Status PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Calendar-Status   PIC XX.
       01  WS-Chart-Status      PIC XX.
       01  WS-Feeder-Status     PIC XX.
       01  WS-Deduction-Status  PIC XX.
       01  WS-Bank-Status       PIC XX.
       01  WS-YTD-Status        PIC XX.
       01  WS-Quarter-Status    PIC XX.
       01  WS-Ded-Detail-Status PIC XX.
       01  WS-GL-Extract-Status PIC XX.
       01  WS-Deposit-Status    PIC XX.
       01  WS-Check-Req-Status  PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Balance-Status    PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Employee-Eof      PIC X VALUE 'N'.
       01  WS-Calendar-Eof      PIC X VALUE 'N'.
       01  WS-Chart-Eof         PIC X VALUE 'N'.
       01  WS-Feeder-Eof        PIC X VALUE 'N'.
       01  WS-Regular-Posted    PIC X VALUE 'N'.
       01  WS-Posted-Today      PIC X VALUE 'N'.
       01  WS-Posted-Runs       PIC S9(3) VALUE ZERO.
      *> Every run that writes payroll lines to PAYGLEXT.
       01  WS-Feeder-Program    PIC X(12).
           88 Feeder-Writes-Pay-GL VALUE 'ADDVALUES' 'PAYSUPP'
                                         'PAYFINAL' 'PAYCKSTALE'
                                         'PAYVOID' 'PAYRELEASE'
                                         'PAYRETRO'.
       01  WS-Run-Date          PIC X(8).
       01  WS-Period-Found      PIC X VALUE 'N'.
       01  WS-Period-Number     PIC 9(3) VALUE ZERO.
       01  WS-Period-Status     PIC X.
       01  WS-Trailer-Found     PIC X VALUE 'N'.
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Trailer-Count-In  PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash-In   PIC 9(11)V99 VALUE ZERO.
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Chart-Count       PIC 9(3) VALUE ZERO.
       01  WS-Chart-Found       PIC X VALUE 'N'.
       01  WS-Deduction-Avail   PIC X VALUE 'N'.
       01  WS-Deduction-Done    PIC X VALUE 'N'.
       01  WS-Bank-Found        PIC X VALUE 'N'.
       01  WS-YTD-Found         PIC X VALUE 'N'.
       01  WS-Reason            PIC X(25).
       01  WS-Paid-Count        PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count    PIC 9(5) VALUE ZERO.
       01  WS-Deposit-Count     PIC 9(5) VALUE ZERO.
       01  WS-Check-Req-Count   PIC 9(5) VALUE ZERO.
       01  WS-Grand-Total       PIC 9(9)V99 VALUE ZERO.
       01  WS-Gross-Total       PIC 9(9)V99 VALUE ZERO.
       01  WS-Tax-Total         PIC 9(9)V99 VALUE ZERO.
       01  WS-Emplr-Grand-Total PIC 9(9)V99 VALUE ZERO.
       01  WS-Posting-Company   PIC X(2).
       01  WS-Company-Count     PIC 9(2) VALUE ZERO.
       01  WS-Company-Found     PIC X VALUE 'N'.
       01  Supp-Gross           PIC 9(7)V99.
       01  Supp-Fed-Tax         PIC 9(5)V99.
       01  Supp-State-Tax       PIC 9(5)V99.
       01  Supp-Local-Tax       PIC 9(5)V99.
       01  Supp-Tax             PIC 9(5)V99.
       01  Supp-Emplr-Tax       PIC 9(5)V99.
       01  Supp-Deducted        PIC 9(7)V99.
       01  Supp-Result          PIC 9(7)V99.
       01  WS-Ded-Amount        PIC 9(7)V99.
       01  WS-Debit-Account     PIC X(8).
       01  WS-Credit-Account    PIC X(8).
       01  WS-Emplr-Debit-Account  PIC X(8).
       01  WS-Emplr-Credit-Account PIC X(8).
       01  WS-Credit-Remaining  PIC 9(7)V99.
       01  WS-Credit-Portion    PIC 9(7)V99.
       01  WS-Level-Tax         PIC 9(5)V99.
       01  WS-Level-Account     PIC X(8).
      *> Same withholding liability accounts the regular run credits.
       01  WS-Fed-Liability     PIC X(8) VALUE '22100000'.
       01  WS-State-Liability   PIC X(8) VALUE '22200000'.
       01  WS-Local-Liability   PIC X(8) VALUE '22300000'.
      *> Federal supplemental wages withhold at the flat rate
      *> whatever the employee's bracket.
       01  WS-Supp-Fed-Rate     PIC 99V9999 VALUE 00.2200.
       01  WS-Default-Tax-Rate  PIC V999 VALUE .050.
       01  WS-Emplr-Default-SUI-Rate PIC V9999 VALUE .0270.

       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number       PIC 9(5).
              10 ET-Name         PIC X(20).
              10 ET-State        PIC X(2).
              10 ET-Bracket      PIC 9.
              10 ET-Dept         PIC X(4).
              10 ET-Company      PIC X(2).
              10 ET-Local-Code   PIC X(2).

       01  Chart-Table.
           05 Chart-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Chart-Count
                  INDEXED BY Chart-Idx.
              10 CT-Dept           PIC X(4).
              10 CT-Debit-Account  PIC X(8).
              10 CT-Credit-Account PIC X(8).
              10 CT-Emplr-Debit    PIC X(8).
              10 CT-Emplr-Credit   PIC X(8).

       01  Company-Table.
           05 Company-Entry OCCURS 0 TO 10 TIMES
                  DEPENDING ON WS-Company-Count
                  INDEXED BY Co-Idx.
              10 CP-Company    PIC X(2).
              10 CP-Total      PIC 9(9)V99.

      *> States that allow supplemental wages to withhold at a flat
      *> rate. A state not listed withholds at its regular bracket
      *> rate from the table below, the aggregate method.
       01  Supp-State-Table-Values.
           05 FILLER PIC X(8) VALUE 'NY001170'.
           05 FILLER PIC X(8) VALUE 'CA001023'.
           05 FILLER PIC X(8) VALUE 'TX000000'.
       01  Supp-State-Table REDEFINES Supp-State-Table-Values.
           05 Supp-State-Entry OCCURS 3 TIMES INDEXED BY SS-Idx.
              10 SS-State     PIC X(2).
              10 SS-Rate      PIC 99V9999.

      *> Regular withholding tables, the same values addValues pays
      *> the period's wages from.
       01  Tax-Table-Values.
           05 FILLER PIC X(9) VALUE 'NY1000750'.
           05 FILLER PIC X(9) VALUE 'NY2001250'.
           05 FILLER PIC X(9) VALUE 'NY3001750'.
           05 FILLER PIC X(9) VALUE 'CA1000800'.
           05 FILLER PIC X(9) VALUE 'CA2001350'.
           05 FILLER PIC X(9) VALUE 'CA3001900'.
           05 FILLER PIC X(9) VALUE 'TX1000000'.
           05 FILLER PIC X(9) VALUE 'TX2000000'.
           05 FILLER PIC X(9) VALUE 'TX3000000'.
           05 FILLER PIC X(9) VALUE 'ZZ1000500'.
       01  Tax-Table REDEFINES Tax-Table-Values.
           05 Tax-Entry OCCURS 10 TIMES INDEXED BY Tax-Idx.
              10 Tax-State    PIC X(2).
              10 Tax-Bracket  PIC 9.
              10 Tax-Rate     PIC 99V9999.

       01  Emplr-Match-Table-Values.
           05 FILLER PIC X(7) VALUE '1000765'.
           05 FILLER PIC X(7) VALUE '2000765'.
           05 FILLER PIC X(7) VALUE '3000765'.
       01  Emplr-Match-Table REDEFINES Emplr-Match-Table-Values.
           05 Emplr-Match-Entry OCCURS 3 TIMES INDEXED BY EM-Idx.
              10 EM-Bracket   PIC 9.
              10 EM-Rate      PIC 99V9999.

       01  Emplr-SUI-Table-Values.
           05 FILLER PIC X(8) VALUE 'NY000410'.
           05 FILLER PIC X(8) VALUE 'CA000340'.
           05 FILLER PIC X(8) VALUE 'TX000270'.
       01  Emplr-SUI-Table REDEFINES Emplr-SUI-Table-Values.
           05 Emplr-SUI-Entry OCCURS 3 TIMES INDEXED BY ES-Idx.
              10 ES-State     PIC X(2).
              10 ES-Rate      PIC 99V9999.

       01  Local-Table-Values.
           05 FILLER PIC X(8) VALUE 'NY000300'.
           05 FILLER PIC X(8) VALUE 'PH000250'.
       01  Local-Table REDEFINES Local-Table-Values.
           05 Local-Entry OCCURS 2 TIMES INDEXED BY Local-Idx.
              10 Local-Code   PIC X(2).
              10 Local-Rate   PIC 99V9999.

       01  WS-Register-Heading.
           05 FILLER          PIC X(32)
                  VALUE 'SUPPLEMENTAL PAY REGISTER PERIOD'.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-Period       PIC ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-Date         PIC X(8).
       01  WS-Register-Detail.
           05 RD-Number       PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Name         PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Pay-Code     PIC X.
           05 RD-Gross        PIC Z(6)9.99.
           05 RD-Tax          PIC Z(4)9.99.
           05 RD-Deducted     PIC Z(5)9.99.
           05 RD-Result       PIC Z(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Paid-By      PIC X(7).
       01  WS-Register-Reject.
           05 RJ-Number       PIC X(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FILLER          PIC X(9) VALUE 'REJECTED '.
           05 RJ-Pay-Code     PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RJ-Amount       PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RJ-Reason       PIC X(25).
       01  WS-Register-Total.
           05 FILLER          PIC X(20) VALUE 'GRAND TOTAL'.
           05 RT-Gross        PIC Z(8)9.99.
           05 RT-Tax          PIC Z(8)9.99.
           05 RT-Total        PIC Z(8)9.99.
       01  WS-Register-Counts.
           05 FILLER          PIC X(6) VALUE 'PAID  '.
           05 RC-Paid         PIC Z(4)9.
           05 FILLER          PIC X(10) VALUE ' DEPOSITS '.
           05 RC-Deposits     PIC Z(4)9.
           05 FILLER          PIC X(8) VALUE ' CHECKS '.
           05 RC-Checks       PIC Z(4)9.
           05 FILLER          PIC X(10) VALUE ' REJECTED '.
           05 RC-Rejected     PIC Z(4)9.
       01  WS-Emplr-Total-Line.
           05 FILLER          PIC X(20) VALUE 'EMPLOYER COST TOTAL'.
           05 EC-Total        PIC Z(8)9.99.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYSUPP'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYSUPP'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0010-Validate-Pay-Period.
           PERFORM 0015-Check-Regular-Run.
           PERFORM 0030-Verify-Employee-Trailer.
           PERFORM 0040-Load-Employee-Table.
           PERFORM 0045-Load-Chart-Of-Accounts.
           PERFORM 0055-Open-Carried-Files.
           OPEN INPUT Supplemental-File.
           IF WS-Supplemental-Status NOT = '00'
               DISPLAY 'PAYSUPP OPEN FAILED, STATUS='
                   WS-Supplemental-Status
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'PAYSREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Posted-Today = 'Y'
               OPEN EXTEND GL-Extract-File
               IF WS-GL-Extract-Status = '35'
                   OPEN OUTPUT GL-Extract-File
               END-IF
           ELSE
               OPEN OUTPUT GL-Extract-File
           END-IF.
           IF WS-GL-Extract-Status NOT = '00'
               DISPLAY 'PAYGLEXT OPEN FAILED, STATUS='
                   WS-GL-Extract-Status
               MOVE 31 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Posted-Today = 'Y'
               OPEN EXTEND Deposit-File
               IF WS-Deposit-Status = '35'
                   OPEN OUTPUT Deposit-File
               END-IF
           ELSE
               OPEN OUTPUT Deposit-File
           END-IF.
           IF WS-Deposit-Status NOT = '00'
               DISPLAY 'PAYDEP OPEN FAILED, STATUS=' WS-Deposit-Status
               MOVE 50 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Posted-Today = 'Y'
               OPEN EXTEND Check-Request-File
               IF WS-Check-Req-Status = '35'
                   OPEN OUTPUT Check-Request-File
               END-IF
           ELSE
               OPEN OUTPUT Check-Request-File
           END-IF.
           IF WS-Check-Req-Status NOT = '00'
               DISPLAY 'PAYCHKRQ OPEN FAILED, STATUS='
                   WS-Check-Req-Status
               MOVE 76 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> EXTEND: quarter and remittance detail accumulate across
      *> every posting run until their own runs clear them down.
           OPEN EXTEND Deduction-Detail-File.
           IF WS-Ded-Detail-Status NOT = '00'
               DISPLAY 'PAYDEDDT OPEN FAILED, STATUS='
                   WS-Ded-Detail-Status
               MOVE 63 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND Quarter-Detail-File.
           IF WS-Quarter-Status NOT = '00'
               DISPLAY 'PAYQTD OPEN FAILED, STATUS='
                   WS-Quarter-Status
               MOVE 67 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Period-Number TO RH-Period.
           MOVE WS-Run-Date      TO RH-Date.
           WRITE Register-Line FROM WS-Register-Heading.
           READ Supplemental-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Process-Supplemental
               READ Supplemental-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Gross-Total TO RT-Gross.
           MOVE WS-Tax-Total   TO RT-Tax.
           MOVE WS-Grand-Total TO RT-Total.
           WRITE Register-Line FROM WS-Register-Total.
           MOVE WS-Emplr-Grand-Total TO EC-Total.
           WRITE Register-Line FROM WS-Emplr-Total-Line.
           MOVE WS-Paid-Count      TO RC-Paid.
           MOVE WS-Deposit-Count   TO RC-Deposits.
           MOVE WS-Check-Req-Count TO RC-Checks.
           MOVE WS-Rejected-Count  TO RC-Rejected.
           WRITE Register-Line FROM WS-Register-Counts.
           MOVE '*TOT'         TO CKT-Mark.
           MOVE WS-Grand-Total TO CKT-Register-Total.
           WRITE Check-Request-Total-Rec.
           CLOSE Supplemental-File.
           CLOSE Register-File.
           CLOSE GL-Extract-File.
           CLOSE Deposit-File.
           CLOSE Check-Request-File.
           CLOSE Deduction-Detail-File.
           CLOSE Quarter-Detail-File.
           PERFORM 0098-Close-Carried-Files.
           PERFORM 1700-Post-Balance.
           DISPLAY 'SUPPLEMENTAL PAID: ' WS-Paid-Count
               ' REJECTED: ' WS-Rejected-Count
               ' TOTAL: ' WS-Grand-Total.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The supplemental run posts inside an open calendar period
      *> exactly as the regular run does; its check requests and GL
      *> lines carry that period number.
       0010-Validate-Pay-Period.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Run-Date.
           OPEN INPUT Calendar-File.
           IF WS-Calendar-Status NOT = '00'
               DISPLAY 'PAYCAL OPEN FAILED, STATUS='
                   WS-Calendar-Status
               MOVE 93 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Calendar-File
               AT END MOVE 'Y' TO WS-Calendar-Eof
           END-READ.
           PERFORM UNTIL WS-Calendar-Eof = 'Y'
               IF WS-Run-Date NOT < CAL-Begin-Date
                    AND WS-Run-Date NOT > CAL-End-Date
                   MOVE CAL-Period-Number TO WS-Period-Number
                   MOVE CAL-Status        TO WS-Period-Status
                   MOVE 'Y' TO WS-Period-Found
               END-IF
               READ Calendar-File
                   AT END MOVE 'Y' TO WS-Calendar-Eof
               END-READ
           END-PERFORM.
           CLOSE Calendar-File.
           IF WS-Period-Found = 'N'
               DISPLAY 'NO PAY PERIOD ON CALENDAR FOR ' WS-Run-Date
                   ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'NO OPEN PAY PERIOD FOR TODAY' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 93 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 93 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Period-Status = 'C'
               DISPLAY 'PAY PERIOD ' WS-Period-Number
                   ' IS CLOSED - REOPEN REQUIRED, RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PAY PERIOD CLOSED' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 94 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 94 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'SUPPLEMENTAL PAY POSTING TO PERIOD '
               WS-Period-Number.

      *> PAYDEP, PAYCHKRQ, and PAYGLEXT are rebuilt by each posting
      *> run for the bank, check, and GL runs behind it; on a day
      *> addValues has already posted they still hold its cycle.
      *> On a day any other run has already written payroll GL
      *> lines they are added to, never rebuilt, so nothing the
      *> day's eodBalance and glJournal still need is lost.
       0015-Check-Regular-Run.
           OPEN INPUT Feeder-Control-File.
           IF WS-Feeder-Status = '00'
               READ Feeder-Control-File
                   AT END MOVE 'Y' TO WS-Feeder-Eof
               END-READ
               PERFORM UNTIL WS-Feeder-Eof = 'Y'
                   IF RC-Run-Date = WS-Run-Date AND RC-Action = 'E'
                        AND RC-Program = 'ADDVALUES'
                       MOVE 'Y' TO WS-Regular-Posted
                   END-IF
                   IF RC-Run-Date = WS-Run-Date AND RC-Action = 'B'
                        AND RC-Program = 'ADDVALUES'
                       MOVE 'N' TO WS-Regular-Posted
                   END-IF
      *> A run a restore has backed out no longer counts.
                   MOVE RC-Program TO WS-Feeder-Program
                   IF RC-Run-Date = WS-Run-Date
                        AND Feeder-Writes-Pay-GL
                       IF RC-Action = 'E'
                           ADD 1 TO WS-Posted-Runs
                       END-IF
                       IF RC-Action = 'B'
                           SUBTRACT 1 FROM WS-Posted-Runs
                       END-IF
                   END-IF
                   READ Feeder-Control-File
                       AT END MOVE 'Y' TO WS-Feeder-Eof
                   END-READ
               END-PERFORM
               CLOSE Feeder-Control-File
           END-IF.
           IF WS-Posted-Runs > ZERO
               MOVE 'Y' TO WS-Posted-Today
           END-IF.
           IF WS-Regular-Posted = 'Y'
               DISPLAY 'ADDVALUES POSTED TODAY - SUPPLEMENTAL RUN '
                   'REFUSED, RUN IT OFF-CYCLE'
               MOVE 'E' TO RLP-Severity
               MOVE 'REFUSED - REGULAR PAYROLL POSTED TODAY'
                   TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 95 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 95 TO RETURN-CODE
               STOP RUN
           END-IF.

       0030-Verify-Employee-Trailer.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Employee-Eof
           END-READ.
           PERFORM UNTIL WS-Employee-Eof = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   MOVE 'Y' TO WS-Trailer-Found
                   MOVE TR-Record-Count TO WS-Trailer-Count-In
                   MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
               ELSE
                   ADD 1 TO WS-Trailer-Count
                   ADD Emp-Net-Salary TO WS-Trailer-Hash
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Employee-Eof
               END-READ
           END-PERFORM.
           CLOSE Employee-File.
           IF WS-Trailer-Found = 'N'
              OR WS-Trailer-Count-In NOT = WS-Trailer-Count
              OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
               DISPLAY 'EMPFILE CONTROL TRAILER DOES NOT PROVE - '
                   'FILE REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'EMPFILE TRAILER DOES NOT PROVE' TO RLP-Message
               MOVE WS-Trailer-Count TO RLP-Count
               MOVE 92 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 92 TO RETURN-CODE
               STOP RUN
           END-IF.

       0040-Load-Employee-Table.
           MOVE 'N' TO WS-Employee-Eof.
           OPEN INPUT Employee-File.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Employee-Eof
           END-READ.
           PERFORM UNTIL WS-Employee-Eof = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   IF WS-Emp-Count < 500
                       ADD 1 TO WS-Emp-Count
                       MOVE Emp-Number   TO ET-Number (WS-Emp-Count)
                       MOVE Emp-Name     TO ET-Name (WS-Emp-Count)
                       MOVE Emp-State    TO ET-State (WS-Emp-Count)
                       MOVE Emp-Bracket  TO ET-Bracket (WS-Emp-Count)
                       MOVE Emp-Dept     TO ET-Dept (WS-Emp-Count)
                       MOVE Emp-Company  TO ET-Company (WS-Emp-Count)
                       MOVE Emp-Local-Code
                           TO ET-Local-Code (WS-Emp-Count)
                   ELSE
                       DISPLAY 'EMPLOYEE TABLE FULL, NOT LOADED: '
                           Emp-Number
                   END-IF
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Employee-Eof
               END-READ
           END-PERFORM.
           CLOSE Employee-File.

       0045-Load-Chart-Of-Accounts.
           OPEN INPUT Chart-File.
           IF WS-Chart-Status NOT = '00'
               DISPLAY 'GLCOA OPEN FAILED, STATUS=' WS-Chart-Status
               MOVE 38 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Chart-File
               AT END MOVE 'Y' TO WS-Chart-Eof
           END-READ.
           PERFORM UNTIL WS-Chart-Eof = 'Y' OR WS-Chart-Count >= 100
               ADD 1 TO WS-Chart-Count
               MOVE COA-Dept TO CT-Dept (WS-Chart-Count)
               MOVE COA-Debit-Account
                   TO CT-Debit-Account (WS-Chart-Count)
               MOVE COA-Credit-Account
                   TO CT-Credit-Account (WS-Chart-Count)
               MOVE COA-Emplr-Debit
                   TO CT-Emplr-Debit (WS-Chart-Count)
               MOVE COA-Emplr-Credit
                   TO CT-Emplr-Credit (WS-Chart-Count)
               READ Chart-File
                   AT END MOVE 'Y' TO WS-Chart-Eof
               END-READ
           END-PERFORM.
           CLOSE Chart-File.

       0055-Open-Carried-Files.
           OPEN I-O YTD-File.
           IF WS-YTD-Status = '35'
               OPEN OUTPUT YTD-File
               CLOSE YTD-File
               OPEN I-O YTD-File
           END-IF.
           IF WS-YTD-Status NOT = '00'
               DISPLAY 'PAYYTD OPEN FAILED, STATUS=' WS-YTD-Status
               MOVE 36 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Bank-File.
           IF WS-Bank-Status NOT = '00' AND WS-Bank-Status NOT = '35'
               DISPLAY 'PAYBANK OPEN FAILED, STATUS=' WS-Bank-Status
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Deduction-Avail.
           OPEN INPUT Deduction-File.
           IF WS-Deduction-Status = '00'
               MOVE 'Y' TO WS-Deduction-Avail
           END-IF.

       0098-Close-Carried-Files.
           CLOSE YTD-File.
           IF WS-Bank-Status = '00'
               CLOSE Bank-File
           END-IF.
           IF WS-Deduction-Avail = 'Y'
               CLOSE Deduction-File
           END-IF.

      *> A terminated employee may still be owed a commission or a
      *> bonus, so termination alone does not reject the card.
       1000-Process-Supplemental.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Emp-Found.
           IF SU-Emp-Number-Text NUMERIC
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END CONTINUE
                   WHEN ET-Number (Emp-Idx) = SU-Emp-Number
                       MOVE 'Y' TO WS-Emp-Found
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN SU-Emp-Number-Text NOT NUMERIC
                   MOVE 'EMP NUMBER NOT NUMERIC' TO WS-Reason
               WHEN WS-Emp-Found = 'N'
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-Reason
               WHEN SU-Pay-Code NOT = 'B' AND SU-Pay-Code NOT = 'C'
                    AND SU-Pay-Code NOT = 'O'
                   MOVE 'PAY CODE NOT B, C OR O' TO WS-Reason
               WHEN SU-Amount-Text NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-Reason
               WHEN SU-Amount = ZERO
                   MOVE 'AMOUNT ZERO' TO WS-Reason
               WHEN OTHER
                   PERFORM 1350-Lookup-GL-Accounts
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE SU-Emp-Number-Text TO RJ-Number
               MOVE SU-Pay-Code        TO RJ-Pay-Code
               MOVE SU-Amount-Text     TO RJ-Amount
               MOVE WS-Reason          TO RJ-Reason
               WRITE Register-Line FROM WS-Register-Reject
               ADD 1 TO WS-Rejected-Count
               DISPLAY 'SUPPLEMENTAL REJECTED: ' SU-Emp-Number-Text
                   ' ' WS-Reason
           ELSE
               MOVE SU-Amount TO Supp-Gross
               PERFORM 1100-Compute-Withholding
               PERFORM 1130-Compute-Employer-Tax
               COMPUTE Supp-Tax =
                   Supp-Fed-Tax + Supp-State-Tax + Supp-Local-Tax
               MOVE ZERO TO Supp-Result
               ADD Supp-Gross Supp-Tax TO Supp-Result
               PERFORM 1150-Apply-Deductions
               PERFORM 1650-Accumulate-YTD
               PERFORM 1400-Write-GL-Extract
               PERFORM 1420-Write-Employer-GL
               PERFORM 1620-Write-Bank-Deposit
               PERFORM 1640-Write-Quarter-Detail
               PERFORM 1300-Write-Register-Line
               ADD 1 TO WS-Paid-Count
           END-IF.

      *> Federal at the flat supplemental rate; state at the flat
      *> rate where the state allows one, otherwise at the regular
      *> bracket rate; local levies as on regular pay.
       1100-Compute-Withholding.
           COMPUTE Supp-Fed-Tax ROUNDED =
               Supp-Gross * WS-Supp-Fed-Rate.
           MOVE ZERO TO Supp-State-Tax.
           SET SS-Idx TO 1.
           SEARCH Supp-State-Entry
               AT END
                   PERFORM 1110-Compute-Regular-State
               WHEN SS-State (SS-Idx) = ET-State (Emp-Idx)
                   COMPUTE Supp-State-Tax ROUNDED =
                       Supp-Gross * SS-Rate (SS-Idx)
           END-SEARCH.
           MOVE ZERO TO Supp-Local-Tax.
           IF ET-Local-Code (Emp-Idx) NOT = SPACES
               SET Local-Idx TO 1
               SEARCH Local-Entry
                   AT END CONTINUE
                   WHEN Local-Code (Local-Idx) = ET-Local-Code (Emp-Idx)
                       COMPUTE Supp-Local-Tax ROUNDED =
                           Supp-Gross * Local-Rate (Local-Idx)
               END-SEARCH
           END-IF.

       1110-Compute-Regular-State.
           SET Tax-Idx TO 1.
           SEARCH Tax-Entry
               AT END
                   COMPUTE Supp-State-Tax ROUNDED =
                       Supp-Gross * WS-Default-Tax-Rate
               WHEN Tax-State (Tax-Idx) = ET-State (Emp-Idx)
                    AND Tax-Bracket (Tax-Idx) = ET-Bracket (Emp-Idx)
                   COMPUTE Supp-State-Tax ROUNDED =
                       Supp-Gross * Tax-Rate (Tax-Idx)
           END-SEARCH.

      *> Supplemental wages carry the employer match and state
      *> unemployment the same as regular wages.
       1130-Compute-Employer-Tax.
           MOVE ZERO TO Supp-Emplr-Tax.
           SET EM-Idx TO 1.
           SEARCH Emplr-Match-Entry
               AT END CONTINUE
               WHEN EM-Bracket (EM-Idx) = ET-Bracket (Emp-Idx)
                   COMPUTE Supp-Emplr-Tax ROUNDED =
                       Supp-Gross * EM-Rate (EM-Idx)
           END-SEARCH.
           SET ES-Idx TO 1.
           SEARCH Emplr-SUI-Entry
               AT END
                   COMPUTE Supp-Emplr-Tax ROUNDED = Supp-Emplr-Tax
                       + Supp-Gross * WS-Emplr-Default-SUI-Rate
               WHEN ES-State (ES-Idx) = ET-State (Emp-Idx)
                   COMPUTE Supp-Emplr-Tax ROUNDED = Supp-Emplr-Tax
                       + Supp-Gross * ES-Rate (ES-Idx)
           END-SEARCH.

      *> Mandatory deductions always come out; voluntary ones only
      *> when the card asks for them. A mandatory deduction the
      *> payment cannot cover is taken as far as it goes; the
      *> shortfall is left to the regular run, which carries the
      *> employee's arrears.
       1150-Apply-Deductions.
           MOVE ZERO TO Supp-Deducted.
           IF WS-Deduction-Avail = 'Y'
               MOVE SU-Emp-Number TO DD-Emp-Number
               MOVE ZERO          TO DD-Priority
               MOVE SPACES        TO DD-Type
               MOVE 'N' TO WS-Deduction-Done
               START Deduction-File KEY NOT < DD-Key
                   INVALID KEY MOVE 'Y' TO WS-Deduction-Done
               END-START
               PERFORM UNTIL WS-Deduction-Done = 'Y'
                   READ Deduction-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-Deduction-Done
                       NOT AT END
                           IF DD-Emp-Number NOT = SU-Emp-Number
                               MOVE 'Y' TO WS-Deduction-Done
                           ELSE
                               IF DD-Mandatory = 'Y'
                                    OR SU-Vol-Deductions = 'Y'
                                   PERFORM 1160-Apply-One-Deduction
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1160-Apply-One-Deduction.
           IF DD-Method = 'P'
               COMPUTE WS-Ded-Amount ROUNDED =
                   Supp-Gross * DD-Value / 100
           ELSE
               MOVE DD-Value TO WS-Ded-Amount
           END-IF.
           IF WS-Ded-Amount > Supp-Result
               IF DD-Mandatory = 'Y'
                   DISPLAY ET-Name (Emp-Idx) ' DEDUCTION ' DD-Type
                       ' SHORT ' WS-Ded-Amount
                   MOVE Supp-Result TO WS-Ded-Amount
               ELSE
                   DISPLAY ET-Name (Emp-Idx) ' DEDUCTION SKIPPED, NET '
                       'INSUFFICIENT: ' DD-Type
                   MOVE ZERO TO WS-Ded-Amount
               END-IF
           END-IF.
           IF WS-Ded-Amount > ZERO
               SUBTRACT WS-Ded-Amount FROM Supp-Result
               ADD WS-Ded-Amount TO Supp-Deducted
               MOVE SU-Emp-Number     TO DDT-Emp-Number
               MOVE ET-Name (Emp-Idx) TO DDT-Emp-Name
               MOVE DD-Type           TO DDT-Type
               MOVE WS-Ded-Amount     TO DDT-Amount
               MOVE WS-Period-Number  TO DDT-Period
               WRITE Deduction-Detail-Rec
           END-IF.

       1300-Write-Register-Line.
           MOVE SU-Emp-Number     TO RD-Number.
           MOVE ET-Name (Emp-Idx) TO RD-Name.
           MOVE SU-Pay-Code       TO RD-Pay-Code.
           MOVE Supp-Gross        TO RD-Gross.
           MOVE Supp-Tax          TO RD-Tax.
           MOVE Supp-Deducted     TO RD-Deducted.
           MOVE Supp-Result       TO RD-Result.
           WRITE Register-Line FROM WS-Register-Detail.
           ADD Supp-Gross  TO WS-Gross-Total.
           ADD Supp-Tax    TO WS-Tax-Total.
           ADD Supp-Result TO WS-Grand-Total.
           PERFORM 1310-Accumulate-Company-Total.

       1310-Accumulate-Company-Total.
           IF ET-Company (Emp-Idx) = SPACES
               MOVE '01' TO WS-Posting-Company
           ELSE
               MOVE ET-Company (Emp-Idx) TO WS-Posting-Company
           END-IF.
           MOVE 'N' TO WS-Company-Found.
           SET Co-Idx TO 1.
           SEARCH Company-Entry
               AT END CONTINUE
               WHEN CP-Company (Co-Idx) = WS-Posting-Company
                   ADD Supp-Result TO CP-Total (Co-Idx)
                   MOVE 'Y' TO WS-Company-Found
           END-SEARCH.
           IF WS-Company-Found = 'N' AND WS-Company-Count < 10
               ADD 1 TO WS-Company-Count
               MOVE WS-Posting-Company TO CP-Company (WS-Company-Count)
               MOVE Supp-Result TO CP-Total (WS-Company-Count)
           END-IF.

      *> Supplemental pay charges the home department; the labor
      *> distribution splits apply to period wages only.
       1350-Lookup-GL-Accounts.
           MOVE 'N' TO WS-Chart-Found.
           SET Chart-Idx TO 1.
           SEARCH Chart-Entry
               AT END CONTINUE
               WHEN CT-Dept (Chart-Idx) = ET-Dept (Emp-Idx)
                   MOVE CT-Debit-Account (Chart-Idx)
                       TO WS-Debit-Account
                   MOVE CT-Credit-Account (Chart-Idx)
                       TO WS-Credit-Account
                   MOVE CT-Emplr-Debit (Chart-Idx)
                       TO WS-Emplr-Debit-Account
                   MOVE CT-Emplr-Credit (Chart-Idx)
                       TO WS-Emplr-Credit-Account
                   MOVE 'Y' TO WS-Chart-Found
           END-SEARCH.
           IF WS-Chart-Found = 'N'
               MOVE 'DEPT NOT IN GL CHART' TO WS-Reason
           END-IF.

      *> Same shape as the regular run's lines: one debit for the
      *> result, liability credits per withholding level capped at
      *> what remains, and cash for the remainder.
       1400-Write-GL-Extract.
           MOVE WS-Period-Number  TO GL-Period.
           MOVE SU-Emp-Number     TO GL-Emp-Number.
           MOVE ET-Name (Emp-Idx) TO GL-Emp-Name.
           MOVE 'D'               TO GL-Dr-Cr.
           MOVE WS-Debit-Account  TO GL-Account.
           MOVE Supp-Result       TO GL-Amount.
           WRITE GL-Extract-Line.
           MOVE 'C' TO GL-Dr-Cr.
           MOVE Supp-Result TO WS-Credit-Remaining.
           MOVE Supp-Fed-Tax TO WS-Level-Tax.
           MOVE WS-Fed-Liability TO WS-Level-Account.
           PERFORM 1410-Write-Liability-Credit.
           MOVE Supp-State-Tax TO WS-Level-Tax.
           MOVE WS-State-Liability TO WS-Level-Account.
           PERFORM 1410-Write-Liability-Credit.
           MOVE Supp-Local-Tax TO WS-Level-Tax.
           MOVE WS-Local-Liability TO WS-Level-Account.
           PERFORM 1410-Write-Liability-Credit.
           IF WS-Credit-Remaining > ZERO
               MOVE WS-Credit-Account   TO GL-Account
               MOVE WS-Credit-Remaining TO GL-Amount
               WRITE GL-Extract-Line
           END-IF.

       1410-Write-Liability-Credit.
           IF WS-Level-Tax > ZERO AND WS-Credit-Remaining > ZERO
               IF WS-Level-Tax > WS-Credit-Remaining
                   MOVE WS-Credit-Remaining TO WS-Credit-Portion
               ELSE
                   MOVE WS-Level-Tax TO WS-Credit-Portion
               END-IF
               MOVE WS-Level-Account TO GL-Account
               MOVE WS-Credit-Portion TO GL-Amount
               WRITE GL-Extract-Line
               SUBTRACT WS-Credit-Portion FROM WS-Credit-Remaining
           END-IF.

       1420-Write-Employer-GL.
           IF Supp-Emplr-Tax > ZERO
               IF WS-Emplr-Debit-Account = SPACES
                    OR WS-Emplr-Credit-Account = SPACES
                   DISPLAY 'NO EMPLOYER ACCOUNTS FOR DEPT '
                       ET-Dept (Emp-Idx)
                       ' - EMPLOYER COST NOT POSTED: ' ET-Name (Emp-Idx)
               ELSE
                   MOVE WS-Period-Number  TO GL-Period
                   MOVE SU-Emp-Number     TO GL-Emp-Number
                   MOVE ET-Name (Emp-Idx) TO GL-Emp-Name
                   MOVE 'D'               TO GL-Dr-Cr
                   MOVE WS-Emplr-Debit-Account TO GL-Account
                   MOVE Supp-Emplr-Tax    TO GL-Amount
                   WRITE GL-Extract-Line
                   MOVE 'C'               TO GL-Dr-Cr
                   MOVE WS-Emplr-Credit-Account TO GL-Account
                   WRITE GL-Extract-Line
                   ADD Supp-Emplr-Tax TO WS-Emplr-Grand-Total
               END-IF
           END-IF.

      *> An active account is deposited; no account, a returned
      *> account, or one still in its prenote test pays by check.
       1620-Write-Bank-Deposit.
           MOVE 'N' TO WS-Bank-Found.
           IF WS-Bank-Status = '00'
               MOVE SU-Emp-Number TO BK-Emp-Number
               READ Bank-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Bank-Found
               END-READ
           END-IF.
           IF WS-Bank-Found = 'Y'
                AND (BK-Prenote = 'R' OR BK-Prenote = 'P'
                     OR BK-Prenote = 'S')
               MOVE 'N' TO WS-Bank-Found
           END-IF.
           IF WS-Bank-Found = 'Y'
               MOVE ET-Name (Emp-Idx) TO DP-Emp-Name
               MOVE BK-Routing        TO DP-Routing
               MOVE BK-Account        TO DP-Account
               MOVE Supp-Result       TO DP-Amount
               MOVE 'D'               TO DP-Type
               WRITE Deposit-Rec
               ADD 1 TO WS-Deposit-Count
               MOVE 'DEPOSIT' TO RD-Paid-By
           ELSE
               MOVE SU-Emp-Number     TO CKR-Emp-Number
               MOVE ET-Name (Emp-Idx) TO CKR-Emp-Name
               MOVE Supp-Result       TO CKR-Amount
               MOVE WS-Period-Number  TO CKR-Period
               WRITE Check-Request-Rec
               ADD 1 TO WS-Check-Req-Count
               MOVE 'CHECK'   TO RD-Paid-By
           END-IF.

       1640-Write-Quarter-Detail.
           MOVE SU-Emp-Number    TO QD-Emp-Number.
           MOVE Supp-Gross       TO QD-Wages.
           MOVE WS-Period-Number TO QD-Period.
           MOVE 'F'              TO QD-Level.
           MOVE SPACES           TO QD-Code.
           MOVE Supp-Fed-Tax     TO QD-Tax.
           WRITE Quarter-Detail-Rec.
           MOVE 'S'              TO QD-Level.
           MOVE ET-State (Emp-Idx) TO QD-Code.
           MOVE Supp-State-Tax   TO QD-Tax.
           WRITE Quarter-Detail-Rec.
           IF ET-Local-Code (Emp-Idx) NOT = SPACES
               MOVE 'L'            TO QD-Level
               MOVE ET-Local-Code (Emp-Idx) TO QD-Code
               MOVE Supp-Local-Tax TO QD-Tax
               WRITE Quarter-Detail-Rec
           END-IF.

       1650-Accumulate-YTD.
           MOVE 'N' TO WS-YTD-Found.
           MOVE SU-Emp-Number TO YTD-Emp-Number.
           READ YTD-File
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-YTD-Found
           END-READ.
           IF WS-YTD-Found = 'Y'
               ADD Supp-Gross  TO YTD-Gross
               ADD Supp-Tax    TO YTD-Tax
               ADD Supp-Result TO YTD-Net
               REWRITE YTD-Rec
           ELSE
               MOVE SU-Emp-Number     TO YTD-Emp-Number
               MOVE ET-Name (Emp-Idx) TO YTD-Emp-Name
               MOVE Supp-Gross        TO YTD-Gross
               MOVE Supp-Tax          TO YTD-Tax
               MOVE Supp-Result       TO YTD-Net
               WRITE YTD-Rec
           END-IF.

      *> Posted under the payroll source so eodBalance proves it
      *> against this run's PAYGLEXT debits like any payroll day.
       1700-Post-Balance.
           OPEN EXTEND Balance-File.
           PERFORM VARYING Co-Idx FROM 1 BY 1
                   UNTIL Co-Idx > WS-Company-Count
               MOVE 'PAYROLL'  TO BAL-Source
               MOVE FUNCTION CURRENT-DATE (1:8) TO BAL-Run-Date
               MOVE CP-Total (Co-Idx)   TO BAL-Amount
               MOVE CP-Company (Co-Idx) TO BAL-Company
               WRITE Balance-Rec
           END-PERFORM.
           CLOSE Balance-File.

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
           MOVE WS-Paid-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
