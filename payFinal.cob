       IDENTIFICATION DIVISION.
       PROGRAM-ID. payFinal.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Final pay for employees terminated in the current period:
      *> addValues has already prorated their last period, this run
      *> pays out the leave they leave behind and settles arrears.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
           SELECT Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT Chart-File ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Chart-Status.
      *> Balances payLeave carries; paid out and zeroed here.
           SELECT Leave-File ASSIGN TO "PAYLEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Leave-Status.
           SELECT Arrears-File ASSIGN TO "PAYARRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Arrears-Status.
      *> Every final pay made, by employee and termination date, so
      *> a rerun or the next period's run never pays one twice.
           SELECT History-File ASSIGN TO "PAYFNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
      *> Run-control master, read directly: when a posting run has
      *> already written today's PAYGLEXT, the final-pay lines join
      *> it instead of replacing it.
           SELECT Feeder-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feeder-Status.
           SELECT YTD-File ASSIGN TO "PAYYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-Emp-Number
               FILE STATUS IS WS-YTD-Status.
           SELECT Quarter-Detail-File ASSIGN TO "PAYQTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Quarter-Status.
           SELECT GL-Extract-File ASSIGN TO "PAYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Extract-Status.
      *> A state whose deadline falls before the period's pay date
      *> gets its check requested today, added to whatever requests
      *> are already waiting for payCheck.
           SELECT Check-Request-File ASSIGN TO "PAYCHKRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Check-Req-Status.
      *> Every other final check waits on this file; addValues
      *> moves it into the next cycle's check requests.
           SELECT Pending-Final-File ASSIGN TO "PAYFNPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.
           SELECT Statement-File ASSIGN TO "PAYFNSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statement-Status.
           SELECT Balance-File ASSIGN TO "EODBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Leave-File.
       01  Leave-Rec.
           05 LV-Emp-Number     PIC 9(5).
           05 LV-Emp-Name       PIC X(20).
           05 LV-Vac-Balance    PIC 9(3)V99.
           05 LV-Sick-Balance   PIC 9(3)V99.
           05 LV-Service-Periods PIC 9(3).

       FD  Arrears-File.
       01  Arrears-Rec.
           05 ARR-Emp-Name    PIC X(20).
           05 ARR-Type        PIC X(3).
           05 ARR-Shortfall   PIC 9(7)V99.
           05 ARR-Emp-Number  PIC 9(5).
           05 ARR-Recovered   PIC 9(7)V99.

       FD  History-File.
       01  History-Rec.
           05 FH-Emp-Number   PIC 9(5).
           05 FH-Term-Date    PIC X(8).
           05 FH-Run-Date     PIC X(8).
           05 FH-Net          PIC 9(7)V99.

       FD  Feeder-Control-File.
       01  Feeder-Control-Rec.
           COPY RUNCTL.

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

       FD  GL-Extract-File.
       01  GL-Extract-Line.
           05 GL-Emp-Name          PIC X(20).
           05 GL-Dr-Cr             PIC X.
           05 GL-Account           PIC X(8).
           05 GL-Amount            PIC 9(7)v99.
           05 GL-Period            PIC 9(3).
           05 GL-Emp-Number        PIC 9(5).

       FD  Check-Request-File.
       01  Check-Request-Rec.
           05 CKR-Emp-Number  PIC 9(5).
           05 CKR-Emp-Name    PIC X(20).
           05 CKR-Amount      PIC 9(7)V99.
           05 CKR-Period      PIC 9(3).
       01  Check-Request-Total-Rec.
           05 CKT-Mark           PIC X(4).
           05 CKT-Register-Total PIC 9(9)V99.

      *> Same shape as a PAYCHKRQ detail record, so addValues can
      *> copy it across unchanged.
       FD  Pending-Final-File.
       01  Pending-Final-Rec.
           05 FP-Emp-Number   PIC 9(5).
           05 FP-Emp-Name     PIC X(20).
           05 FP-Amount       PIC 9(7)V99.
           05 FP-Period       PIC 9(3).

       FD  Statement-File.
       01  Statement-Line     PIC X(80).

       FD  Balance-File.
       01  Balance-Rec.
           05 BAL-Source      PIC X(10).
           05 BAL-Run-Date    PIC X(8).
           05 BAL-Amount      PIC 9(9)V99.
           05 BAL-Company     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-Employee-Status   PIC XX.
       01  WS-Calendar-Status   PIC XX.
       01  WS-Chart-Status      PIC XX.
       01  WS-Leave-Status      PIC XX.
       01  WS-Arrears-Status    PIC XX.
       01  WS-History-Status    PIC XX.
       01  WS-Feeder-Status     PIC XX.
       01  WS-YTD-Status        PIC XX.
       01  WS-Quarter-Status    PIC XX.
       01  WS-GL-Extract-Status PIC XX.
       01  WS-Check-Req-Status  PIC XX.
       01  WS-Pending-Status    PIC XX.
       01  WS-Statement-Status  PIC XX.
       01  WS-Balance-Status    PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Calendar-Eof      PIC X VALUE 'N'.
       01  WS-Chart-Eof         PIC X VALUE 'N'.
       01  WS-Leave-Eof         PIC X VALUE 'N'.
       01  WS-Arrears-Eof       PIC X VALUE 'N'.
       01  WS-History-Eof       PIC X VALUE 'N'.
       01  WS-Feeder-Eof        PIC X VALUE 'N'.
       01  WS-Request-Eof       PIC X VALUE 'N'.
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
       01  WS-Period-Begin      PIC X(8).
       01  WS-Period-End        PIC X(8).
       01  WS-Period-Pay-Date   PIC X(8).
       01  WS-Trailer-Found     PIC X VALUE 'N'.
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Trailer-Count-In  PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash-In   PIC 9(11)V99 VALUE ZERO.
       01  WS-Chart-Count       PIC 9(3) VALUE ZERO.
       01  WS-Chart-Found       PIC X VALUE 'N'.
       01  WS-Leave-Count       PIC 9(3) VALUE ZERO.
       01  WS-Leave-Found       PIC X VALUE 'N'.
       01  WS-Arrears-Count     PIC 9(3) VALUE ZERO.
       01  WS-Arrears-Sub       PIC 9(3).
       01  WS-History-Count     PIC 9(5) VALUE ZERO.
       01  WS-History-Found     PIC X VALUE 'N'.
       01  WS-Request-Count     PIC 9(5) VALUE ZERO.
       01  WS-Request-Sub       PIC 9(5).
       01  WS-Request-Tie       PIC 9(9)V99 VALUE ZERO.
       01  WS-Immediate-Total   PIC 9(9)V99 VALUE ZERO.
       01  WS-Immediate-Count   PIC 9(5) VALUE ZERO.
       01  WS-Deferred-Count    PIC 9(5) VALUE ZERO.
       01  WS-Final-Count       PIC 9(5) VALUE ZERO.
       01  WS-Final-Total       PIC 9(9)V99 VALUE ZERO.
       01  WS-Company-Count     PIC 9(2) VALUE ZERO.
       01  WS-Company-Found     PIC X VALUE 'N'.
       01  WS-Posting-Company   PIC X(2).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Term-Integer      PIC 9(8).
       01  WS-Pay-Integer       PIC 9(8).
       01  WS-Deadline-Integer  PIC 9(8).
       01  WS-Pay-Today         PIC X VALUE 'N'.
      *> A salaried employee's hourly equivalent is the period
      *> salary over the standard hours in a pay period.
       01  WS-Period-Hours      PIC 9(3) VALUE 80.
       01  WS-Hourly-Equivalent PIC 9(5)V99.
       01  WS-Vac-Hours         PIC 9(3)V99.
       01  WS-Sick-Hours        PIC 9(3)V99.
       01  WS-Vac-Pay           PIC 9(7)V99.
       01  WS-Sick-Pay          PIC 9(7)V99.
       01  WS-Sick-Paid         PIC X.
       01  Final-Gross          PIC 9(7)V99.
       01  Final-Fed-Tax        PIC 9(5)V99.
       01  Final-State-Tax      PIC 9(5)V99.
       01  Final-Local-Tax      PIC 9(5)V99.
       01  Final-Tax            PIC 9(5)V99.
       01  Final-Recovered      PIC 9(7)V99.
       01  Final-Result         PIC 9(7)V99.
       01  WS-Arrears-Take      PIC 9(7)V99.
       01  WS-Debit-Account     PIC X(8).
       01  WS-Credit-Account    PIC X(8).
       01  WS-Credit-Remaining  PIC 9(7)V99.
       01  WS-Credit-Portion    PIC 9(7)V99.
       01  WS-Level-Tax         PIC 9(5)V99.
       01  WS-Level-Account     PIC X(8).
       01  WS-Fed-Liability     PIC X(8) VALUE '22100000'.
       01  WS-State-Liability   PIC X(8) VALUE '22200000'.
       01  WS-Local-Liability   PIC X(8) VALUE '22300000'.
      *> A leave payout is supplemental pay: federal withholds at
      *> the flat rate, the state at its flat supplemental rate
      *> where it has one.
       01  WS-Supp-Fed-Rate     PIC 99V9999 VALUE 00.2200.
       01  WS-Default-Tax-Rate  PIC V999 VALUE .050.

       01  Chart-Table.
           05 Chart-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Chart-Count
                  INDEXED BY Chart-Idx.
              10 CT-Dept           PIC X(4).
              10 CT-Debit-Account  PIC X(8).
              10 CT-Credit-Account PIC X(8).

       01  Leave-Table.
           05 Leave-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Leave-Count
                  INDEXED BY Lv-Idx.
              10 LVT-Emp-Number  PIC 9(5).
              10 LVT-Emp-Name    PIC X(20).
              10 LVT-Vac         PIC 9(3)V99.
              10 LVT-Sick        PIC 9(3)V99.
              10 LVT-Service     PIC 9(3).

       01  Arrears-Table.
           05 Arrears-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Arrears-Count
                  INDEXED BY Arr-Idx.
              10 ART-Emp-Number PIC 9(5).
              10 ART-Emp-Name   PIC X(20).
              10 ART-Type       PIC X(3).
              10 ART-Shortfall  PIC 9(7)V99.
              10 ART-Recovered  PIC 9(7)V99.

       01  History-Table.
           05 History-Entry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WS-History-Count
                  INDEXED BY Hst-Idx.
              10 HT-Emp-Number  PIC 9(5).
              10 HT-Term-Date   PIC X(8).

      *> Check requests already waiting for payCheck, kept so the
      *> file is rewritten with them ahead of today's final checks.
       01  Request-Table.
           05 Request-Entry OCCURS 0 TO 1000 TIMES
                  DEPENDING ON WS-Request-Count.
              10 RQ-Emp-Number  PIC 9(5).
              10 RQ-Emp-Name    PIC X(20).
              10 RQ-Amount      PIC 9(7)V99.
              10 RQ-Period      PIC 9(3).

       01  Company-Table.
           05 Company-Entry OCCURS 0 TO 10 TIMES
                  DEPENDING ON WS-Company-Count
                  INDEXED BY Co-Idx.
              10 CP-Company    PIC X(2).
              10 CP-Total      PIC 9(9)V99.

      *> Final-pay rules by work state: whether vacation and sick
      *> balances pay out on separation, and the days after the
      *> termination date the final check must be in hand. ZZ is
      *> the rule for any state not listed.
       01  Final-Rule-Values.
           05 FILLER PIC X(7) VALUE 'CAYN000'.
           05 FILLER PIC X(7) VALUE 'MAYN000'.
           05 FILLER PIC X(7) VALUE 'NYYY007'.
           05 FILLER PIC X(7) VALUE 'TXYN006'.
           05 FILLER PIC X(7) VALUE 'ZZYN014'.
       01  Final-Rule-Table REDEFINES Final-Rule-Values.
           05 Final-Rule-Entry OCCURS 5 TIMES INDEXED BY FR-Idx.
              10 FR-State       PIC X(2).
              10 FR-Vac-Pays    PIC X.
              10 FR-Sick-Pays   PIC X.
              10 FR-Deadline    PIC 9(3).

       01  Supp-State-Table-Values.
           05 FILLER PIC X(8) VALUE 'NY001170'.
           05 FILLER PIC X(8) VALUE 'CA001023'.
           05 FILLER PIC X(8) VALUE 'TX000000'.
       01  Supp-State-Table REDEFINES Supp-State-Table-Values.
           05 Supp-State-Entry OCCURS 3 TIMES INDEXED BY SS-Idx.
              10 SS-State     PIC X(2).
              10 SS-Rate      PIC 99V9999.

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

       01  Local-Table-Values.
           05 FILLER PIC X(8) VALUE 'NY000300'.
           05 FILLER PIC X(8) VALUE 'PH000250'.
       01  Local-Table REDEFINES Local-Table-Values.
           05 Local-Entry OCCURS 2 TIMES INDEXED BY Local-Idx.
              10 Local-Code   PIC X(2).
              10 Local-Rate   PIC 99V9999.

       01  WS-Statement-Heading.
           05 FILLER          PIC X(21) VALUE 'FINAL PAY STATEMENT  '.
           05 SH-Number       PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SH-Name         PIC X(20).
           05 FILLER          PIC X(6) VALUE ' TERM '.
           05 SH-Term-Date    PIC X(8).
           05 FILLER          PIC X(7) VALUE ' STATE '.
           05 SH-State        PIC X(2).
       01  WS-Statement-Leave.
           05 SL-Label        PIC X(18).
           05 SL-Hours        PIC ZZ9.99.
           05 FILLER          PIC X(3) VALUE ' @ '.
           05 SL-Rate         PIC Z(4)9.99.
           05 FILLER          PIC X(3) VALUE ' = '.
           05 SL-Amount       PIC Z(6)9.99.
       01  WS-Statement-Amount.
           05 SA-Label        PIC X(18).
           05 SA-Amount       PIC Z(6)9.99.
       01  WS-Statement-Forfeit.
           05 FILLER          PIC X(18) VALUE 'SICK FORFEITED    '.
           05 SF-Hours        PIC ZZ9.99.
       01  WS-Statement-Issue.
           05 FILLER          PIC X(18) VALUE 'FINAL CHECK:      '.
           05 SI-Timing       PIC X(30).
       01  WS-Statement-Separator PIC X(60) VALUE ALL '-'.
       01  WS-Statement-Total.
           05 FILLER          PIC X(16) VALUE 'FINAL PAYS MADE '.
           05 ST-Count        PIC Z(4)9.
           05 FILLER          PIC X(7) VALUE ' TOTAL '.
           05 ST-Total        PIC Z(8)9.99.
           05 FILLER          PIC X(8) VALUE ' TODAY  '.
           05 ST-Immediate    PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYFINAL'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYFINAL'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0010-Validate-Pay-Period.
           PERFORM 0015-Check-Posted-Today.
           PERFORM 0030-Verify-Employee-Trailer.
           PERFORM 0045-Load-Chart-Of-Accounts.
           PERFORM 0060-Load-Leave-Balances.
           PERFORM 0070-Load-Open-Arrears.
           PERFORM 0080-Load-Final-Pay-History.
           PERFORM 0085-Load-Waiting-Requests.
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
           OPEN EXTEND Quarter-Detail-File.
           IF WS-Quarter-Status NOT = '00'
               DISPLAY 'PAYQTD OPEN FAILED, STATUS='
                   WS-Quarter-Status
               MOVE 67 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND Pending-Final-File.
           IF WS-Pending-Status = '35'
               OPEN OUTPUT Pending-Final-File
           END-IF.
           IF WS-Pending-Status NOT = '00'
               DISPLAY 'PAYFNPND OPEN FAILED, STATUS='
                   WS-Pending-Status
               MOVE 77 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND History-File.
           IF WS-History-Status = '35'
               OPEN OUTPUT History-File
           END-IF.
           OPEN OUTPUT Check-Request-File.
           IF WS-Check-Req-Status NOT = '00'
               DISPLAY 'PAYCHKRQ OPEN FAILED, STATUS='
                   WS-Check-Req-Status
               MOVE 76 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Request-Sub FROM 1 BY 1
                   UNTIL WS-Request-Sub > WS-Request-Count
               MOVE RQ-Emp-Number (WS-Request-Sub) TO CKR-Emp-Number
               MOVE RQ-Emp-Name (WS-Request-Sub)   TO CKR-Emp-Name
               MOVE RQ-Amount (WS-Request-Sub)     TO CKR-Amount
               MOVE RQ-Period (WS-Request-Sub)     TO CKR-Period
               WRITE Check-Request-Rec
           END-PERFORM.
           OPEN OUTPUT Statement-File.
           OPEN INPUT Employee-File.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   IF Emp-Term-Date NUMERIC
                        AND Emp-Term-Date NOT < WS-Period-Begin
                        AND Emp-Term-Date NOT > WS-Period-End
                       PERFORM 1000-Process-Terminated
                   END-IF
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Employee-File.
           MOVE WS-Final-Count     TO ST-Count.
           MOVE WS-Final-Total     TO ST-Total.
           MOVE WS-Immediate-Count TO ST-Immediate.
           WRITE Statement-Line FROM WS-Statement-Total.
           IF WS-Request-Count > ZERO OR WS-Immediate-Count > ZERO
               MOVE '*TOT' TO CKT-Mark
               COMPUTE CKT-Register-Total =
                   WS-Request-Tie + WS-Immediate-Total
               WRITE Check-Request-Total-Rec
           END-IF.
           CLOSE Check-Request-File.
           CLOSE Pending-Final-File.
           CLOSE History-File.
           CLOSE Statement-File.
           CLOSE Quarter-Detail-File.
           CLOSE GL-Extract-File.
           CLOSE YTD-File.
           PERFORM 0090-Save-Leave-Balances.
           PERFORM 0095-Save-Open-Arrears.
           PERFORM 1700-Post-Balance.
           DISPLAY 'FINAL PAYS MADE: ' WS-Final-Count
               ' CHECKS TODAY: ' WS-Immediate-Count
               ' NEXT CYCLE: ' WS-Deferred-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

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
                   MOVE CAL-Begin-Date    TO WS-Period-Begin
                   MOVE CAL-End-Date      TO WS-Period-End
                   MOVE CAL-Pay-Date      TO WS-Period-Pay-Date
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

      *> PAYGLEXT is rebuilt by each posting run; when any run has
      *> already written payroll lines to it today, this run's lines
      *> are added to it so eodBalance proves the day as a whole.
       0015-Check-Posted-Today.
           OPEN INPUT Feeder-Control-File.
           IF WS-Feeder-Status = '00'
               READ Feeder-Control-File
                   AT END MOVE 'Y' TO WS-Feeder-Eof
               END-READ
               PERFORM UNTIL WS-Feeder-Eof = 'Y'
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

       0030-Verify-Employee-Trailer.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   MOVE 'Y' TO WS-Trailer-Found
                   MOVE TR-Record-Count TO WS-Trailer-Count-In
                   MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
               ELSE
                   ADD 1 TO WS-Trailer-Count
                   ADD Emp-Net-Salary TO WS-Trailer-Hash
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Employee-File.
           MOVE 'N' TO WS-Eof-Switch.
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
               READ Chart-File
                   AT END MOVE 'Y' TO WS-Chart-Eof
               END-READ
           END-PERFORM.
           CLOSE Chart-File.

       0060-Load-Leave-Balances.
           OPEN INPUT Leave-File.
           IF WS-Leave-Status = '00'
               READ Leave-File
                   AT END MOVE 'Y' TO WS-Leave-Eof
               END-READ
               PERFORM UNTIL WS-Leave-Eof = 'Y'
                       OR WS-Leave-Count >= 500
                   ADD 1 TO WS-Leave-Count
                   MOVE LV-Emp-Number
                       TO LVT-Emp-Number (WS-Leave-Count)
                   MOVE LV-Emp-Name TO LVT-Emp-Name (WS-Leave-Count)
                   MOVE LV-Vac-Balance TO LVT-Vac (WS-Leave-Count)
                   MOVE LV-Sick-Balance TO LVT-Sick (WS-Leave-Count)
                   MOVE LV-Service-Periods
                       TO LVT-Service (WS-Leave-Count)
                   READ Leave-File
                       AT END MOVE 'Y' TO WS-Leave-Eof
                   END-READ
               END-PERFORM
               CLOSE Leave-File
      *> A partial load followed by the save would rewrite the
      *> balance file short and destroy earned leave - refuse
      *> instead and leave the file untouched.
               IF WS-Leave-Eof = 'N'
                   DISPLAY 'PAYLEAVE EXCEEDS ' WS-Leave-Count
                       ' RECORDS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'LEAVE FILE OVERFLOWS TABLE' TO RLP-Message
                   MOVE WS-Leave-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0070-Load-Open-Arrears.
           OPEN INPUT Arrears-File.
           IF WS-Arrears-Status = '00'
               READ Arrears-File
                   AT END MOVE 'Y' TO WS-Arrears-Eof
               END-READ
               PERFORM UNTIL WS-Arrears-Eof = 'Y'
                       OR WS-Arrears-Count >= 500
                   ADD 1 TO WS-Arrears-Count
                   MOVE ARR-Emp-Name
                       TO ART-Emp-Name (WS-Arrears-Count)
                   MOVE ARR-Type TO ART-Type (WS-Arrears-Count)
                   MOVE ARR-Shortfall
                       TO ART-Shortfall (WS-Arrears-Count)
                   IF ARR-Emp-Number NUMERIC
                       MOVE ARR-Emp-Number
                           TO ART-Emp-Number (WS-Arrears-Count)
                   ELSE
                       MOVE ZERO TO ART-Emp-Number (WS-Arrears-Count)
                   END-IF
                   IF ARR-Recovered NUMERIC
                       MOVE ARR-Recovered
                           TO ART-Recovered (WS-Arrears-Count)
                   ELSE
                       MOVE ZERO TO ART-Recovered (WS-Arrears-Count)
                   END-IF
                   READ Arrears-File
                       AT END MOVE 'Y' TO WS-Arrears-Eof
                   END-READ
               END-PERFORM
               CLOSE Arrears-File
               IF WS-Arrears-Eof = 'N'
                   DISPLAY 'PAYARRS EXCEEDS ' WS-Arrears-Count
                       ' RECORDS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'ARREARS FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Arrears-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0080-Load-Final-Pay-History.
           OPEN INPUT History-File.
           IF WS-History-Status = '00'
               READ History-File
                   AT END MOVE 'Y' TO WS-History-Eof
               END-READ
               PERFORM UNTIL WS-History-Eof = 'Y'
                       OR WS-History-Count >= 5000
                   ADD 1 TO WS-History-Count
                   MOVE FH-Emp-Number
                       TO HT-Emp-Number (WS-History-Count)
                   MOVE FH-Term-Date
                       TO HT-Term-Date (WS-History-Count)
                   READ History-File
                       AT END MOVE 'Y' TO WS-History-Eof
                   END-READ
               END-PERFORM
               CLOSE History-File
           END-IF.

      *> Requests a posting run left for payCheck are carried over
      *> whole, total record included, so nothing waiting is lost
      *> when the file is rewritten with today's final checks.
       0085-Load-Waiting-Requests.
           OPEN INPUT Check-Request-File.
           IF WS-Check-Req-Status = '00'
               READ Check-Request-File
                   AT END MOVE 'Y' TO WS-Request-Eof
               END-READ
               PERFORM UNTIL WS-Request-Eof = 'Y'
      *> Each posting run that added to the file closed its own
      *> part with a total; together they tie the waiting requests.
                   IF Check-Request-Rec (1:4) = '*TOT'
                       ADD CKT-Register-Total TO WS-Request-Tie
                   ELSE
                       IF WS-Request-Count >= 1000
                           DISPLAY 'PAYCHKRQ EXCEEDS '
                               WS-Request-Count
                               ' WAITING REQUESTS - RUN REFUSED'
                           MOVE 'E' TO RLP-Severity
                           MOVE 'CHECK REQUESTS OVERFLOW TABLE'
                               TO RLP-Message
                           MOVE WS-Request-Count TO RLP-Count
                           MOVE 96 TO RLP-Return-Code
                           CALL 'runLog' USING Run-Log-Parms
                           MOVE 96 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-Request-Count
                       MOVE CKR-Emp-Number
                           TO RQ-Emp-Number (WS-Request-Count)
                       MOVE CKR-Emp-Name
                           TO RQ-Emp-Name (WS-Request-Count)
                       MOVE CKR-Amount
                           TO RQ-Amount (WS-Request-Count)
                       MOVE CKR-Period
                           TO RQ-Period (WS-Request-Count)
                   END-IF
                   READ Check-Request-File
                       AT END MOVE 'Y' TO WS-Request-Eof
                   END-READ
               END-PERFORM
               CLOSE Check-Request-File
           END-IF.

       0090-Save-Leave-Balances.
           OPEN OUTPUT Leave-File.
           PERFORM VARYING Lv-Idx FROM 1 BY 1
                   UNTIL Lv-Idx > WS-Leave-Count
               MOVE LVT-Emp-Number (Lv-Idx) TO LV-Emp-Number
               MOVE LVT-Emp-Name (Lv-Idx)   TO LV-Emp-Name
               MOVE LVT-Vac (Lv-Idx)        TO LV-Vac-Balance
               MOVE LVT-Sick (Lv-Idx)       TO LV-Sick-Balance
               MOVE LVT-Service (Lv-Idx)    TO LV-Service-Periods
               WRITE Leave-Rec
           END-PERFORM.
           CLOSE Leave-File.

       0095-Save-Open-Arrears.
           OPEN OUTPUT Arrears-File.
           PERFORM VARYING Arr-Idx FROM 1 BY 1
                   UNTIL Arr-Idx > WS-Arrears-Count
               IF ART-Shortfall (Arr-Idx) > ART-Recovered (Arr-Idx)
                   MOVE ART-Emp-Name (Arr-Idx)  TO ARR-Emp-Name
                   MOVE ART-Type (Arr-Idx)      TO ARR-Type
                   MOVE ART-Shortfall (Arr-Idx) TO ARR-Shortfall
                   MOVE ART-Emp-Number (Arr-Idx) TO ARR-Emp-Number
                   MOVE ART-Recovered (Arr-Idx) TO ARR-Recovered
                   WRITE Arrears-Rec
               END-IF
           END-PERFORM.
           CLOSE Arrears-File.

      *> One final pay per employee and termination date; a rehire
      *> terminated again later is a new final pay.
       1000-Process-Terminated.
           MOVE 'N' TO WS-History-Found.
           SET Hst-Idx TO 1.
           SEARCH History-Entry
               AT END CONTINUE
               WHEN HT-Emp-Number (Hst-Idx) = Emp-Number
                    AND HT-Term-Date (Hst-Idx) = Emp-Term-Date
                   MOVE 'Y' TO WS-History-Found
           END-SEARCH.
           IF WS-History-Found = 'Y'
               DISPLAY Emp-Name ' FINAL PAY ALREADY MADE FOR '
                   Emp-Term-Date
           ELSE
               PERFORM 1100-Find-Final-Rule
               PERFORM 1200-Compute-Leave-Payout
               PERFORM 1300-Compute-Withholding
               COMPUTE Final-Tax =
                   Final-Fed-Tax + Final-State-Tax + Final-Local-Tax
               MOVE ZERO TO Final-Result
               ADD Final-Gross Final-Tax TO Final-Result
               PERFORM 1400-Recover-Arrears
               PERFORM 1500-Decide-Check-Timing
               PERFORM 1600-Write-Statement
               IF Final-Gross > ZERO
                   PERFORM 1650-Accumulate-YTD
                   PERFORM 1660-Write-Quarter-Detail
                   PERFORM 1670-Write-GL-Extract
               END-IF
               IF Final-Result > ZERO
                   PERFORM 1680-Request-Final-Check
               END-IF
               MOVE Emp-Number    TO FH-Emp-Number
               MOVE Emp-Term-Date TO FH-Term-Date
               MOVE WS-Run-Date   TO FH-Run-Date
               MOVE Final-Result  TO FH-Net
               WRITE History-Rec
               ADD 1 TO WS-Final-Count
               ADD Final-Result TO WS-Final-Total
           END-IF.

       1100-Find-Final-Rule.
           SET FR-Idx TO 1.
           SEARCH Final-Rule-Entry
               AT END
                   SET FR-Idx TO 5
               WHEN FR-State (FR-Idx) = Emp-State
                   CONTINUE
           END-SEARCH.

      *> Balances are in hours. Whatever the state does not pay is
      *> forfeited; either way the balance is zero once final pay
      *> has run.
       1200-Compute-Leave-Payout.
           IF Emp-Pay-Type = 'H'
               MOVE Emp-Hourly-Rate TO WS-Hourly-Equivalent
           ELSE
               COMPUTE WS-Hourly-Equivalent ROUNDED =
                   Emp-Net-Salary / WS-Period-Hours
           END-IF.
           MOVE ZERO TO WS-Vac-Hours WS-Sick-Hours.
           MOVE ZERO TO WS-Vac-Pay WS-Sick-Pay.
           MOVE 'N' TO WS-Sick-Paid.
           MOVE 'N' TO WS-Leave-Found.
           SET Lv-Idx TO 1.
           SEARCH Leave-Entry
               AT END CONTINUE
               WHEN LVT-Emp-Number (Lv-Idx) = Emp-Number
                   MOVE 'Y' TO WS-Leave-Found
           END-SEARCH.
           IF WS-Leave-Found = 'Y'
               MOVE LVT-Vac (Lv-Idx)  TO WS-Vac-Hours
               MOVE LVT-Sick (Lv-Idx) TO WS-Sick-Hours
               IF FR-Vac-Pays (FR-Idx) = 'Y'
                   COMPUTE WS-Vac-Pay ROUNDED =
                       WS-Vac-Hours * WS-Hourly-Equivalent
               END-IF
               IF FR-Sick-Pays (FR-Idx) = 'Y'
                   COMPUTE WS-Sick-Pay ROUNDED =
                       WS-Sick-Hours * WS-Hourly-Equivalent
                   MOVE 'Y' TO WS-Sick-Paid
               END-IF
               MOVE ZERO TO LVT-Vac (Lv-Idx)
               MOVE ZERO TO LVT-Sick (Lv-Idx)
           END-IF.
           COMPUTE Final-Gross = WS-Vac-Pay + WS-Sick-Pay.

       1300-Compute-Withholding.
           COMPUTE Final-Fed-Tax ROUNDED =
               Final-Gross * WS-Supp-Fed-Rate.
           MOVE ZERO TO Final-State-Tax.
           SET SS-Idx TO 1.
           SEARCH Supp-State-Entry
               AT END
                   PERFORM 1310-Compute-Regular-State
               WHEN SS-State (SS-Idx) = Emp-State
                   COMPUTE Final-State-Tax ROUNDED =
                       Final-Gross * SS-Rate (SS-Idx)
           END-SEARCH.
           MOVE ZERO TO Final-Local-Tax.
           IF Emp-Local-Code NOT = SPACES
               SET Local-Idx TO 1
               SEARCH Local-Entry
                   AT END CONTINUE
                   WHEN Local-Code (Local-Idx) = Emp-Local-Code
                       COMPUTE Final-Local-Tax ROUNDED =
                           Final-Gross * Local-Rate (Local-Idx)
               END-SEARCH
           END-IF.

       1310-Compute-Regular-State.
           SET Tax-Idx TO 1.
           SEARCH Tax-Entry
               AT END
                   COMPUTE Final-State-Tax ROUNDED =
                       Final-Gross * WS-Default-Tax-Rate
               WHEN Tax-State (Tax-Idx) = Emp-State
                    AND Tax-Bracket (Tax-Idx) = Emp-Bracket
                   COMPUTE Final-State-Tax ROUNDED =
                       Final-Gross * Tax-Rate (Tax-Idx)
           END-SEARCH.

      *> The final check is the last chance to collect, so no cap
      *> share applies: arrears take whatever the check can cover.
      *> What is still owed after it stays on PAYARRS for
      *> collection outside payroll.
       1400-Recover-Arrears.
           MOVE ZERO TO Final-Recovered.
           PERFORM VARYING WS-Arrears-Sub FROM 1 BY 1
                   UNTIL WS-Arrears-Sub > WS-Arrears-Count
               IF ART-Emp-Number (WS-Arrears-Sub) = Emp-Number
                    AND ART-Shortfall (WS-Arrears-Sub) >
                        ART-Recovered (WS-Arrears-Sub)
                    AND Final-Result > ZERO
                   COMPUTE WS-Arrears-Take =
                       ART-Shortfall (WS-Arrears-Sub)
                       - ART-Recovered (WS-Arrears-Sub)
                   IF WS-Arrears-Take > Final-Result
                       MOVE Final-Result TO WS-Arrears-Take
                   END-IF
                   SUBTRACT WS-Arrears-Take FROM Final-Result
                   ADD WS-Arrears-Take TO Final-Recovered
                   ADD WS-Arrears-Take
                       TO ART-Recovered (WS-Arrears-Sub)
               END-IF
           END-PERFORM.

      *> The check goes out today when the state's deadline from
      *> the termination date falls before the period's pay date,
      *> or the pay date has already passed.
       1500-Decide-Check-Timing.
           MOVE 'N' TO WS-Pay-Today.
           MOVE Emp-Term-Date TO WS-Date-Numeric.
           COMPUTE WS-Term-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           COMPUTE WS-Deadline-Integer =
               WS-Term-Integer + FR-Deadline (FR-Idx).
           IF WS-Period-Pay-Date NUMERIC
               MOVE WS-Period-Pay-Date TO WS-Date-Numeric
               COMPUTE WS-Pay-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               IF WS-Deadline-Integer < WS-Pay-Integer
                    OR WS-Period-Pay-Date < WS-Run-Date
                   MOVE 'Y' TO WS-Pay-Today
               END-IF
           ELSE
               MOVE 'Y' TO WS-Pay-Today
           END-IF.

       1600-Write-Statement.
           MOVE Emp-Number    TO SH-Number.
           MOVE Emp-Name      TO SH-Name.
           MOVE Emp-Term-Date TO SH-Term-Date.
           MOVE Emp-State     TO SH-State.
           WRITE Statement-Line FROM WS-Statement-Heading.
           MOVE 'VACATION PAYOUT   ' TO SL-Label.
           MOVE WS-Vac-Hours         TO SL-Hours.
           MOVE WS-Hourly-Equivalent TO SL-Rate.
           MOVE WS-Vac-Pay           TO SL-Amount.
           WRITE Statement-Line FROM WS-Statement-Leave.
           IF WS-Sick-Paid = 'Y'
               MOVE 'SICK PAYOUT       ' TO SL-Label
               MOVE WS-Sick-Hours        TO SL-Hours
               MOVE WS-Sick-Pay          TO SL-Amount
               WRITE Statement-Line FROM WS-Statement-Leave
           ELSE
               IF WS-Sick-Hours > ZERO
                   MOVE WS-Sick-Hours TO SF-Hours
                   WRITE Statement-Line FROM WS-Statement-Forfeit
               END-IF
           END-IF.
           MOVE 'GROSS PAYOUT      ' TO SA-Label.
           MOVE Final-Gross TO SA-Amount.
           WRITE Statement-Line FROM WS-Statement-Amount.
           MOVE 'FEDERAL TAX       ' TO SA-Label.
           MOVE Final-Fed-Tax TO SA-Amount.
           WRITE Statement-Line FROM WS-Statement-Amount.
           MOVE 'STATE TAX         ' TO SA-Label.
           MOVE Final-State-Tax TO SA-Amount.
           WRITE Statement-Line FROM WS-Statement-Amount.
           MOVE 'LOCAL TAX         ' TO SA-Label.
           MOVE Final-Local-Tax TO SA-Amount.
           WRITE Statement-Line FROM WS-Statement-Amount.
           IF Final-Recovered > ZERO
               MOVE 'ARREARS RECOVERED ' TO SA-Label
               MOVE Final-Recovered TO SA-Amount
               WRITE Statement-Line FROM WS-Statement-Amount
           END-IF.
           MOVE 'FINAL NET         ' TO SA-Label.
           MOVE Final-Result TO SA-Amount.
           WRITE Statement-Line FROM WS-Statement-Amount.
           EVALUATE TRUE
               WHEN Final-Result = ZERO
                   MOVE 'NONE - NOTHING DUE' TO SI-Timing
               WHEN WS-Pay-Today = 'Y'
                   MOVE 'REQUESTED TODAY' TO SI-Timing
               WHEN OTHER
                   MOVE 'WITH NEXT PAYROLL CYCLE' TO SI-Timing
           END-EVALUATE.
           WRITE Statement-Line FROM WS-Statement-Issue.
           WRITE Statement-Line FROM WS-Statement-Separator.

       1650-Accumulate-YTD.
           MOVE Emp-Number TO YTD-Emp-Number.
           READ YTD-File
               INVALID KEY
                   MOVE Emp-Number   TO YTD-Emp-Number
                   MOVE Emp-Name     TO YTD-Emp-Name
                   MOVE Final-Gross  TO YTD-Gross
                   MOVE Final-Tax    TO YTD-Tax
                   MOVE Final-Result TO YTD-Net
                   WRITE YTD-Rec
               NOT INVALID KEY
                   ADD Final-Gross  TO YTD-Gross
                   ADD Final-Tax    TO YTD-Tax
                   ADD Final-Result TO YTD-Net
                   REWRITE YTD-Rec
           END-READ.

       1660-Write-Quarter-Detail.
           MOVE Emp-Number       TO QD-Emp-Number.
           MOVE Final-Gross      TO QD-Wages.
           MOVE WS-Period-Number TO QD-Period.
           MOVE 'F'              TO QD-Level.
           MOVE SPACES           TO QD-Code.
           MOVE Final-Fed-Tax    TO QD-Tax.
           WRITE Quarter-Detail-Rec.
           MOVE 'S'              TO QD-Level.
           MOVE Emp-State        TO QD-Code.
           MOVE Final-State-Tax  TO QD-Tax.
           WRITE Quarter-Detail-Rec.
           IF Emp-Local-Code NOT = SPACES
               MOVE 'L'             TO QD-Level
               MOVE Emp-Local-Code  TO QD-Code
               MOVE Final-Local-Tax TO QD-Tax
               WRITE Quarter-Detail-Rec
           END-IF.

      *> Same shape as the posting runs' lines: the debit for the
      *> result, liability credits per level, cash for the rest.
       1670-Write-GL-Extract.
           MOVE 'N' TO WS-Chart-Found.
           SET Chart-Idx TO 1.
           SEARCH Chart-Entry
               AT END CONTINUE
               WHEN CT-Dept (Chart-Idx) = Emp-Dept
                   MOVE CT-Debit-Account (Chart-Idx)
                       TO WS-Debit-Account
                   MOVE CT-Credit-Account (Chart-Idx)
                       TO WS-Credit-Account
                   MOVE 'Y' TO WS-Chart-Found
           END-SEARCH.
           IF WS-Chart-Found = 'N'
               DISPLAY 'DEPT NOT IN GL CHART ' Emp-Dept
                   ' - FINAL PAY NOT POSTED TO GL: ' Emp-Name
           ELSE
               MOVE WS-Period-Number TO GL-Period
               MOVE Emp-Number       TO GL-Emp-Number
               MOVE Emp-Name         TO GL-Emp-Name
               MOVE 'D'              TO GL-Dr-Cr
               MOVE WS-Debit-Account TO GL-Account
               MOVE Final-Result     TO GL-Amount
               WRITE GL-Extract-Line
               MOVE 'C' TO GL-Dr-Cr
               MOVE Final-Result TO WS-Credit-Remaining
               MOVE Final-Fed-Tax TO WS-Level-Tax
               MOVE WS-Fed-Liability TO WS-Level-Account
               PERFORM 1675-Write-Liability-Credit
               MOVE Final-State-Tax TO WS-Level-Tax
               MOVE WS-State-Liability TO WS-Level-Account
               PERFORM 1675-Write-Liability-Credit
               MOVE Final-Local-Tax TO WS-Level-Tax
               MOVE WS-Local-Liability TO WS-Level-Account
               PERFORM 1675-Write-Liability-Credit
               IF WS-Credit-Remaining > ZERO
                   MOVE WS-Credit-Account   TO GL-Account
                   MOVE WS-Credit-Remaining TO GL-Amount
                   WRITE GL-Extract-Line
               END-IF
               PERFORM 1690-Accumulate-Company-Total
           END-IF.

       1675-Write-Liability-Credit.
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

       1680-Request-Final-Check.
           IF WS-Pay-Today = 'Y'
               MOVE Emp-Number       TO CKR-Emp-Number
               MOVE Emp-Name         TO CKR-Emp-Name
               MOVE Final-Result     TO CKR-Amount
               MOVE WS-Period-Number TO CKR-Period
               WRITE Check-Request-Rec
               ADD 1 TO WS-Immediate-Count
               ADD Final-Result TO WS-Immediate-Total
           ELSE
               MOVE Emp-Number       TO FP-Emp-Number
               MOVE Emp-Name         TO FP-Emp-Name
               MOVE Final-Result     TO FP-Amount
               MOVE WS-Period-Number TO FP-Period
               WRITE Pending-Final-Rec
               ADD 1 TO WS-Deferred-Count
           END-IF.

       1690-Accumulate-Company-Total.
           IF Emp-Company = SPACES
               MOVE '01' TO WS-Posting-Company
           ELSE
               MOVE Emp-Company TO WS-Posting-Company
           END-IF.
           MOVE 'N' TO WS-Company-Found.
           SET Co-Idx TO 1.
           SEARCH Company-Entry
               AT END CONTINUE
               WHEN CP-Company (Co-Idx) = WS-Posting-Company
                   ADD Final-Result TO CP-Total (Co-Idx)
                   MOVE 'Y' TO WS-Company-Found
           END-SEARCH.
           IF WS-Company-Found = 'N' AND WS-Company-Count < 10
               ADD 1 TO WS-Company-Count
               MOVE WS-Posting-Company TO CP-Company (WS-Company-Count)
               MOVE Final-Result TO CP-Total (WS-Company-Count)
           END-IF.

      *> Posted under the payroll source so eodBalance proves it
      *> against the PAYGLEXT debits this run added.
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
           MOVE WS-Final-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
