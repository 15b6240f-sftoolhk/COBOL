           SELECT GL-Extract-File ASSIGN TO "PAYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Extract-Status.
      *> Read for the other payroll runs that have already written
      *> to PAYGLEXT, PAYDEP and PAYCHKRQ today.
           SELECT Feeder-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feeder-Status.
           SELECT Audit-File ASSIGN TO "PAYAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT Param-Card-File ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Preview-only rate cards laid over the tax tables for a
      *> what-if run; the posting run never opens this file.
           SELECT Alt-Tax-File ASSIGN TO "PAYALTTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Alt-Tax-Status.
      *> Preview comparison report: computed net against each
      *> employee's PAYPRIOR result, nothing posted.
           SELECT Preview-File ASSIGN TO "PAYPREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Preview-Status.
      *> Carries each employee's Emp-Sal-Result forward to the next
      *> run, so the audit trail's "before" value is this same
      *> employee's own prior result instead of whatever the previous
               FILE STATUS IS WS-Quarter-Status.
      *> Employee bank master: routing, account, and prenote status,
      *> carried across runs like the Prior-Result-File. A newly
      *> or changed account goes out first as a zero-dollar prenote
      *> test (P), is marked sent (S) with the date, and goes active
      *> (A) once the cooling-off days pass with no return. Keyed by
      *> employee number; each flip rewrites the one record in place.
           SELECT Bank-File ASSIGN TO "PAYBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *> Chart-of-accounts distribution file: maps each department to
      *> its payroll debit and credit accounts, replacing the single
      *> hardcoded expense/cash pair.
      *> Final checks payFinal deferred to the regular cycle; they
      *> join this run's check requests and the file is emptied
      *> once the requests are written.
           SELECT Pending-Final-File ASSIGN TO "PAYFNPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.
           SELECT Chart-File ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Chart-Status.
           SELECT Leave-File ASSIGN TO "PAYLEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Leave-Status.
      *> Edited time cards from payTimeEdit: the hours an hourly
      *> employee is paid on this period, in place of the salary.
           SELECT Time-Card-File ASSIGN TO "PAYTCED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Time-Card-Status.
      *> Employer's share of each benefit elected through payBenElect,
      *> accrued with the employer taxes so finance books it.
           SELECT Benefit-Share-File ASSIGN TO "PAYBENER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Benefit-Share-Status.
      *> Driver incentive earnings from driverPay: per-distance and
      *> per-stop pay for confirmed deliveries, paid on top of the
      *> employee's base pay and taxed with it.
           SELECT Driver-Pay-File ASSIGN TO "PAYDRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Pay-Status.
      *> Shared end-of-day balancing file: each of the payroll,
      *> distribution, and stock runs appends its own day's total here
      *> for eodBalance to combine into one cross-run report.
       FILE SECTION.
      *> Hire and termination dates ride at the end of the record; a
      *> pre-change master carries spaces there, which pay as a full
      *> period the same as before the dates existed. Pay type and
      *> hourly rate follow them; anything but H pays as salaried.
      *> Grade and step are maintained for the step-increase run and
      *> ride through here untouched.
       FD  Employee-File.
       01  Emp-Record.
           05 Emp-Name        PIC X(20).
           05 Emp-Local-Code  PIC X(2).
           05 Emp-Hire-Date   PIC X(8).
           05 Emp-Term-Date   PIC X(8).
           05 Emp-Pay-Type    PIC X.
           05 Emp-Hourly-Rate PIC 9(3)V99.
           05 Emp-Grade       PIC X(2).
           05 Emp-Step        PIC 9(2).
       01  Emp-Trailer.
           COPY TRAILER.

       FD  Register-File.
       01  Register-Line          PIC X(80).

       FD  Feeder-Control-File.
       01  Feeder-Control-Rec.
           COPY RUNCTL.

      *> Fixed-format GL interface extract: one debit line (net pay +
      *> withholding expense) and one credit line (cash) per employee.
       FD  GL-Extract-File.
           05 SNB-Account      PIC X(12).
           05 SNB-Prenote      PIC X.
           05 SNB-Emp-Number   PIC 9(5).
           05 SNB-Prenote-Date PIC X(8).

       FD  Snapshot-Arrears-File.
       01  Snapshot-Arrears-Rec.
           05 LV-Sick-Balance   PIC 9(3)V99.
           05 LV-Service-Periods PIC 9(3).

       FD  Time-Card-File.
       01  Time-Card-Rec.
           05 TC-Emp-Number   PIC 9(5).
           05 TC-Period       PIC 9(3).
           05 TC-Reg-Hours    PIC 9(3)V99.
           05 TC-OT-Hours     PIC 9(3)V99.
           05 TC-Hol-Hours    PIC 9(3)V99.

       FD  Benefit-Share-File.
       01  Benefit-Share-Rec.
           05 BE-Emp-Number   PIC 9(5).
           05 BE-Plan-Type    PIC X.
           05 BE-Plan-Code    PIC X(3).
           05 BE-Tier         PIC X(2).
           05 BE-Method       PIC X.
           05 BE-Emplr-Cost   PIC 9(5)V99.

       FD  Driver-Pay-File.
       01  Driver-Pay-Rec.
           05 DF-Emp-Number   PIC 9(5).
           05 DF-Period       PIC 9(3).
           05 DF-Distance     PIC 9(6)V9.
           05 DF-Stops        PIC 9(5).
           05 DF-Amount       PIC 9(5)V99.
       01  Driver-Pay-Trailer.
           COPY TRAILER REPLACING TR-Mark BY DPT-Mark
               TR-Record-Count BY DPT-Record-Count
               TR-Hash-Total BY DPT-Hash-Total.

       FD  Balance-File.
       01  Balance-Rec.
           05 BAL-Source      PIC X(10).
       01  Param-Card-Rec.
           05 PC-Tax-Ratio-Ceiling PIC 9V999.
           05 PC-Result-Ceiling    PIC 9(7)V99.
           05 PC-Run-Mode          PIC X.
           05 PC-Raise-Pct         PIC 9(2)V99.
           05 PC-Swing-Pct         PIC 9(3).

       FD  Alt-Tax-File.
       01  Alt-Tax-Rec.
           05 AT-Level             PIC X.
           05 AT-Code              PIC X(2).
           05 AT-Bracket           PIC 9.
           05 AT-Rate              PIC 99V9999.

       FD  Preview-File.
       01  Preview-Line            PIC X(80).

       FD  Prior-Result-File.
       01  Prior-Result-Rec.
           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  Deposit-File.
       01  Deposit-Rec.
      *> employer tax expense and the matching accrual liability. A
      *> pre-change chart carries spaces there and the employer
      *> posting is skipped with a warning until the chart is redone.
       FD  Pending-Final-File.
       01  Pending-Final-Rec.
           05 FP-Emp-Number   PIC 9(5).
           05 FP-Emp-Name     PIC X(20).
           05 FP-Amount       PIC 9(7)V99.
           05 FP-Period       PIC 9(3).

       FD  Chart-File.
       01  Chart-Rec.
           05 COA-Dept           PIC X(4).
       01  WS-Carryforward-Eof PIC X VALUE 'N'.
       01  WS-Carryforward-Count PIC 9(5) VALUE ZERO.
       01  WS-Carryforward-Debit PIC 9(9)V99 VALUE ZERO.
       01  WS-Pending-Status   PIC XX.
       01  WS-Pending-Eof      PIC X VALUE 'N'.
       01  WS-Final-Pay-Count  PIC 9(5) VALUE ZERO.
       01  WS-Final-Pay-Total  PIC 9(9)V99 VALUE ZERO.
       01  WS-Calendar-Eof    PIC X VALUE 'N'.
       01  WS-Period-Found    PIC X VALUE 'N'.
       01  WS-Period-Number   PIC 9(3) VALUE ZERO.
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.
       01  WS-Last-Checkpoint-Emp PIC 9(5) VALUE ZERO.
       01  WS-Restart-Switch    PIC X VALUE 'N'.
       01  WS-Feeder-Status     PIC XX.
       01  WS-Feeder-Eof        PIC X VALUE 'N'.
       01  WS-Posted-Today      PIC X VALUE 'N'.
       01  WS-Posted-Runs       PIC S9(3) VALUE ZERO.
      *> Every run that writes payroll lines to PAYGLEXT.
       01  WS-Feeder-Program    PIC X(12).
           88 Feeder-Writes-Pay-GL VALUE 'ADDVALUES' 'PAYSUPP'
                                         'PAYFINAL' 'PAYCKSTALE'
                                         'PAYVOID' 'PAYRELEASE'
                                         'PAYRETRO'.
       01  WS-Skip-Mode         PIC X VALUE 'N'.
       01  WS-Snap-Status       PIC XX.
       01  WS-Snap-Date         PIC X(8).
       01  Emp-Emplr-Tax      PIC 9(5)v99.
       01  WS-Emplr-Match-Tax PIC 9(5)V99.
       01  WS-Emplr-SUI-Tax   PIC 9(5)V99.
       01  WS-Emplr-Benefit   PIC 9(5)V99.
       01  WS-Emplr-Default-SUI-Rate PIC V9999 VALUE .0270.
       01  WS-Emplr-Debit-Account  PIC X(8).
       01  WS-Emplr-Credit-Account PIC X(8).
              10 DPT2-Dept     PIC X(4).
              10 DPT2-Total    PIC 9(9)V99.

       01  WS-Benefit-Share-Status PIC XX.
       01  WS-Benefit-Share-Eof    PIC X VALUE 'N'.
       01  WS-Benefit-Share-Count  PIC 9(4) VALUE ZERO.
      *> Employer benefit shares, one entry per employee and plan.
       01  Benefit-Share-Table.
           05 Benefit-Share-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Benefit-Share-Count
                  INDEXED BY Bsh-Idx.
              10 BST-Emp-Number  PIC 9(5).
              10 BST-Method      PIC X.
              10 BST-Emplr-Cost  PIC 9(5)V99.

       01  WS-Time-Card-Status  PIC XX.
       01  WS-Time-Card-Eof     PIC X VALUE 'N'.
       01  WS-Time-Card-Over    PIC X VALUE 'N'.
       01  WS-Time-Card-Count   PIC 9(3) VALUE ZERO.
       01  WS-Time-Card-Found   PIC X VALUE 'N'.
      *> Overtime pays at time and a half; regular and holiday hours
      *> pay at the straight hourly rate.
       01  WS-Overtime-Factor   PIC 9V9 VALUE 1.5.
       01  WS-Overtime-Rate     PIC 9(4)V99.
       01  WS-Reg-Hours         PIC 9(3)V99 VALUE ZERO.
       01  WS-OT-Hours          PIC 9(3)V99 VALUE ZERO.
       01  WS-Hol-Hours         PIC 9(3)V99 VALUE ZERO.
       01  WS-Reg-Pay           PIC 9(7)V99 VALUE ZERO.
       01  WS-OT-Pay            PIC 9(7)V99 VALUE ZERO.
       01  WS-Hol-Pay           PIC 9(7)V99 VALUE ZERO.
       01  WS-Register-Hours-Line.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE 'REG HRS '.
           05 RH-Reg-Hours      PIC ZZ9.99.
           05 FILLER            PIC X(8) VALUE '  OT HRS'.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-OT-Hours       PIC ZZ9.99.
           05 FILLER            PIC X(9) VALUE '  HOL HRS'.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-Hol-Hours      PIC ZZ9.99.
           05 FILLER            PIC X(7) VALUE '  RATE '.
           05 RH-Rate           PIC ZZ9.99.
       01  WS-Stub-Hours-Line.
           05 SH-Label          PIC X(14).
           05 SH-Hours          PIC ZZ9.99.
           05 FILLER            PIC X(3) VALUE ' @ '.
           05 SH-Rate           PIC Z(3)9.99.
           05 FILLER            PIC X(3) VALUE ' = '.
           05 SH-Amount         PIC Z(6)9.99.

       01  WS-Driver-Pay-Status PIC XX.
       01  WS-Driver-Pay-Eof    PIC X VALUE 'N'.
       01  WS-Driver-Pay-Count  PIC 9(3) VALUE ZERO.
       01  WS-Driver-Pay-Over   PIC X VALUE 'N'.
       01  WS-Driver-Pay-Found  PIC X VALUE 'N'.
       01  WS-Driver-Pay        PIC 9(5)V99 VALUE ZERO.
       01  WS-Driver-Feed-Total PIC 9(9)V99 VALUE ZERO.
       01  WS-Driver-Paid-Total PIC 9(9)V99 VALUE ZERO.
       01  WS-Register-Driver-Line.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'DRIVER STOPS '.
           05 RV-Stops          PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE '  DIST '.
           05 RV-Distance       PIC Z(5)9.9.
           05 FILLER            PIC X(6) VALUE '  PAY '.
           05 RV-Amount         PIC Z(4)9.99.
       01  WS-Stub-Driver-Line.
           05 FILLER            PIC X(14) VALUE 'DRIVER PAY:   '.
           05 SV-Amount         PIC Z(6)9.99.
           05 FILLER            PIC X(7) VALUE '  STOPS'.
           05 FILLER            PIC X VALUE SPACE.
           05 SV-Stops          PIC ZZZZ9.
           05 FILLER            PIC X(6) VALUE '  DIST'.
           05 FILLER            PIC X VALUE SPACE.
           05 SV-Distance       PIC Z(5)9.9.
      *> Proof that what driverPay sent is what was paid: the feed
      *> total as received against the incentive actually posted.
       01  WS-Driver-Total-Line.
           05 FILLER            PIC X(20) VALUE 'DRIVER PAY RECEIVED'.
           05 DV-Feed-Total     PIC Z(8)9.99.
           05 FILLER            PIC X(7) VALUE '  PAID '.
           05 DV-Paid-Total     PIC Z(8)9.99.

      *> This period's driver incentive, one entry per driver.
       01  Driver-Pay-Table.
           05 Driver-Pay-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Driver-Pay-Count
                  INDEXED BY Dpy-Idx.
              10 DPY-Emp-Number  PIC 9(5).
              10 DPY-Distance    PIC 9(6)V9.
              10 DPY-Stops       PIC 9(5).
              10 DPY-Amount      PIC 9(5)V99.

      *> This period's edited hours, one entry per hourly employee.
       01  Time-Card-Table.
           05 Time-Card-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Time-Card-Count
                  INDEXED BY Tc-Idx.
              10 TCT-Emp-Number  PIC 9(5).
              10 TCT-Reg-Hours   PIC 9(3)V99.
              10 TCT-OT-Hours    PIC 9(3)V99.
              10 TCT-Hol-Hours   PIC 9(3)V99.

       01  WS-Leave-Status      PIC XX.
       01  WS-Leave-Eof         PIC X VALUE 'N'.
       01  WS-Leave-Count       PIC 9(3) VALUE ZERO.
       01  WS-Bank-Found        PIC X VALUE 'N'.
       01  WS-Deposit-Count     PIC 9(5) VALUE ZERO.
       01  WS-Prenote-Count     PIC 9(5) VALUE ZERO.
      *> Cooling-off after a prenote goes out: the bank has this many
      *> days to return it before the account takes deposits.
       01  WS-Prenote-Clear-Days PIC 9(3) VALUE 10.
       01  WS-Prenote-Integer   PIC 9(8).
       01  WS-Run-Integer       PIC 9(8).
       01  WS-Deposit-Total     PIC 9(9)V99 VALUE ZERO.
       01  WS-Deposit-Detail.
           05 DR-Name           PIC X(20).
              10 Local-Rate   PIC 99V9999.


      *> Preview (what-if) run: a 'P' in the run-mode column of the
      *> parameter card computes every employee against the current
      *> tables - optionally with a raise and alternate rate cards -
      *> and reports the result against PAYPRIOR without posting.
       01  WS-Preview-Mode      PIC X VALUE 'N'.
       01  WS-Preview-Status    PIC XX.
       01  WS-Alt-Tax-Status    PIC XX.
       01  WS-Alt-Tax-Eof       PIC X VALUE 'N'.
       01  WS-Alt-Tax-Used      PIC X VALUE 'N'.
       01  WS-Alt-Tax-Applied   PIC X VALUE 'N'.
       01  WS-Prior-Avail       PIC X VALUE 'Y'.
       01  WS-Prior-Eof         PIC X VALUE 'N'.
       01  WS-Raise-Pct         PIC 9(2)V99 VALUE ZERO.
       01  WS-Swing-Pct         PIC 9(3) VALUE 10.
       01  WS-Preview-Change    PIC S9(7)V99.
       01  WS-Preview-Abs-Change PIC 9(7)V99.
       01  WS-Preview-Change-Pct PIC 9(5)V99.
       01  WS-Preview-Count     PIC 9(5) VALUE ZERO.
       01  WS-Preview-New-Count PIC 9(5) VALUE ZERO.
       01  WS-Preview-Swing-Count PIC 9(5) VALUE ZERO.
       01  WS-Preview-Held-Count PIC 9(5) VALUE ZERO.
       01  WS-Preview-Unpaid-Count PIC 9(5) VALUE ZERO.
       01  WS-Preview-Drop-Count PIC 9(5) VALUE ZERO.
       01  WS-Preview-Prior-Total PIC 9(9)V99 VALUE ZERO.
       01  WS-Preview-Net-Total PIC 9(9)V99 VALUE ZERO.
       01  WS-Preview-Seen-Count PIC 9(4) VALUE ZERO.
       01  WS-Preview-Seen-Full PIC X VALUE 'N'.
       01  WS-Preview-Seen-Found PIC X VALUE 'N'.
      *> Every employee number on this EMPFILE, paid or not, so the
      *> PAYPRIOR pass can name the ones that have disappeared.
       01  Preview-Seen-Table.
           05 Preview-Seen-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Preview-Seen-Count
                  INDEXED BY Seen-Idx.
              10 PST-Emp-Number  PIC 9(5).
       01  WS-Preview-Title.
           05 FILLER            PIC X(25)
                                VALUE 'PAYROLL PREVIEW - PERIOD '.
           05 PT-Period         PIC 9(3).
           05 FILLER            PIC X(8) VALUE '  RAISE '.
           05 PT-Raise          PIC Z9.99.
           05 FILLER            PIC X(13) VALUE '%  ALT RATES '.
           05 PT-Alt-Rates      PIC X(3).
           05 FILLER            PIC X(16) VALUE '  NOTHING POSTED'.
       01  WS-Preview-Heading.
           05 FILLER            PIC X(27)
                                VALUE 'EMP NO NAME'.
           05 FILLER            PIC X(10) VALUE ' PRIOR NET'.
           05 FILLER            PIC X(11) VALUE '    PREVIEW'.
           05 FILLER            PIC X(12) VALUE '      CHANGE'.
           05 FILLER            PIC X(5)  VALUE ' FLAG'.
       01  WS-Preview-Detail.
           05 PV-Emp-Number     PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 PV-Name           PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 PV-Prior          PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PV-Preview        PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PV-Change         PIC -Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PV-Flag           PIC X(10).
       01  WS-Preview-Alt-Line.
           05 FILLER            PIC X(15) VALUE 'ALTERNATE RATE '.
           05 PA-Level          PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 PA-Code           PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 PA-Bracket        PIC X.
           05 FILLER            PIC X(5) VALUE ' WAS '.
           05 PA-Old-Rate       PIC Z9.9999.
           05 FILLER            PIC X(5) VALUE ' NOW '.
           05 PA-New-Rate       PIC Z9.9999.
           05 FILLER            PIC X VALUE SPACE.
           05 PA-Note           PIC X(24).
       01  WS-Preview-Total-Line.
           05 FILLER            PIC X(10) VALUE 'EMPLOYEES '.
           05 PTL-Count         PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE ' PRIOR '.
           05 PTL-Prior         PIC Z(8)9.99.
           05 FILLER            PIC X(9) VALUE ' PREVIEW '.
           05 PTL-Preview       PIC Z(8)9.99.
           05 FILLER            PIC X(8) VALUE ' CHANGE '.
           05 PTL-Change        PIC -Z(8)9.99.
       01  WS-Preview-Count-Line.
           05 FILLER            PIC X(4) VALUE 'NEW '.
           05 PCL-New           PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE ' SWING '.
           05 PCL-Swing         PIC ZZZZ9.
           05 FILLER            PIC X(6) VALUE ' HELD '.
           05 PCL-Held          PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE ' NOT PAID '.
           05 PCL-Unpaid        PIC ZZZZ9.
           05 FILLER            PIC X(9) VALUE ' DROPPED '.
           05 PCL-Dropped       PIC ZZZZ9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0003-Read-Run-Mode.
           IF WS-Preview-Mode = 'Y'
               PERFORM 0200-Preview-Payroll
               STOP RUN
           END-IF.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0007-Read-Restart-Point.
           PERFORM 0010-Validate-Pay-Period.
           PERFORM 0012-Check-Posted-Today.
           PERFORM 0030-Verify-Employee-Trailer.
           PERFORM 0095-Load-Driver-Pay.
           PERFORM 0087-Load-Time-Cards.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE WS-Period-Number TO RP-Period
               WRITE Register-Line FROM WS-Register-Period-Line
           END-IF.
           IF WS-Restart-Switch = 'Y' OR WS-Posted-Today = 'Y'
               OPEN EXTEND GL-Extract-File
               IF WS-GL-Extract-Status = '35'
                   OPEN OUTPUT GL-Extract-File
               END-IF
           ELSE
               OPEN OUTPUT GL-Extract-File
           END-IF.
           PERFORM 0040-Load-Chart-Of-Accounts.
           PERFORM 0050-Apply-Param-Card-Overrides.
           PERFORM 0055-Open-Carried-Files.
           PERFORM 0086-Load-Benefit-Shares.
           PERFORM 0088-Load-Leave-Balances.
           PERFORM 0089-Load-And-Validate-Splits.
           PERFORM 0093-Load-Open-Arrears.
               MOVE 67 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Restart-Switch = 'Y' OR WS-Posted-Today = 'Y'
               OPEN EXTEND Deposit-File
               IF WS-Deposit-Status = '35'
                   OPEN OUTPUT Deposit-File
               END-IF
           ELSE
               OPEN OUTPUT Deposit-File
           END-IF.
               MOVE 51 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Restart-Switch = 'Y' OR WS-Posted-Today = 'Y'
               OPEN EXTEND Check-Request-File
               IF WS-Check-Req-Status = '35'
                   OPEN OUTPUT Check-Request-File
               END-IF
           ELSE
               OPEN OUTPUT Check-Request-File
           END-IF.
               MOVE 76 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0037-Copy-Final-Pay-Requests.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           WRITE Register-Line FROM WS-Register-Total.
           MOVE WS-Emplr-Grand-Total TO EC-Total.
           WRITE Register-Line FROM WS-Emplr-Total-Line.
           IF WS-Driver-Pay-Count > ZERO
               MOVE WS-Driver-Feed-Total TO DV-Feed-Total
               MOVE WS-Driver-Paid-Total TO DV-Paid-Total
               WRITE Register-Line FROM WS-Driver-Total-Line
               IF WS-Driver-Paid-Total NOT = WS-Driver-Feed-Total
                   DISPLAY 'DRIVER PAY RECEIVED ' WS-Driver-Feed-Total
                       ' PAID ' WS-Driver-Paid-Total
                   MOVE 'W' TO RLP-Severity
                   MOVE 'DRIVER PAY FEED NOT FULLY PAID'
                       TO RLP-Message
                   MOVE WS-Driver-Pay-Count TO RLP-Count
                   MOVE ZERO TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
               END-IF
           END-IF.
           PERFORM 1680-Write-Deposit-Totals.
           MOVE '*TOT'         TO CKT-Mark.
           COMPUTE CKT-Register-Total =
               WS-Grand-Total + WS-Final-Pay-Total.
           WRITE Check-Request-Total-Rec.
           CLOSE Check-Request-File.
           IF WS-Final-Pay-Count > ZERO
               OPEN OUTPUT Pending-Final-File
               CLOSE Pending-Final-File
           END-IF.
           CLOSE Employee-File.
           CLOSE Exception-File.
           CLOSE Register-File.
               CALL 'runLog' USING Run-Log-Parms
           END-IF.

      *> PAYGLEXT, PAYDEP and PAYCHKRQ start each payroll cycle
      *> empty, but lines another payroll run wrote today are still
      *> owed to tonight's eodBalance, glJournal, bank and check
      *> runs; on such a day this run adds to them instead.
       0012-Check-Posted-Today.
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
               DISPLAY 'PAYROLL EXTRACTS ALREADY WRITTEN TODAY - '
                   'PAYGLEXT, PAYDEP AND PAYCHKRQ EXTENDED'
           END-IF.

      *> The pre-run image of every carried file, written as a dated
      *> generation before a single employee posts; payRestore lays
      *> it back if the run has to be backed out whole. A restart
                       MOVE BK-Account    TO SNB-Account
                       MOVE BK-Prenote    TO SNB-Prenote
                       MOVE BK-Emp-Number TO SNB-Emp-Number
                       MOVE BK-Prenote-Date TO SNB-Prenote-Date
                       WRITE Snapshot-Bank-Rec
               END-READ
           END-PERFORM.
               END-IF
           END-IF.

      *> Deferred final checks lead the new check requests. On a
      *> restart they are already on the extended file, so they are
      *> only counted back into the total; the pending file is not
      *> emptied until the total record has been written.
       0037-Copy-Final-Pay-Requests.
           OPEN INPUT Pending-Final-File.
           IF WS-Pending-Status = '00'
               READ Pending-Final-File
                   AT END MOVE 'Y' TO WS-Pending-Eof
               END-READ
               PERFORM UNTIL WS-Pending-Eof = 'Y'
                   IF WS-Restart-Switch = 'N'
                       MOVE FP-Emp-Number TO CKR-Emp-Number
                       MOVE FP-Emp-Name   TO CKR-Emp-Name
                       MOVE FP-Amount     TO CKR-Amount
                       MOVE FP-Period     TO CKR-Period
                       WRITE Check-Request-Rec
                   END-IF
                   ADD 1 TO WS-Final-Pay-Count
                   ADD FP-Amount TO WS-Final-Pay-Total
                   READ Pending-Final-File
                       AT END MOVE 'Y' TO WS-Pending-Eof
                   END-READ
               END-PERFORM
               CLOSE Pending-Final-File
               IF WS-Final-Pay-Count > ZERO
                   DISPLAY 'DEFERRED FINAL CHECKS REQUESTED: '
                       WS-Final-Pay-Count
               END-IF
           END-IF.

       0040-Load-Chart-Of-Accounts.
           OPEN INPUT Chart-File.
           IF WS-Chart-Status NOT = '00'
           END-PERFORM.
           CLOSE Chart-File.

      *> A preview card may leave the ceiling columns blank to keep
      *> the compiled-in ceilings.
       0050-Apply-Param-Card-Overrides.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PC-Tax-Ratio-Ceiling NUMERIC
                            AND PC-Result-Ceiling NUMERIC
                           MOVE PC-Tax-Ratio-Ceiling
                               TO WS-Tax-Ratio-Ceiling
                           MOVE PC-Result-Ceiling TO WS-Result-Ceiling
                           DISPLAY
                               'PARAMETER OVERRIDE: TAX RATIO CEILING='
                               WS-Tax-Ratio-Ceiling ' RESULT CEILING='
                               WS-Result-Ceiling
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.

      *> The run mode rides on the same parameter card. A preview
      *> logs under its own program name so it neither counts as
      *> nor is refused by the day's posting run.
       0003-Read-Run-Mode.
           MOVE 'N' TO WS-Preview-Mode.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PC-Run-Mode = 'P'
                           MOVE 'Y' TO WS-Preview-Mode
                           IF PC-Raise-Pct NUMERIC
                               MOVE PC-Raise-Pct TO WS-Raise-Pct
                           END-IF
                           IF PC-Swing-Pct NUMERIC
                                AND PC-Swing-Pct > ZERO
                               MOVE PC-Swing-Pct TO WS-Swing-Pct
                           END-IF
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
           IF WS-Preview-Mode = 'Y'
               MOVE 'PAYPREVIEW' TO RCP-Program
               MOVE 'PAYPREVIEW' TO RLP-Program
           END-IF.

      *> What-if run. Every carried file is opened input only, or
      *> not at all, and skip mode holds back every write in the
      *> compute path, so PAYPRIOR, PAYYTD, PAYBANK, PAYGLEXT,
      *> PAYDEP, EODBAL and the rest are exactly as they were.
      *> No run-control start either: previews repeat freely.
       0200-Preview-Payroll.
           MOVE 'I' TO RLP-Severity.
           MOVE 'PREVIEW STARTED' TO RLP-Message.
           MOVE ZERO TO RLP-Count.
           MOVE ZERO TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           PERFORM 0010-Validate-Pay-Period.
           PERFORM 0030-Verify-Employee-Trailer.
           PERFORM 0095-Load-Driver-Pay.
           PERFORM 0087-Load-Time-Cards.
           OPEN OUTPUT Preview-File.
           IF WS-Preview-Status NOT = '00'
               DISPLAY 'PAYPREVW OPEN FAILED, STATUS='
                   WS-Preview-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0040-Load-Chart-Of-Accounts.
           PERFORM 0050-Apply-Param-Card-Overrides.
           PERFORM 0210-Load-Alternate-Rates.
           MOVE 'Y' TO WS-Prior-Avail.
           OPEN INPUT Prior-Result-File.
           IF WS-Prior-Status = '35'
               MOVE 'N' TO WS-Prior-Avail
           ELSE
               IF WS-Prior-Status NOT = '00'
                   DISPLAY 'PAYPRIOR OPEN FAILED, STATUS='
                       WS-Prior-Status
                   MOVE 54 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-Deduction-Avail.
           OPEN INPUT Deduction-File.
           IF WS-Deduction-Status = '00'
               MOVE 'Y' TO WS-Deduction-Avail
           END-IF.
           PERFORM 0086-Load-Benefit-Shares.
           PERFORM 0088-Load-Leave-Balances.
           PERFORM 0089-Load-And-Validate-Splits.
           PERFORM 0093-Load-Open-Arrears.
           MOVE WS-Period-Number TO PT-Period.
           MOVE WS-Raise-Pct     TO PT-Raise.
           IF WS-Alt-Tax-Applied = 'Y'
               MOVE 'YES' TO PT-Alt-Rates
           ELSE
               MOVE 'NO'  TO PT-Alt-Rates
           END-IF.
           WRITE Preview-Line FROM WS-Preview-Title.
           WRITE Preview-Line FROM WS-Preview-Heading.
           MOVE 'Y' TO WS-Skip-Mode.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   PERFORM 0220-Preview-Employee
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Employee-File.
           PERFORM 0240-List-Dropped-Employees.
           MOVE WS-Preview-Count       TO PTL-Count.
           MOVE WS-Preview-Prior-Total TO PTL-Prior.
           MOVE WS-Preview-Net-Total   TO PTL-Preview.
           COMPUTE PTL-Change =
               WS-Preview-Net-Total - WS-Preview-Prior-Total.
           WRITE Preview-Line FROM WS-Preview-Total-Line.
           MOVE WS-Preview-New-Count    TO PCL-New.
           MOVE WS-Preview-Swing-Count  TO PCL-Swing.
           MOVE WS-Preview-Held-Count   TO PCL-Held.
           MOVE WS-Preview-Unpaid-Count TO PCL-Unpaid.
           MOVE WS-Preview-Drop-Count   TO PCL-Dropped.
           WRITE Preview-Line FROM WS-Preview-Count-Line.
           CLOSE Preview-File.
           IF WS-Prior-Avail = 'Y'
               CLOSE Prior-Result-File
           END-IF.
           IF WS-Deduction-Avail = 'Y'
               CLOSE Deduction-File
           END-IF.
           IF RETURN-CODE = ZERO
               MOVE 'I' TO RLP-Severity
           ELSE
               MOVE 'W' TO RLP-Severity
           END-IF.
           MOVE 'PREVIEW ENDED' TO RLP-Message.
           MOVE WS-Preview-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.

      *> Alternate rate cards replace a rate already on a table:
      *> S by state and bracket, F by bracket, L by local code. A
      *> card naming no table entry is listed and ignored - the
      *> preview must not invent a jurisdiction.
       0210-Load-Alternate-Rates.
           MOVE 'N' TO WS-Alt-Tax-Applied.
           OPEN INPUT Alt-Tax-File.
           IF WS-Alt-Tax-Status = '00'
               MOVE 'N' TO WS-Alt-Tax-Eof
               READ Alt-Tax-File
                   AT END MOVE 'Y' TO WS-Alt-Tax-Eof
               END-READ
               PERFORM UNTIL WS-Alt-Tax-Eof = 'Y'
                   PERFORM 0215-Apply-Alternate-Rate
                   READ Alt-Tax-File
                       AT END MOVE 'Y' TO WS-Alt-Tax-Eof
                   END-READ
               END-PERFORM
               CLOSE Alt-Tax-File
           END-IF.

       0215-Apply-Alternate-Rate.
           MOVE 'N' TO WS-Alt-Tax-Used.
           MOVE AT-Level   TO PA-Level.
           MOVE AT-Code    TO PA-Code.
           MOVE AT-Bracket TO PA-Bracket.
           MOVE ZERO       TO PA-Old-Rate.
           MOVE ZERO       TO PA-New-Rate.
           IF AT-Rate NUMERIC
               MOVE AT-Rate TO PA-New-Rate
               EVALUATE AT-Level
                   WHEN 'S'
                       SET Tax-Idx TO 1
                       SEARCH Tax-Entry
                           AT END CONTINUE
                           WHEN Tax-State (Tax-Idx) = AT-Code
                                AND Tax-Bracket (Tax-Idx) = AT-Bracket
                               MOVE Tax-Rate (Tax-Idx) TO PA-Old-Rate
                               MOVE AT-Rate TO Tax-Rate (Tax-Idx)
                               MOVE 'Y' TO WS-Alt-Tax-Used
                       END-SEARCH
                   WHEN 'F'
                       SET Fed-Idx TO 1
                       SEARCH Fed-Entry
                           AT END CONTINUE
                           WHEN Fed-Bracket (Fed-Idx) = AT-Bracket
                               MOVE Fed-Rate (Fed-Idx) TO PA-Old-Rate
                               MOVE AT-Rate TO Fed-Rate (Fed-Idx)
                               MOVE 'Y' TO WS-Alt-Tax-Used
                       END-SEARCH
                   WHEN 'L'
                       SET Local-Idx TO 1
                       SEARCH Local-Entry
                           AT END CONTINUE
                           WHEN Local-Code (Local-Idx) = AT-Code
                               MOVE Local-Rate (Local-Idx)
                                   TO PA-Old-Rate
                               MOVE AT-Rate TO Local-Rate (Local-Idx)
                               MOVE 'Y' TO WS-Alt-Tax-Used
                       END-SEARCH
               END-EVALUATE
           END-IF.
           IF WS-Alt-Tax-Used = 'Y'
               MOVE 'Y' TO WS-Alt-Tax-Applied
               MOVE SPACES TO PA-Note
           ELSE
               MOVE 'NOT ON TABLE - IGNORED' TO PA-Note
               DISPLAY 'ALTERNATE RATE NOT ON TABLE, IGNORED: '
                   Alt-Tax-Rec
           END-IF.
           WRITE Preview-Line FROM WS-Preview-Alt-Line.

      *> One employee through the same screening and calculation the
      *> posting run uses. Held and unpaid employees are listed but
      *> stay out of the preview total - they would not be paid.
       0220-Preview-Employee.
           ADD 1 TO WS-Preview-Count.
           IF WS-Preview-Seen-Count < 2000
               ADD 1 TO WS-Preview-Seen-Count
               MOVE Emp-Number
                   TO PST-Emp-Number (WS-Preview-Seen-Count)
           ELSE
               MOVE 'Y' TO WS-Preview-Seen-Full
           END-IF.
           IF WS-Raise-Pct > ZERO
               COMPUTE Emp-Net-Salary ROUNDED =
                   Emp-Net-Salary * (100 + WS-Raise-Pct) / 100
               COMPUTE Emp-Hourly-Rate ROUNDED =
                   Emp-Hourly-Rate * (100 + WS-Raise-Pct) / 100
           END-IF.
           MOVE SPACES TO PV-Flag.
           PERFORM 1010-Screen-Employment-Dates.
           IF WS-Skip-Flag = 'Y'
               PERFORM 1050-Lookup-Prior-Result
               MOVE ZERO TO Emp-Sal-Result
               MOVE 'NOT PAID' TO PV-Flag
               ADD 1 TO WS-Preview-Unpaid-Count
           ELSE
               PERFORM 1000-Process-Employee
               IF WS-Hold-Flag = 'Y'
                   MOVE 'HELD' TO PV-Flag
                   ADD 1 TO WS-Preview-Held-Count
               ELSE
                   ADD Emp-Sal-Result TO WS-Preview-Net-Total
               END-IF
           END-IF.
           ADD WS-Prior-Sal-Result TO WS-Preview-Prior-Total.
           COMPUTE WS-Preview-Change =
               Emp-Sal-Result - WS-Prior-Sal-Result.
           IF PV-Flag = SPACES
               PERFORM 0225-Flag-Preview-Change
           END-IF.
           MOVE Emp-Number          TO PV-Emp-Number.
           MOVE Emp-Name            TO PV-Name.
           MOVE WS-Prior-Sal-Result TO PV-Prior.
           MOVE Emp-Sal-Result      TO PV-Preview.
           MOVE WS-Preview-Change   TO PV-Change.
           WRITE Preview-Line FROM WS-Preview-Detail.

       0225-Flag-Preview-Change.
           IF WS-Prior-Found = 'N'
               MOVE 'NEW' TO PV-Flag
               ADD 1 TO WS-Preview-New-Count
           ELSE
               IF WS-Preview-Change < ZERO
                   COMPUTE WS-Preview-Abs-Change =
                       ZERO - WS-Preview-Change
               ELSE
                   MOVE WS-Preview-Change TO WS-Preview-Abs-Change
               END-IF
               IF WS-Prior-Sal-Result = ZERO
                   IF WS-Preview-Abs-Change > ZERO
                       MOVE 'SWING' TO PV-Flag
                       ADD 1 TO WS-Preview-Swing-Count
                   END-IF
               ELSE
                   COMPUTE WS-Preview-Change-Pct ROUNDED =
                       WS-Preview-Abs-Change * 100
                       / WS-Prior-Sal-Result
                       ON SIZE ERROR MOVE 99999.99
                           TO WS-Preview-Change-Pct
                   END-COMPUTE
                   IF WS-Preview-Change-Pct > WS-Swing-Pct
                       MOVE 'SWING' TO PV-Flag
                       ADD 1 TO WS-Preview-Swing-Count
                   END-IF
               END-IF
           END-IF.

      *> Anyone carried on PAYPRIOR who is not on this EMPFILE at
      *> all has disappeared since the last posting run.
       0240-List-Dropped-Employees.
           IF WS-Preview-Seen-Full = 'Y'
               DISPLAY 'PREVIEW EMPLOYEE LIST FULL AT 2000 -'
                   ' DROPPED EMPLOYEES NOT LISTED'
               MOVE 96 TO RETURN-CODE
           ELSE
               IF WS-Prior-Avail = 'Y'
                   MOVE ZERO TO PR-Emp-Number
                   MOVE 'N' TO WS-Prior-Eof
                   START Prior-Result-File
                       KEY NOT < PR-Emp-Number
                       INVALID KEY MOVE 'Y' TO WS-Prior-Eof
                   END-START
                   PERFORM UNTIL WS-Prior-Eof = 'Y'
                       READ Prior-Result-File NEXT RECORD
                           AT END MOVE 'Y' TO WS-Prior-Eof
                           NOT AT END
                               PERFORM 0245-Check-Dropped-Employee
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       0245-Check-Dropped-Employee.
           MOVE 'N' TO WS-Preview-Seen-Found.
           SET Seen-Idx TO 1.
           SEARCH Preview-Seen-Entry
               AT END CONTINUE
               WHEN PST-Emp-Number (Seen-Idx) = PR-Emp-Number
                   MOVE 'Y' TO WS-Preview-Seen-Found
           END-SEARCH.
           IF WS-Preview-Seen-Found = 'N'
               ADD 1 TO WS-Preview-Drop-Count
               ADD PR-Sal-Result TO WS-Preview-Prior-Total
               MOVE PR-Emp-Number TO PV-Emp-Number
               MOVE PR-Emp-Name   TO PV-Name
               MOVE PR-Sal-Result TO PV-Prior
               MOVE ZERO          TO PV-Preview
               COMPUTE PV-Change = ZERO - PR-Sal-Result
               MOVE 'DROPPED'     TO PV-Flag
               WRITE Preview-Line FROM WS-Preview-Detail
           END-IF.

      *> The carried side files are keyed now and stay open for the
      *> whole run, read and rewritten record-at-a-time the way
      *> STOCKMST is. A file not yet on the pack is created empty,
                AND BK-Prenote = 'R'
               MOVE 'N' TO WS-Bank-Found
           END-IF.
           IF WS-Bank-Found = 'Y'
                AND BK-Prenote = 'S'
               PERFORM 1615-Check-Prenote-Clearance
           END-IF.
           IF WS-Bank-Found = 'Y'
               MOVE Emp-Name    TO DP-Emp-Name
               MOVE BK-Routing  TO DP-Routing
               WRITE Deposit-Rec
               WRITE Deposit-Register-Line FROM WS-Deposit-Detail
      *> A prenote cycle deposits zero dollars; the pay itself still
      *> goes out on paper. The sent prenote is stamped in place and
      *> waits out the cooling-off period before going active.
               IF BK-Prenote = 'P'
                   MOVE 'S' TO BK-Prenote
                   MOVE WS-Run-Date TO BK-Prenote-Date
                   REWRITE Bank-Rec
                   PERFORM 1630-Write-Check-Request
               END-IF
               PERFORM 1630-Write-Check-Request
           END-IF.

      *> A sent prenote (status S) clears once the cooling-off days
      *> have passed with no return from the bank; until then the
      *> employee is paid by check, exactly as with no account.
       1615-Check-Prenote-Clearance.
           IF BK-Prenote-Date NUMERIC
               MOVE BK-Prenote-Date TO WS-Date-Numeric
               COMPUTE WS-Prenote-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               MOVE WS-Run-Date TO WS-Date-Numeric
               COMPUTE WS-Run-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
           ELSE
               MOVE ZERO TO WS-Prenote-Integer
               MOVE WS-Prenote-Clear-Days TO WS-Run-Integer
           END-IF.
           IF WS-Run-Integer - WS-Prenote-Integer
                   NOT < WS-Prenote-Clear-Days
               MOVE 'A' TO BK-Prenote
               REWRITE Bank-Rec
           ELSE
               MOVE 'N' TO WS-Bank-Found
           END-IF.

       1630-Write-Check-Request.
           MOVE Emp-Number       TO CKR-Emp-Number.
           MOVE Emp-Name         TO CKR-Emp-Name.
      *> or deduction sees it.
       1010-Screen-Employment-Dates.
           MOVE 'N' TO WS-Skip-Flag.
           MOVE ZERO TO WS-Driver-Pay.
           EVALUATE TRUE
               WHEN Emp-Term-Date NUMERIC
                    AND Emp-Term-Date < WS-Period-Begin
                   DISPLAY Emp-Name ' NOT YET HIRED ' Emp-Hire-Date
                       ' - NOT PAID THIS PERIOD'
               WHEN OTHER
                   MOVE ZERO TO WS-Reg-Hours WS-OT-Hours WS-Hol-Hours
                   IF Emp-Pay-Type = 'H'
                       PERFORM 1030-Compute-Hourly-Pay
                   ELSE
                       PERFORM 1020-Prorate-Partial-Period
                   END-IF
                   IF WS-Skip-Flag = 'N'
                       PERFORM 1040-Add-Driver-Pay
                   END-IF
           END-EVALUATE.

      *> Driver incentive rides on top of whatever base pay came
      *> to and is taxed with it. An hourly driver with no time card
      *> is not paid this period at all, incentive included; the
      *> register's driver-pay proof shows the difference.
       1040-Add-Driver-Pay.
           MOVE 'N' TO WS-Driver-Pay-Found.
           SET Dpy-Idx TO 1.
           SEARCH Driver-Pay-Entry
               AT END CONTINUE
               WHEN DPY-Emp-Number (Dpy-Idx) = Emp-Number
                   MOVE 'Y' TO WS-Driver-Pay-Found
           END-SEARCH.
           IF WS-Driver-Pay-Found = 'Y'
               MOVE DPY-Amount (Dpy-Idx) TO WS-Driver-Pay
               ADD WS-Driver-Pay TO Emp-Net-Salary
           END-IF.

      *> An hourly employee is paid for the hours on the edited card,
      *> not prorated: a partial period shows up as fewer hours.
      *> No card means nothing worked this period and nothing paid.
       1030-Compute-Hourly-Pay.
           MOVE 'N' TO WS-Time-Card-Found.
           SET Tc-Idx TO 1.
           SEARCH Time-Card-Entry
               AT END CONTINUE
               WHEN TCT-Emp-Number (Tc-Idx) = Emp-Number
                   MOVE 'Y' TO WS-Time-Card-Found
           END-SEARCH.
           IF WS-Time-Card-Found = 'N'
               MOVE 'Y' TO WS-Skip-Flag
               DISPLAY Emp-Name ' HOURLY, NO TIME CARD'
                   ' - NOT PAID THIS PERIOD'
           ELSE
               MOVE TCT-Reg-Hours (Tc-Idx) TO WS-Reg-Hours
               MOVE TCT-OT-Hours (Tc-Idx)  TO WS-OT-Hours
               MOVE TCT-Hol-Hours (Tc-Idx) TO WS-Hol-Hours
               COMPUTE WS-Overtime-Rate ROUNDED =
                   Emp-Hourly-Rate * WS-Overtime-Factor
               COMPUTE WS-Reg-Pay ROUNDED =
                   Emp-Hourly-Rate * WS-Reg-Hours
               COMPUTE WS-OT-Pay ROUNDED =
                   Emp-Hourly-Rate * WS-Overtime-Factor * WS-OT-Hours
               COMPUTE WS-Hol-Pay ROUNDED =
                   Emp-Hourly-Rate * WS-Hol-Hours
               COMPUTE Emp-Net-Salary =
                   WS-Reg-Pay + WS-OT-Pay + WS-Hol-Pay
           END-IF.

       1020-Prorate-Partial-Period.
           MOVE WS-Period-Begin TO WS-Active-From.
           MOVE WS-Period-End   TO WS-Active-To.
      *> not trip the zero-result exception, and arrears may only be
      *> recorded for pay that was actually taken.
           IF WS-Hold-Flag = 'N'
               ADD WS-Driver-Pay TO WS-Driver-Paid-Total
               PERFORM 1150-Apply-Deductions
      *> The keyed side files were updated in place as the failed
      *> run posted, so a skipped employee's prior result and

       1050-Lookup-Prior-Result.
           MOVE ZERO TO WS-Prior-Sal-Result.
           MOVE 'N' TO WS-Prior-Found.
           IF WS-Prior-Avail = 'Y'
               MOVE Emp-Number TO PR-Emp-Number
               READ Prior-Result-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PR-Sal-Result TO WS-Prior-Sal-Result
                       MOVE 'Y' TO WS-Prior-Found
               END-READ
           END-IF.

       1060-Save-Prior-Result.
           MOVE 'N' TO WS-Prior-Found.
               WRITE Prior-Result-Rec
           END-IF.

       0086-Load-Benefit-Shares.
           OPEN INPUT Benefit-Share-File.
           IF WS-Benefit-Share-Status = '00'
               READ Benefit-Share-File
                   AT END MOVE 'Y' TO WS-Benefit-Share-Eof
               END-READ
               PERFORM UNTIL WS-Benefit-Share-Eof = 'Y'
                       OR WS-Benefit-Share-Count >= 2000
                   ADD 1 TO WS-Benefit-Share-Count
                   MOVE BE-Emp-Number
                       TO BST-Emp-Number (WS-Benefit-Share-Count)
                   MOVE BE-Method
                       TO BST-Method (WS-Benefit-Share-Count)
                   MOVE BE-Emplr-Cost
                       TO BST-Emplr-Cost (WS-Benefit-Share-Count)
                   READ Benefit-Share-File
                       AT END MOVE 'Y' TO WS-Benefit-Share-Eof
                   END-READ
               END-PERFORM
               CLOSE Benefit-Share-File
           END-IF.

      *> Only this period's cards load; payTimeEdit has already
      *> refused anything else, this is belt and braces.
      *> An hourly employee whose card did not fit the table would
      *> be paid no hours, so a full table refuses the run. Loaded
      *> before any run output is opened, like the driver feed.
       0087-Load-Time-Cards.
           OPEN INPUT Time-Card-File.
           IF WS-Time-Card-Status = '00'
               READ Time-Card-File
                   AT END MOVE 'Y' TO WS-Time-Card-Eof
               END-READ
               PERFORM UNTIL WS-Time-Card-Eof = 'Y'
                   IF TC-Period = WS-Period-Number
                      AND WS-Time-Card-Count >= 500
                       MOVE 'Y' TO WS-Time-Card-Over
                   END-IF
                   IF TC-Period = WS-Period-Number
                      AND WS-Time-Card-Over = 'N'
                       ADD 1 TO WS-Time-Card-Count
                       MOVE TC-Emp-Number
                           TO TCT-Emp-Number (WS-Time-Card-Count)
                       MOVE TC-Reg-Hours
                           TO TCT-Reg-Hours (WS-Time-Card-Count)
                       MOVE TC-OT-Hours
                           TO TCT-OT-Hours (WS-Time-Card-Count)
                       MOVE TC-Hol-Hours
                           TO TCT-Hol-Hours (WS-Time-Card-Count)
                   END-IF
                   READ Time-Card-File
                       AT END MOVE 'Y' TO WS-Time-Card-Eof
                   END-READ
               END-PERFORM
               CLOSE Time-Card-File
           END-IF.
           IF WS-Time-Card-Over = 'Y'
               DISPLAY 'PAYTCED HOLDS MORE THAN 500 CARDS FOR '
                   'THE PERIOD - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PAYTCED OVERFLOWS TIME CARD TABLE'
                   TO RLP-Message
               MOVE WS-Time-Card-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               IF WS-Preview-Mode NOT = 'Y'
                   PERFORM 9000-End-Run-Control
               END-IF
               STOP RUN
           END-IF.

      *> The feed arrives from driverPay with a control trailer and
      *> is proved like the employee file: a feed that does not
      *> prove is refused with the run, not paid in part. Only this
      *> period's earnings load; no feed means no driver pay.
      *> Loaded and proved before any run output is opened, so a
      *> refused feed leaves last night's files as they were.
       0095-Load-Driver-Pay.
           MOVE ZERO TO WS-Driver-Pay-Count.
           MOVE ZERO TO WS-Driver-Feed-Total.
           MOVE 'N' TO WS-Driver-Pay-Over.
           OPEN INPUT Driver-Pay-File.
           IF WS-Driver-Pay-Status = '00'
               MOVE 'N' TO WS-Trailer-Found
               MOVE 'N' TO WS-Driver-Pay-Eof
               MOVE ZERO TO WS-Trailer-Count
               MOVE ZERO TO WS-Trailer-Hash
               READ Driver-Pay-File
                   AT END MOVE 'Y' TO WS-Driver-Pay-Eof
               END-READ
               PERFORM UNTIL WS-Driver-Pay-Eof = 'Y'
                   IF Driver-Pay-Rec (1:4) = '*TRL'
                       MOVE 'Y' TO WS-Trailer-Found
                       MOVE DPT-Record-Count TO WS-Trailer-Count-In
                       MOVE DPT-Hash-Total   TO WS-Trailer-Hash-In
                   ELSE
                       ADD 1 TO WS-Trailer-Count
                       ADD DF-Amount TO WS-Trailer-Hash
                       IF DF-Period = WS-Period-Number
                          AND WS-Driver-Pay-Count >= 500
                           MOVE 'Y' TO WS-Driver-Pay-Over
                       END-IF
                       IF DF-Period = WS-Period-Number
                          AND WS-Driver-Pay-Count < 500
                           ADD 1 TO WS-Driver-Pay-Count
                           SET Dpy-Idx TO WS-Driver-Pay-Count
                           MOVE DF-Emp-Number
                               TO DPY-Emp-Number (Dpy-Idx)
                           MOVE DF-Distance TO DPY-Distance (Dpy-Idx)
                           MOVE DF-Stops    TO DPY-Stops (Dpy-Idx)
                           MOVE DF-Amount   TO DPY-Amount (Dpy-Idx)
                           ADD DF-Amount TO WS-Driver-Feed-Total
                       ELSE
                           DISPLAY 'DRIVER PAY NOT LOADED: '
                               DF-Emp-Number ' PERIOD ' DF-Period
                       END-IF
                   END-IF
                   READ Driver-Pay-File
                       AT END MOVE 'Y' TO WS-Driver-Pay-Eof
                   END-READ
               END-PERFORM
               CLOSE Driver-Pay-File
               IF WS-Trailer-Found = 'N'
                  OR WS-Trailer-Count-In NOT = WS-Trailer-Count
                  OR WS-Trailer-Hash-In NOT = WS-Trailer-Hash
                   DISPLAY 'PAYDRVR CONTROL TRAILER DOES NOT PROVE - '
                       'FILE REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'PAYDRVR TRAILER DOES NOT PROVE'
                       TO RLP-Message
                   MOVE WS-Trailer-Count TO RLP-Count
                   MOVE 92 TO RLP-Return-Code
                   PERFORM 0096-Refuse-Driver-Pay
               END-IF
      *> Paying some drivers and silently not others is worse than
      *> not paying at all: the table is full, the run is refused.
               IF WS-Driver-Pay-Over = 'Y'
                   DISPLAY 'PAYDRVR HOLDS MORE THAN 500 ENTRIES FOR '
                       'THE PERIOD - FILE REFUSED'
                   MOVE 'PAYDRVR OVERFLOWS DRIVER TABLE'
                       TO RLP-Message
                   MOVE WS-Trailer-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   PERFORM 0096-Refuse-Driver-Pay
               END-IF
           END-IF.

      *> A preview never started the run control, so only a posting
      *> run closes it.
       0096-Refuse-Driver-Pay.
           MOVE 'E' TO RLP-Severity.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE RLP-Return-Code TO RETURN-CODE.
           IF WS-Preview-Mode NOT = 'Y'
               PERFORM 9000-End-Run-Control
           END-IF.
           STOP RUN.

       0088-Load-Leave-Balances.
           OPEN INPUT Leave-File.
           IF WS-Leave-Status = '00'
                   COMPUTE WS-Emplr-SUI-Tax ROUNDED =
                       Emp-Net-Salary * ES-Rate (ES-Idx)
           END-SEARCH.
           PERFORM 1135-Compute-Employer-Benefit.
           COMPUTE Emp-Emplr-Tax =
               WS-Emplr-Match-Tax + WS-Emplr-SUI-Tax + WS-Emplr-Benefit.

      *> An employee may hold several plans with an employer share;
      *> a percent share is taken on this period's gross.
       1135-Compute-Employer-Benefit.
           MOVE ZERO TO WS-Emplr-Benefit.
           PERFORM VARYING Bsh-Idx FROM 1 BY 1
                   UNTIL Bsh-Idx > WS-Benefit-Share-Count
               IF BST-Emp-Number (Bsh-Idx) = Emp-Number
                   IF BST-Method (Bsh-Idx) = 'P'
                       COMPUTE WS-Emplr-Benefit ROUNDED =
                           WS-Emplr-Benefit + Emp-Net-Salary
                           * BST-Emplr-Cost (Bsh-Idx) / 100
                   ELSE
                       ADD BST-Emplr-Cost (Bsh-Idx) TO WS-Emplr-Benefit
                   END-IF
               END-IF
           END-PERFORM.

       1120-Lookup-Local-Rate.
           MOVE ZERO TO Emp-Local-Tax.
           MOVE Emp-Sal-Result TO RD-Result.
           MOVE Emp-Emplr-Tax  TO RD-Emplr-Cost.
           WRITE Register-Line FROM WS-Register-Detail.
           IF Emp-Pay-Type = 'H'
               MOVE WS-Reg-Hours    TO RH-Reg-Hours
               MOVE WS-OT-Hours     TO RH-OT-Hours
               MOVE WS-Hol-Hours    TO RH-Hol-Hours
               MOVE Emp-Hourly-Rate TO RH-Rate
               WRITE Register-Line FROM WS-Register-Hours-Line
           END-IF.
           IF WS-Driver-Pay > ZERO
               MOVE DPY-Stops (Dpy-Idx)    TO RV-Stops
               MOVE DPY-Distance (Dpy-Idx) TO RV-Distance
               MOVE WS-Driver-Pay          TO RV-Amount
               WRITE Register-Line FROM WS-Register-Driver-Line
           END-IF.
           ADD Emp-Sal-Result TO WS-Grand-Total.
           PERFORM 1310-Accumulate-Company-Total.

           WRITE Stub-Line FROM WS-Stub-Period-Line.
           MOVE Emp-Net-Salary TO SL-Gross.
           WRITE Stub-Line FROM WS-Stub-Gross-Line.
           IF Emp-Pay-Type = 'H'
               PERFORM 1605-Write-Stub-Hours
           END-IF.
           IF WS-Driver-Pay > ZERO
               MOVE WS-Driver-Pay          TO SV-Amount
               MOVE DPY-Stops (Dpy-Idx)    TO SV-Stops
               MOVE DPY-Distance (Dpy-Idx) TO SV-Distance
               WRITE Stub-Line FROM WS-Stub-Driver-Line
           END-IF.
           MOVE Emp-Fed-Tax    TO SL-Fed-Tax.
           WRITE Stub-Line FROM WS-Stub-Fed-Line.
           MOVE Emp-State-Tax  TO SL-State-Tax.
           WRITE Stub-Line FROM WS-Stub-Net-Line.
           WRITE Stub-Line FROM WS-Stub-Separator.

      *> The hours breakdown under the gross line: each kind of hour
      *> worked, the rate it paid at, and what it came to.
       1605-Write-Stub-Hours.
           MOVE 'REGULAR HRS:  ' TO SH-Label.
           MOVE WS-Reg-Hours     TO SH-Hours.
           MOVE Emp-Hourly-Rate  TO SH-Rate.
           MOVE WS-Reg-Pay       TO SH-Amount.
           WRITE Stub-Line FROM WS-Stub-Hours-Line.
           IF WS-OT-Hours > ZERO
               MOVE 'OVERTIME HRS: ' TO SH-Label
               MOVE WS-OT-Hours      TO SH-Hours
               MOVE WS-Overtime-Rate TO SH-Rate
               MOVE WS-OT-Pay        TO SH-Amount
               WRITE Stub-Line FROM WS-Stub-Hours-Line
           END-IF.
           IF WS-Hol-Hours > ZERO
               MOVE 'HOLIDAY HRS:  ' TO SH-Label
               MOVE WS-Hol-Hours     TO SH-Hours
               MOVE Emp-Hourly-Rate  TO SH-Rate
               MOVE WS-Hol-Pay       TO SH-Amount
               WRITE Stub-Line FROM WS-Stub-Hours-Line
           END-IF.

      *> An employee with no leave record simply has no balance
      *> lines; payLeave creates the record on its next run.
       1610-Write-Leave-Balances.
