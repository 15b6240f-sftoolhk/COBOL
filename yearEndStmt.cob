       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mode card: A (or no card) is the year-end run - statements,
      *> the electronic wage filing with its reconciliation, and the
      *> roll; C rebuilds amended records for the employees named on
      *> the correction cards after the year has been filed. The
      *> card may name the tax year; otherwise the year just ended.
           SELECT Param-Card-File ASSIGN TO "PAYYEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Year-to-date earnings file that addValues accumulates run by
      *> run; this program rolls it at year end into the printed
      *> annual statements and clears it for the new year.
           SELECT Statement-File ASSIGN TO "PAYANNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statement-Status.
      *> Employee master, read only for each employee's company so
      *> the filing can group employees under their employer.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
      *> Wages and withholding by employee and jurisdiction, built
      *> up by payQtrFile as each quarter is filed.
           SELECT Annual-Juris-File ASSIGN TO "PAYYTDJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-Key
               FILE STATUS IS WS-Annual-Juris-Status.
      *> Jurisdiction totals as each quarter was filed.
           SELECT Quarter-History-File ASSIGN TO "PAYQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
      *> Electronic annual wage-reporting file in the agencies'
      *> fixed-record submission layout: RE employer, RW employee
      *> federal, RS employee state or local, RT employer total,
      *> RF file total.
           SELECT Wage-Filing-File ASSIGN TO "PAYW2EF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Filing-Status.
      *> Reconciliation page that must prove before the filing is
      *> released; in correction mode, the amendment register.
           SELECT Recon-Report ASSIGN TO "PAYW2RC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Recon-Status.
      *> Every employee amount as filed, by tax year, kept after the
      *> roll so a correction can show what was filed before.
           SELECT Filed-History-File ASSIGN TO "PAYW2HST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-Key
               FILE STATUS IS WS-Filed-Status.
      *> Correction cards, in company then employee order: employee,
      *> jurisdiction, and the corrected wages and withholding.
           SELECT Correction-Card-File ASSIGN TO "PAYW2CC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Card-Status.
      *> Amended-return file in the agencies' correction layout:
      *> RCE, RCW, RCS, RCT, RCF, each with the amount originally
      *> filed beside the corrected amount.
           SELECT Correction-File ASSIGN TO "PAYW2CF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Correction-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PY-Mode         PIC X.
           05 PY-Tax-Year     PIC 9(4).

       FD  YTD-File.
       01  YTD-Rec.
           05 YTD-Emp-Number   PIC 9(5).
       FD  Statement-File.
       01  Statement-Line      PIC X(80).

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

       FD  Annual-Juris-File.
       01  Annual-Juris-Rec.
           05 YJ-Key.
              10 YJ-Emp-Number PIC 9(5).
              10 YJ-Level      PIC X.
              10 YJ-Code       PIC X(2).
           05 YJ-Wages        PIC 9(9)V99.
           05 YJ-Tax          PIC 9(9)V99.

       FD  Quarter-History-File.
       01  Quarter-History-Rec.
           05 QH-Tax-Year     PIC 9(4).
           05 QH-Quarter      PIC 9.
           05 QH-Level        PIC X.
           05 QH-Code         PIC X(2).
           05 QH-Emp-Count    PIC 9(4).
           05 QH-Wages        PIC 9(9)V99.
           05 QH-Tax          PIC 9(9)V99.
           05 QH-Run-Date     PIC X(8).

       FD  Wage-Filing-File.
       01  Wage-Filing-Line   PIC X(128).

       FD  Recon-Report.
       01  Recon-Report-Line  PIC X(80).

       FD  Filed-History-File.
       01  Filed-History-Rec.
           05 WH-Key.
              10 WH-Tax-Year   PIC 9(4).
              10 WH-Emp-Number PIC 9(5).
              10 WH-Level      PIC X.
              10 WH-Code       PIC X(2).
           05 WH-Emp-Name     PIC X(20).
           05 WH-Company      PIC X(2).
           05 WH-Wages        PIC 9(9)V99.
           05 WH-Tax          PIC 9(9)V99.
           05 WH-Status       PIC X.
           05 WH-Filed-Date   PIC X(8).

       FD  Correction-Card-File.
       01  Correction-Card-Rec.
           05 CC-Emp-Number   PIC 9(5).
           05 CC-Level        PIC X.
           05 CC-Code         PIC X(2).
           05 CC-Wages        PIC 9(9)V99.
           05 CC-Tax          PIC 9(9)V99.

       FD  Correction-File.
       01  Correction-Line    PIC X(128).

       WORKING-STORAGE SECTION.
       01  WS-YTD-Status       PIC XX.
       01  WS-Statement-Status PIC XX.
       01  WS-Param-Status     PIC XX.
       01  WS-Employee-Status  PIC XX.
       01  WS-Annual-Juris-Status PIC XX.
       01  WS-History-Status   PIC XX.
       01  WS-Filing-Status    PIC XX.
       01  WS-Recon-Status     PIC XX.
       01  WS-Filed-Status     PIC XX.
       01  WS-Card-Status      PIC XX.
       01  WS-Correction-Status PIC XX.
       01  WS-Eof-Switch       PIC X VALUE 'N'.
       01  WS-Employee-Eof     PIC X VALUE 'N'.
       01  WS-History-Eof      PIC X VALUE 'N'.
       01  WS-Juris-Eof        PIC X VALUE 'N'.
       01  WS-Card-Eof         PIC X VALUE 'N'.
       01  WS-Statement-Count  PIC 9(5) VALUE ZERO.
       01  WS-Mode             PIC X VALUE 'A'.
       01  WS-Today            PIC X(8).
       01  WS-Today-Parts REDEFINES WS-Today.
           05 WS-Today-Year    PIC 9(4).
           05 WS-Today-Month   PIC 9(2).
           05 WS-Today-Day     PIC 9(2).
       01  WS-Tax-Year         PIC 9(4).
       01  WS-Out-Of-Proof     PIC X VALUE 'N'.
       01  WS-Exception-Count  PIC 9(5) VALUE ZERO.
       01  WS-Found            PIC X VALUE 'N'.
       01  WS-Company-Code     PIC X(2).
       01  WS-Quarter-Sub      PIC 9.
       01  WS-Held-Sub         PIC 9(2).
       01  WS-Held-Count       PIC 9(2) VALUE ZERO.
       01  WS-Emp-Fed-Wages    PIC 9(9)V99.
       01  WS-Emp-Fed-Tax      PIC 9(9)V99.
       01  WS-Emp-Juris-Tax    PIC 9(9)V99.
       01  WS-Qtr-Sum-Wages    PIC 9(11)V99.
       01  WS-Qtr-Sum-Tax      PIC 9(11)V99.
       01  WS-Juris-Proved     PIC X.

      *> Whole-file and per-employer counts and totals for the RT
      *> and RF records and the proof.
       01  WS-Employer-Count   PIC 9(5) VALUE ZERO.
       01  WS-Employee-Count   PIC 9(9) VALUE ZERO.
       01  WS-State-Rec-Count  PIC 9(9) VALUE ZERO.
       01  WS-YTD-Gross-Total  PIC 9(11)V99 VALUE ZERO.
       01  WS-YTD-Tax-Total    PIC 9(11)V99 VALUE ZERO.
       01  WS-Qtr-Fed-Wages    PIC 9(11)V99 VALUE ZERO.
       01  WS-Qtr-Tax-Total    PIC 9(11)V99 VALUE ZERO.
       01  WS-Co-Totals.
           05 WS-Co-Emp-Count     PIC 9(7).
           05 WS-Co-Fed-Wages     PIC 9(11)V99.
           05 WS-Co-Fed-Tax       PIC 9(11)V99.
           05 WS-Co-State-Wages   PIC 9(11)V99.
           05 WS-Co-State-Tax     PIC 9(11)V99.
           05 WS-Co-Local-Wages   PIC 9(11)V99.
           05 WS-Co-Local-Tax     PIC 9(11)V99.

      *> Employer identification for each company code.
       01  Employer-Data.
           COPY EMPLOYER.

      *> Employee number to company, from EMPFILE.
       01  WS-Emp-Count        PIC 9(4) VALUE ZERO.
       01  Emp-Table.
           05 Emp-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 EM-Number      PIC 9(5).
              10 EM-Company     PIC X(2).

      *> Companies with year-to-date earnings, one RE block each.
       01  WS-Company-Count    PIC 9(2) VALUE ZERO.
       01  Company-List.
           05 Company-Entry OCCURS 0 TO 20 TIMES
                  DEPENDING ON WS-Company-Count
                  INDEXED BY Co-Idx.
              10 CL-Company     PIC X(2).

      *> One entry per jurisdiction: the four quarterly filings as
      *> carried on PAYQHIST beside the annual amounts going into
      *> the electronic file.
       01  WS-Recon-Count      PIC 9(2) VALUE ZERO.
       01  Recon-Table.
           05 Recon-Entry OCCURS 0 TO 60 TIMES
                  DEPENDING ON WS-Recon-Count
                  INDEXED BY Recon-Idx.
              10 RC-Level       PIC X.
              10 RC-Code        PIC X(2).
              10 RC-Qtr-Filed   PIC X OCCURS 4 TIMES.
              10 RC-Qtr-Wages   PIC 9(11)V99 OCCURS 4 TIMES.
              10 RC-Qtr-Tax     PIC 9(11)V99 OCCURS 4 TIMES.
              10 RC-Annual-Wages PIC 9(11)V99.
              10 RC-Annual-Tax  PIC 9(11)V99.

      *> Quarterly history for any year but the one being filed,
      *> written back when the filed year is cleared at the roll.
       01  WS-Keep-Count       PIC 9(3) VALUE ZERO.
       01  WS-Keep-Overflow    PIC X VALUE 'N'.
       01  Keep-Table.
           05 Keep-Entry OCCURS 480 TIMES.
              10 KP-History-Rec PIC X(42).

      *> One employee's state and local amounts, held until the RW
      *> record is out (correction mode: the employee's cards).
       01  Held-Table.
           05 Held-Entry OCCURS 10 TIMES.
              10 HL-Level       PIC X.
              10 HL-Code        PIC X(2).
              10 HL-Wages       PIC 9(9)V99.
              10 HL-Tax         PIC 9(9)V99.
              10 HL-Orig-Wages  PIC 9(9)V99.
              10 HL-Orig-Tax    PIC 9(9)V99.
              10 HL-New         PIC X.

      *> Correction-mode working fields.
       01  WS-Held-Emp-Number  PIC 9(5) VALUE ZERO.
       01  WS-Held-Emp-Name    PIC X(20).
       01  WS-Held-Company     PIC X(2).
       01  WS-Held-Fed-Orig-Wages PIC 9(9)V99.
       01  WS-Held-Fed-Orig-Tax   PIC 9(9)V99.
       01  WS-Held-Fed-Corr-Wages PIC 9(9)V99.
       01  WS-Held-Fed-Corr-Tax   PIC 9(9)V99.
       01  WS-Current-Company  PIC X(2) VALUE SPACES.
       01  WS-Prior-Company    PIC X(2).
       01  WS-Check-Emp-Number PIC 9(5).
       01  WS-Amended-Count    PIC 9(7) VALUE ZERO.
       01  WS-Reject-Count     PIC 9(5) VALUE ZERO.
       01  WS-Reject-Reason    PIC X(36).
       01  WS-Corr-Totals.
           05 WS-Corr-Emp-Count   PIC 9(7).
           05 WS-Corr-Orig-Wages  PIC 9(11)V99.
           05 WS-Corr-New-Wages   PIC 9(11)V99.
           05 WS-Corr-Orig-Tax    PIC 9(11)V99.
           05 WS-Corr-New-Tax     PIC 9(11)V99.

       01  WS-Stmt-Name-Line.
           05 FILLER          PIC X(21) VALUE 'ANNUAL STATEMENT FOR:'.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AS-Net          PIC Z(8)9.99.
       01  WS-Stmt-Separator  PIC X(40) VALUE ALL '-'.

      *> Electronic filing record layouts.
       01  WS-RE-Record.
           05 ER-Type         PIC X(2) VALUE 'RE'.
           05 ER-Tax-Year     PIC 9(4).
           05 ER-EIN          PIC X(9).
           05 ER-Name         PIC X(28).
           05 ER-Company      PIC X(2).
       01  WS-RW-Record.
           05 EW-Type         PIC X(2) VALUE 'RW'.
           05 EW-Emp-Number   PIC 9(5).
           05 EW-Emp-Name     PIC X(20).
           05 EW-Wages        PIC 9(9)V99.
           05 EW-Tax          PIC 9(9)V99.
       01  WS-RS-Record.
           05 ES-Type         PIC X(2) VALUE 'RS'.
           05 ES-Level        PIC X.
           05 ES-Code         PIC X(2).
           05 ES-Emp-Number   PIC 9(5).
           05 ES-Wages        PIC 9(9)V99.
           05 ES-Tax          PIC 9(9)V99.
       01  WS-RT-Record.
           05 ET-Type         PIC X(2) VALUE 'RT'.
           05 ET-Emp-Count    PIC 9(7).
           05 ET-Fed-Wages    PIC 9(11)V99.
           05 ET-Fed-Tax      PIC 9(11)V99.
           05 ET-State-Wages  PIC 9(11)V99.
           05 ET-State-Tax    PIC 9(11)V99.
           05 ET-Local-Wages  PIC 9(11)V99.
           05 ET-Local-Tax    PIC 9(11)V99.
       01  WS-RF-Record.
           05 EF-Type         PIC X(2) VALUE 'RF'.
           05 EF-Employer-Count PIC 9(5).
           05 EF-Employee-Count PIC 9(9).
           05 EF-State-Count  PIC 9(9).

      *> Amended-return record layouts.
       01  WS-RCE-Record.
           05 CE-Type         PIC X(3) VALUE 'RCE'.
           05 CE-Tax-Year     PIC 9(4).
           05 CE-EIN          PIC X(9).
           05 CE-Name         PIC X(28).
           05 CE-Company      PIC X(2).
       01  WS-RCW-Record.
           05 CW-Type         PIC X(3) VALUE 'RCW'.
           05 CW-Emp-Number   PIC 9(5).
           05 CW-Emp-Name     PIC X(20).
           05 CW-Orig-Wages   PIC 9(9)V99.
           05 CW-Corr-Wages   PIC 9(9)V99.
           05 CW-Orig-Tax     PIC 9(9)V99.
           05 CW-Corr-Tax     PIC 9(9)V99.
       01  WS-RCS-Record.
           05 CS-Type         PIC X(3) VALUE 'RCS'.
           05 CS-Level        PIC X.
           05 CS-Code         PIC X(2).
           05 CS-Emp-Number   PIC 9(5).
           05 CS-Orig-Wages   PIC 9(9)V99.
           05 CS-Corr-Wages   PIC 9(9)V99.
           05 CS-Orig-Tax     PIC 9(9)V99.
           05 CS-Corr-Tax     PIC 9(9)V99.
       01  WS-RCT-Record.
           05 CT-Type         PIC X(3) VALUE 'RCT'.
           05 CT-Emp-Count    PIC 9(7).
           05 CT-Orig-Wages   PIC 9(11)V99.
           05 CT-Corr-Wages   PIC 9(11)V99.
           05 CT-Orig-Tax     PIC 9(11)V99.
           05 CT-Corr-Tax     PIC 9(11)V99.
       01  WS-RCF-Record.
           05 CF-Type         PIC X(3) VALUE 'RCF'.
           05 CF-Employee-Count PIC 9(9).

      *> Reconciliation page and amendment register lines.
       01  WS-Recon-Title.
           05 FILLER          PIC X(44)
              VALUE 'ANNUAL WAGE FILING RECONCILIATION  TAX YEAR '.
           05 RT-Tax-Year     PIC 9(4).
       01  WS-Recon-Juris-Head.
           05 RH-Level-Text   PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-Code         PIC X(2).
       01  WS-Recon-Qtr-Line.
           05 FILLER          PIC X(3) VALUE '  Q'.
           05 RQ-Quarter      PIC 9.
           05 FILLER          PIC X(7) VALUE ' WAGES '.
           05 RQ-Wages        PIC Z(10)9.99.
           05 FILLER          PIC X(10) VALUE ' WITHHELD '.
           05 RQ-Tax          PIC Z(10)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RQ-Note         PIC X(10).
       01  WS-Recon-Sum-Line.
           05 RS-Label        PIC X(11).
           05 RS-Wages        PIC Z(10)9.99.
           05 FILLER          PIC X(10) VALUE ' WITHHELD '.
           05 RS-Tax          PIC Z(10)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RS-Result       PIC X(12).
       01  WS-Recon-Total-Line.
           05 RL-Label        PIC X(24).
           05 RL-Annual       PIC Z(10)9.99.
           05 FILLER          PIC X(4) VALUE ' VS '.
           05 RL-Quarters     PIC Z(10)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-Result       PIC X(12).
       01  WS-Recon-Exception-Line.
           05 FILLER          PIC X(9) VALUE 'EMPLOYEE '.
           05 RX-Emp-Number   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RX-Emp-Name     PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RX-Reason       PIC X(36).
       01  WS-Recon-Release-Line PIC X(60).
       01  WS-Amend-Line.
           05 FILLER          PIC X(8) VALUE 'AMENDED '.
           05 AL-Emp-Number   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-Level        PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-Code         PIC X(2).
           05 FILLER          PIC X(5) VALUE ' WAS '.
           05 AL-Orig-Wages   PIC Z(8)9.99.
           05 FILLER          PIC X(1) VALUE '/'.
           05 AL-Orig-Tax     PIC Z(8)9.99.
           05 FILLER          PIC X(5) VALUE ' NOW '.
           05 AL-Corr-Wages   PIC Z(8)9.99.
           05 FILLER          PIC X(1) VALUE '/'.
           05 AL-Corr-Tax     PIC Z(8)9.99.
       01  WS-Reject-Line.
           05 FILLER          PIC X(9) VALUE 'REJECTED '.
           05 RJ-Emp-Number   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RJ-Level        PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RJ-Code         PIC X(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RJ-Reason       PIC X(36).


      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0100-Read-Mode-Card.
           IF WS-Mode = 'C'
               PERFORM 5000-Amend-Filed-Year
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN INPUT YTD-File.
           IF WS-YTD-Status NOT = '00'
               DISPLAY 'PAYYTD OPEN FAILED, STATUS=' WS-YTD-Status
           END-PERFORM.
           CLOSE YTD-File.
           CLOSE Statement-File.
           DISPLAY 'ANNUAL STATEMENTS PRINTED: ' WS-Statement-Count.
           PERFORM 3000-Build-Wage-Filing.
      *> A filing that does not prove is not released and the year
      *> is not rolled, so it can be corrected and the run repeated
      *> from the same year-to-date files.
           IF WS-Out-Of-Proof = 'N'
               PERFORM 2000-Roll-YTD-For-New-Year
           ELSE
               DISPLAY 'WAGE FILING OUT OF PROOF - NOT RELEASED, '
                   'YEAR NOT ROLLED'
               MOVE 'E' TO RLP-Severity
               MOVE 'WAGE FILING OUT OF PROOF - NOT ROLLED'
                   TO RLP-Message
               MOVE WS-Exception-Count TO RLP-Count
               MOVE 92 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 92 TO RETURN-CODE
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Mode-Card.
           MOVE ZERO TO PY-Tax-Year.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PY-Mode NOT = SPACE
                           MOVE PY-Mode TO WS-Mode
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
      *> The year-end run goes in after the year closes, so outside
      *> December it files the year before; a December run files
      *> the current year.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today-Year TO WS-Tax-Year.
           IF WS-Today-Month NOT = 12
               SUBTRACT 1 FROM WS-Tax-Year
           END-IF.
           IF PY-Tax-Year IS NUMERIC AND PY-Tax-Year NOT = ZERO
               MOVE PY-Tax-Year TO WS-Tax-Year
           END-IF.

       1000-Write-Annual-Statement.
           MOVE YTD-Emp-Name TO AS-Name.
           MOVE YTD-Emp-Number TO AS-Number.
           WRITE Statement-Line FROM WS-Stmt-Separator.
           ADD 1 TO WS-Statement-Count.

      *> The new year starts from empty year-to-date files; the
      *> printed statements, the filing, and PAYW2HST are the
      *> permanent record of the old one. Quarterly history for
      *> any later year already filed is written back.
       2000-Roll-YTD-For-New-Year.
           OPEN OUTPUT YTD-File.
           CLOSE YTD-File.
           OPEN OUTPUT Annual-Juris-File.
           CLOSE Annual-Juris-File.
           IF WS-Keep-Overflow = 'Y'
               DISPLAY 'PAYQHIST LEFT AS IS - TOO MANY RECORDS TO '
                   'CARRY; CLEAR FILED YEAR ' WS-Tax-Year ' BY HAND'
               MOVE 'W' TO RLP-Severity
               MOVE 'PAYQHIST NOT CLEARED - KEEP TABLE FULL'
                   TO RLP-Message
               MOVE WS-Keep-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           ELSE
               OPEN OUTPUT Quarter-History-File
               PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                       UNTIL WS-Held-Sub > WS-Keep-Count
                   WRITE Quarter-History-Rec
                       FROM KP-History-Rec (WS-Held-Sub)
               END-PERFORM
               CLOSE Quarter-History-File
           END-IF.

      *> Electronic filing: loads the employee companies and the
      *> quarterly history, writes one employer block per company,
      *> proves the result, and either keeps the file with its
      *> filed-history copy or empties it.
       3000-Build-Wage-Filing.
           PERFORM 3010-Load-Employees.
           PERFORM 3020-Load-Quarter-History.
           OPEN INPUT YTD-File.
           IF WS-YTD-Status NOT = '00'
               DISPLAY 'PAYYTD OPEN FAILED, STATUS=' WS-YTD-Status
               MOVE 36 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Annual-Juris-File.
           IF WS-Annual-Juris-Status = '35'
               OPEN OUTPUT Annual-Juris-File
               CLOSE Annual-Juris-File
               OPEN INPUT Annual-Juris-File
           END-IF.
           IF WS-Annual-Juris-Status NOT = '00'
               DISPLAY 'PAYYTDJ OPEN FAILED, STATUS='
                   WS-Annual-Juris-Status
               MOVE 36 TO RETURN-CODE
               CLOSE YTD-File
               STOP RUN
           END-IF.
           OPEN I-O Filed-History-File.
           IF WS-Filed-Status = '35'
               OPEN OUTPUT Filed-History-File
               CLOSE Filed-History-File
               OPEN I-O Filed-History-File
           END-IF.
           IF WS-Filed-Status NOT = '00'
               DISPLAY 'PAYW2HST OPEN FAILED, STATUS=' WS-Filed-Status
               MOVE 32 TO RETURN-CODE
               CLOSE YTD-File
               CLOSE Annual-Juris-File
               STOP RUN
           END-IF.
           OPEN OUTPUT Wage-Filing-File.
           OPEN OUTPUT Recon-Report.
           IF WS-Filing-Status NOT = '00'
                   OR WS-Recon-Status NOT = '00'
               DISPLAY 'PAYW2EF/PAYW2RC OPEN FAILED, STATUS='
                   WS-Filing-Status '/' WS-Recon-Status
               MOVE 37 TO RETURN-CODE
               CLOSE YTD-File
               CLOSE Annual-Juris-File
               CLOSE Filed-History-File
               STOP RUN
           END-IF.
           MOVE WS-Tax-Year TO RT-Tax-Year.
           WRITE Recon-Report-Line FROM WS-Recon-Title.
           MOVE SPACES TO Recon-Report-Line.
           WRITE Recon-Report-Line.
           PERFORM 3030-Build-Company-List.
           PERFORM VARYING Co-Idx FROM 1 BY 1
                   UNTIL Co-Idx > WS-Company-Count
               PERFORM 3100-File-One-Employer
           END-PERFORM.
           MOVE WS-Employer-Count  TO EF-Employer-Count.
           MOVE WS-Employee-Count  TO EF-Employee-Count.
           MOVE WS-State-Rec-Count TO EF-State-Count.
           WRITE Wage-Filing-Line FROM WS-RF-Record.
           CLOSE Wage-Filing-File.
           PERFORM 3300-Print-Reconciliation.
           IF WS-Out-Of-Proof = 'N'
               PERFORM 3400-Save-Filed-History
               MOVE 'FILE RELEASED FOR SUBMISSION'
                   TO WS-Recon-Release-Line
           ELSE
      *> An unproved file must not go to the agencies; the page
      *> shows every figure needed to find the difference.
               OPEN OUTPUT Wage-Filing-File
               CLOSE Wage-Filing-File
               MOVE 'FILE NOT RELEASED - OUT OF PROOF, YEAR NOT ROLLED'
                   TO WS-Recon-Release-Line
           END-IF.
           MOVE SPACES TO Recon-Report-Line.
           WRITE Recon-Report-Line.
           WRITE Recon-Report-Line FROM WS-Recon-Release-Line.
           CLOSE Recon-Report.
           CLOSE YTD-File.
           CLOSE Annual-Juris-File.
           CLOSE Filed-History-File.
           DISPLAY 'WAGE FILING EMPLOYERS: ' WS-Employer-Count
               ' EMPLOYEES: ' WS-Employee-Count
               ' EXCEPTIONS: ' WS-Exception-Count.

       3010-Load-Employees.
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
                   CONTINUE
               ELSE
                   IF WS-Emp-Count < 2000
                       ADD 1 TO WS-Emp-Count
                       MOVE Emp-Number  TO EM-Number (WS-Emp-Count)
                       MOVE Emp-Company TO EM-Company (WS-Emp-Count)
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

      *> The filed year's quarters go into the proof table; any
      *> other year's records are held to be written back at the
      *> roll.
       3020-Load-Quarter-History.
           OPEN INPUT Quarter-History-File.
           IF WS-History-Status NOT = '00'
               DISPLAY 'PAYQHIST OPEN FAILED, STATUS='
                   WS-History-Status ' - NO QUARTERS ON FILE'
           ELSE
               READ Quarter-History-File
                   AT END MOVE 'Y' TO WS-History-Eof
               END-READ
               PERFORM UNTIL WS-History-Eof = 'Y'
                   PERFORM 3022-Take-One-Quarter
                   READ Quarter-History-File
                       AT END MOVE 'Y' TO WS-History-Eof
                   END-READ
               END-PERFORM
               CLOSE Quarter-History-File
           END-IF.

       3022-Take-One-Quarter.
           IF QH-Tax-Year = WS-Tax-Year
               PERFORM 3025-Add-Quarter-To-Recon
           ELSE
               IF WS-Keep-Count < 480
                   ADD 1 TO WS-Keep-Count
                   MOVE Quarter-History-Rec
                       TO KP-History-Rec (WS-Keep-Count)
               ELSE
                   MOVE 'Y' TO WS-Keep-Overflow
               END-IF
           END-IF.

       3025-Add-Quarter-To-Recon.
           MOVE QH-Level TO YJ-Level.
           MOVE QH-Code  TO YJ-Code.
           PERFORM 3220-Find-Recon-Entry.
           IF WS-Found = 'Y'
               MOVE QH-Quarter TO WS-Quarter-Sub
               IF WS-Quarter-Sub < 1 OR WS-Quarter-Sub > 4
                   MOVE 4 TO WS-Quarter-Sub
               END-IF
               MOVE 'Y' TO RC-Qtr-Filed (Recon-Idx, WS-Quarter-Sub)
               ADD QH-Wages TO RC-Qtr-Wages (Recon-Idx, WS-Quarter-Sub)
               ADD QH-Tax   TO RC-Qtr-Tax (Recon-Idx, WS-Quarter-Sub)
           END-IF.
           IF QH-Level = 'F'
               ADD QH-Wages TO WS-Qtr-Fed-Wages
           END-IF.
           ADD QH-Tax TO WS-Qtr-Tax-Total.

      *> One pass over PAYYTD to find which companies have earnings
      *> to file; an employee no longer on EMPFILE files under the
      *> default company, as the balance postings do.
       3030-Build-Company-List.
           MOVE 'N' TO WS-Eof-Switch.
           MOVE ZERO TO YTD-Emp-Number.
           START YTD-File KEY NOT < YTD-Emp-Number
               INVALID KEY MOVE 'Y' TO WS-Eof-Switch
           END-START.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               READ YTD-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 3040-Find-Company
                       PERFORM 3035-Add-Company
               END-READ
           END-PERFORM.

       3035-Add-Company.
           MOVE 'N' TO WS-Found.
           SET Co-Idx TO 1.
           SEARCH Company-Entry
               AT END CONTINUE
               WHEN CL-Company (Co-Idx) = WS-Company-Code
                   MOVE 'Y' TO WS-Found
           END-SEARCH.
           IF WS-Found = 'N'
               IF WS-Company-Count < 20
                   ADD 1 TO WS-Company-Count
                   MOVE WS-Company-Code
                       TO CL-Company (WS-Company-Count)
               ELSE
                   MOVE 'COMPANY LIST FULL - NOT FILED'
                       TO WS-Reject-Reason
                   PERFORM 3290-Write-Exception
               END-IF
           END-IF.

       3040-Find-Company.
           MOVE '01' TO WS-Company-Code.
           SET Emp-Idx TO 1.
           SEARCH Emp-Entry
               AT END CONTINUE
               WHEN EM-Number (Emp-Idx) = YTD-Emp-Number
                   IF EM-Company (Emp-Idx) NOT = SPACES
                       MOVE EM-Company (Emp-Idx) TO WS-Company-Code
                   END-IF
           END-SEARCH.

      *> RE record, then every PAYYTD employee of the company, then
      *> the company's RT totals.
       3100-File-One-Employer.
           INITIALIZE WS-Co-Totals.
           MOVE CL-Company (Co-Idx) TO ER-Company.
           MOVE WS-Tax-Year         TO ER-Tax-Year.
           SET Emplr-Idx TO 1.
           SEARCH Employer-Entry
               AT END
                   MOVE SPACES TO ER-EIN
                   MOVE 'EMPLOYER NOT ON TABLE' TO ER-Name
                   MOVE ZERO TO YTD-Emp-Number
                   MOVE SPACES TO YTD-Emp-Name
                   MOVE 'NO EMPLOYER ID FOR COMPANY'
                       TO WS-Reject-Reason
                   PERFORM 3290-Write-Exception
               WHEN EMT-Company (Emplr-Idx) = CL-Company (Co-Idx)
                   MOVE EMT-EIN (Emplr-Idx)  TO ER-EIN
                   MOVE EMT-Name (Emplr-Idx) TO ER-Name
           END-SEARCH.
           WRITE Wage-Filing-Line FROM WS-RE-Record.
           ADD 1 TO WS-Employer-Count.
           MOVE 'N' TO WS-Eof-Switch.
           MOVE ZERO TO YTD-Emp-Number.
           START YTD-File KEY NOT < YTD-Emp-Number
               INVALID KEY MOVE 'Y' TO WS-Eof-Switch
           END-START.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               READ YTD-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Eof-Switch
                   NOT AT END
                       PERFORM 3040-Find-Company
                       IF WS-Company-Code = CL-Company (Co-Idx)
                           PERFORM 3200-File-One-Employee
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-Co-Emp-Count   TO ET-Emp-Count.
           MOVE WS-Co-Fed-Wages   TO ET-Fed-Wages.
           MOVE WS-Co-Fed-Tax     TO ET-Fed-Tax.
           MOVE WS-Co-State-Wages TO ET-State-Wages.
           MOVE WS-Co-State-Tax   TO ET-State-Tax.
           MOVE WS-Co-Local-Wages TO ET-Local-Wages.
           MOVE WS-Co-Local-Tax   TO ET-Local-Tax.
           WRITE Wage-Filing-Line FROM WS-RT-Record.

      *> Federal wages are the year-to-date gross; the federal,
      *> state, and local withholding and the state and local wages
      *> come from the employee's quarterly filings. The employee's
      *> own figures must agree both ways before the file proves.
       3200-File-One-Employee.
           MOVE ZERO TO WS-Emp-Fed-Wages.
           MOVE ZERO TO WS-Emp-Fed-Tax.
           MOVE ZERO TO WS-Emp-Juris-Tax.
           MOVE ZERO TO WS-Held-Count.
           MOVE 'N' TO WS-Juris-Eof.
           MOVE YTD-Emp-Number TO YJ-Emp-Number.
           MOVE SPACES         TO YJ-Level.
           MOVE SPACES         TO YJ-Code.
           START Annual-Juris-File KEY NOT < YJ-Key
               INVALID KEY MOVE 'Y' TO WS-Juris-Eof
           END-START.
           PERFORM UNTIL WS-Juris-Eof = 'Y'
               READ Annual-Juris-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Juris-Eof
                   NOT AT END
                       IF YJ-Emp-Number NOT = YTD-Emp-Number
                           MOVE 'Y' TO WS-Juris-Eof
                       ELSE
                           PERFORM 3210-Take-One-Jurisdiction
                       END-IF
               END-READ
           END-PERFORM.
           MOVE YTD-Emp-Number TO EW-Emp-Number.
           MOVE YTD-Emp-Name   TO EW-Emp-Name.
           MOVE YTD-Gross      TO EW-Wages.
           MOVE WS-Emp-Fed-Tax TO EW-Tax.
           WRITE Wage-Filing-Line FROM WS-RW-Record.
           ADD 1 TO WS-Employee-Count.
           ADD 1 TO WS-Co-Emp-Count.
           ADD YTD-Gross      TO WS-Co-Fed-Wages.
           ADD WS-Emp-Fed-Tax TO WS-Co-Fed-Tax.
           PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                   UNTIL WS-Held-Sub > WS-Held-Count
               PERFORM 3230-Write-State-Record
           END-PERFORM.
           ADD YTD-Gross TO WS-YTD-Gross-Total.
           ADD YTD-Tax   TO WS-YTD-Tax-Total.
           IF YTD-Gross NOT = WS-Emp-Fed-Wages
               MOVE 'GROSS DIFFERS FROM FEDERAL QUARTERS'
                   TO WS-Reject-Reason
               PERFORM 3290-Write-Exception
           END-IF.
           IF YTD-Tax NOT = WS-Emp-Juris-Tax
               MOVE 'WITHHOLDING DIFFERS FROM QUARTERS'
                   TO WS-Reject-Reason
               PERFORM 3290-Write-Exception
           END-IF.

       3210-Take-One-Jurisdiction.
           PERFORM 3220-Find-Recon-Entry.
           IF WS-Found = 'Y'
               ADD YJ-Wages TO RC-Annual-Wages (Recon-Idx)
               ADD YJ-Tax   TO RC-Annual-Tax (Recon-Idx)
           END-IF.
           ADD YJ-Tax TO WS-Emp-Juris-Tax.
           IF YJ-Level = 'F'
               ADD YJ-Wages TO WS-Emp-Fed-Wages
               ADD YJ-Tax   TO WS-Emp-Fed-Tax
           ELSE
               IF WS-Held-Count < 10
                   ADD 1 TO WS-Held-Count
                   MOVE YJ-Level TO HL-Level (WS-Held-Count)
                   MOVE YJ-Code  TO HL-Code (WS-Held-Count)
                   MOVE YJ-Wages TO HL-Wages (WS-Held-Count)
                   MOVE YJ-Tax   TO HL-Tax (WS-Held-Count)
               ELSE
                   MOVE 'OVER 10 STATE/LOCAL ENTRIES'
                       TO WS-Reject-Reason
                   PERFORM 3290-Write-Exception
               END-IF
           END-IF.

      *> Finds (or adds) the proof entry for YJ-Level/YJ-Code.
       3220-Find-Recon-Entry.
           MOVE 'N' TO WS-Found.
           SET Recon-Idx TO 1.
           SEARCH Recon-Entry
               AT END CONTINUE
               WHEN RC-Level (Recon-Idx) = YJ-Level
                    AND RC-Code (Recon-Idx) = YJ-Code
                   MOVE 'Y' TO WS-Found
           END-SEARCH.
           IF WS-Found = 'N'
               IF WS-Recon-Count < 60
                   ADD 1 TO WS-Recon-Count
                   SET Recon-Idx TO WS-Recon-Count
                   INITIALIZE Recon-Entry (Recon-Idx)
                   MOVE YJ-Level TO RC-Level (Recon-Idx)
                   MOVE YJ-Code  TO RC-Code (Recon-Idx)
                   MOVE 'Y' TO WS-Found
               ELSE
                   MOVE 'Y' TO WS-Out-Of-Proof
                   DISPLAY 'JURISDICTION TABLE FULL: ' YJ-Level
                       ' ' YJ-Code
               END-IF
           END-IF.

       3230-Write-State-Record.
           MOVE HL-Level (WS-Held-Sub) TO ES-Level.
           MOVE HL-Code (WS-Held-Sub)  TO ES-Code.
           MOVE YTD-Emp-Number         TO ES-Emp-Number.
           MOVE HL-Wages (WS-Held-Sub) TO ES-Wages.
           MOVE HL-Tax (WS-Held-Sub)   TO ES-Tax.
           WRITE Wage-Filing-Line FROM WS-RS-Record.
           ADD 1 TO WS-State-Rec-Count.
           IF HL-Level (WS-Held-Sub) = 'L'
               ADD HL-Wages (WS-Held-Sub) TO WS-Co-Local-Wages
               ADD HL-Tax (WS-Held-Sub)   TO WS-Co-Local-Tax
           ELSE
               ADD HL-Wages (WS-Held-Sub) TO WS-Co-State-Wages
               ADD HL-Tax (WS-Held-Sub)   TO WS-Co-State-Tax
           END-IF.

       3290-Write-Exception.
           MOVE YTD-Emp-Number   TO RX-Emp-Number.
           MOVE YTD-Emp-Name     TO RX-Emp-Name.
           MOVE WS-Reject-Reason TO RX-Reason.
           WRITE Recon-Report-Line FROM WS-Recon-Exception-Line.
           ADD 1 TO WS-Exception-Count.
           MOVE 'Y' TO WS-Out-Of-Proof.

      *> One block per jurisdiction: the four quarters as filed,
      *> their sum, and the annual amount in the electronic file.
      *> The federal filing must have all four quarters on record.
       3300-Print-Reconciliation.
           PERFORM VARYING Recon-Idx FROM 1 BY 1
                   UNTIL Recon-Idx > WS-Recon-Count
               PERFORM 3310-Print-One-Jurisdiction
           END-PERFORM.
           MOVE SPACES TO Recon-Report-Line.
           WRITE Recon-Report-Line.
           MOVE 'PAYYTD GROSS/FED QTRS'  TO RL-Label.
           MOVE WS-YTD-Gross-Total       TO RL-Annual.
           MOVE WS-Qtr-Fed-Wages         TO RL-Quarters.
           IF WS-YTD-Gross-Total = WS-Qtr-Fed-Wages
               MOVE 'IN PROOF' TO RL-Result
           ELSE
               MOVE 'OUT OF PROOF' TO RL-Result
               MOVE 'Y' TO WS-Out-Of-Proof
           END-IF.
           WRITE Recon-Report-Line FROM WS-Recon-Total-Line.
           MOVE 'PAYYTD TAX/ALL QTRS'    TO RL-Label.
           MOVE WS-YTD-Tax-Total         TO RL-Annual.
           MOVE WS-Qtr-Tax-Total         TO RL-Quarters.
           IF WS-YTD-Tax-Total = WS-Qtr-Tax-Total
               MOVE 'IN PROOF' TO RL-Result
           ELSE
               MOVE 'OUT OF PROOF' TO RL-Result
               MOVE 'Y' TO WS-Out-Of-Proof
           END-IF.
           WRITE Recon-Report-Line FROM WS-Recon-Total-Line.

       3310-Print-One-Jurisdiction.
           EVALUATE RC-Level (Recon-Idx)
               WHEN 'F' MOVE 'FEDERAL' TO RH-Level-Text
               WHEN 'S' MOVE 'STATE'   TO RH-Level-Text
               WHEN 'L' MOVE 'LOCAL'   TO RH-Level-Text
               WHEN OTHER MOVE 'UNKNOWN' TO RH-Level-Text
           END-EVALUATE.
           MOVE RC-Code (Recon-Idx) TO RH-Code.
           WRITE Recon-Report-Line FROM WS-Recon-Juris-Head.
           MOVE ZERO TO WS-Qtr-Sum-Wages.
           MOVE ZERO TO WS-Qtr-Sum-Tax.
           MOVE 'Y' TO WS-Juris-Proved.
           PERFORM VARYING WS-Quarter-Sub FROM 1 BY 1
                   UNTIL WS-Quarter-Sub > 4
               MOVE WS-Quarter-Sub TO RQ-Quarter
               MOVE RC-Qtr-Wages (Recon-Idx, WS-Quarter-Sub)
                   TO RQ-Wages
               MOVE RC-Qtr-Tax (Recon-Idx, WS-Quarter-Sub)
                   TO RQ-Tax
               IF RC-Qtr-Filed (Recon-Idx, WS-Quarter-Sub) = 'Y'
                   MOVE SPACES TO RQ-Note
               ELSE
                   MOVE 'NOT FILED' TO RQ-Note
                   IF RC-Level (Recon-Idx) = 'F'
                       MOVE 'N' TO WS-Juris-Proved
                   END-IF
               END-IF
               WRITE Recon-Report-Line FROM WS-Recon-Qtr-Line
               ADD RC-Qtr-Wages (Recon-Idx, WS-Quarter-Sub)
                   TO WS-Qtr-Sum-Wages
               ADD RC-Qtr-Tax (Recon-Idx, WS-Quarter-Sub)
                   TO WS-Qtr-Sum-Tax
           END-PERFORM.
           IF WS-Qtr-Sum-Wages NOT = RC-Annual-Wages (Recon-Idx)
                   OR WS-Qtr-Sum-Tax NOT = RC-Annual-Tax (Recon-Idx)
               MOVE 'N' TO WS-Juris-Proved
           END-IF.
           MOVE '  QUARTERS ' TO RS-Label.
           MOVE WS-Qtr-Sum-Wages TO RS-Wages.
           MOVE WS-Qtr-Sum-Tax   TO RS-Tax.
           MOVE SPACES TO RS-Result.
           WRITE Recon-Report-Line FROM WS-Recon-Sum-Line.
           MOVE '  ANNUAL   ' TO RS-Label.
           MOVE RC-Annual-Wages (Recon-Idx) TO RS-Wages.
           MOVE RC-Annual-Tax (Recon-Idx)   TO RS-Tax.
           IF WS-Juris-Proved = 'Y'
               MOVE 'IN PROOF' TO RS-Result
           ELSE
               MOVE 'OUT OF PROOF' TO RS-Result
               MOVE 'Y' TO WS-Out-Of-Proof
           END-IF.
           WRITE Recon-Report-Line FROM WS-Recon-Sum-Line.

      *> Once released, every amount filed is kept by tax year; a
      *> repeated run for the same year replaces what it filed.
       3400-Save-Filed-History.
           MOVE 'N' TO WS-Juris-Eof.
           MOVE ZERO   TO YJ-Emp-Number.
           MOVE SPACES TO YJ-Level.
           MOVE SPACES TO YJ-Code.
           START Annual-Juris-File KEY NOT < YJ-Key
               INVALID KEY MOVE 'Y' TO WS-Juris-Eof
           END-START.
           PERFORM UNTIL WS-Juris-Eof = 'Y'
               READ Annual-Juris-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Juris-Eof
                   NOT AT END PERFORM 3410-Save-One-Amount
               END-READ
           END-PERFORM.

       3410-Save-One-Amount.
           MOVE YJ-Emp-Number TO YTD-Emp-Number.
           READ YTD-File
               INVALID KEY MOVE SPACES TO YTD-Emp-Name
           END-READ.
           PERFORM 3040-Find-Company.
           MOVE WS-Tax-Year     TO WH-Tax-Year.
           MOVE YJ-Emp-Number   TO WH-Emp-Number.
           MOVE YJ-Level        TO WH-Level.
           MOVE YJ-Code         TO WH-Code.
           MOVE YTD-Emp-Name    TO WH-Emp-Name.
           MOVE WS-Company-Code TO WH-Company.
           MOVE YJ-Wages        TO WH-Wages.
           MOVE YJ-Tax          TO WH-Tax.
           MOVE 'O'             TO WH-Status.
           MOVE WS-Today        TO WH-Filed-Date.
           WRITE Filed-History-Rec
               INVALID KEY REWRITE Filed-History-Rec
           END-WRITE.

      *> Correction mode: the cards for one employee are held until
      *> the employee number changes, then the employee's RCW and
      *> RCS records go out with the amounts originally filed beside
      *> the corrected ones, and PAYW2HST is brought up to the
      *> corrected figures so a later correction starts from them.
      *> Each company's employees go out under one RCE and RCT, so
      *> the cards must come in company order; they are checked
      *> before anything is written or amended.
       5000-Amend-Filed-Year.
           OPEN INPUT Correction-Card-File.
           IF WS-Card-Status NOT = '00'
               DISPLAY 'PAYW2CC OPEN FAILED, STATUS=' WS-Card-Status
                   ' - NO CORRECTIONS'
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Filed-History-File.
           IF WS-Filed-Status NOT = '00'
               DISPLAY 'PAYW2HST OPEN FAILED, STATUS=' WS-Filed-Status
                   ' - NOTHING FILED TO CORRECT'
               MOVE 32 TO RETURN-CODE
               CLOSE Correction-Card-File
               STOP RUN
           END-IF.
           PERFORM 5050-Check-Company-Order.
           OPEN OUTPUT Correction-File.
           OPEN OUTPUT Recon-Report.
           IF WS-Correction-Status NOT = '00'
                   OR WS-Recon-Status NOT = '00'
               DISPLAY 'PAYW2CF/PAYW2RC OPEN FAILED, STATUS='
                   WS-Correction-Status '/' WS-Recon-Status
               MOVE 37 TO RETURN-CODE
               CLOSE Correction-Card-File
               CLOSE Filed-History-File
               STOP RUN
           END-IF.
           INITIALIZE WS-Corr-Totals.
           MOVE WS-Tax-Year TO RT-Tax-Year.
           WRITE Recon-Report-Line FROM WS-Recon-Title.
           READ Correction-Card-File
               AT END MOVE 'Y' TO WS-Card-Eof
           END-READ.
           PERFORM UNTIL WS-Card-Eof = 'Y'
               IF CC-Emp-Number NOT = WS-Held-Emp-Number
                   PERFORM 5300-Amend-Held-Employee
               END-IF
               PERFORM 5100-Hold-One-Card
               READ Correction-Card-File
                   AT END MOVE 'Y' TO WS-Card-Eof
               END-READ
           END-PERFORM.
           PERFORM 5300-Amend-Held-Employee.
           IF WS-Current-Company NOT = SPACES
               PERFORM 5400-Write-Correction-Total
           END-IF.
           MOVE WS-Amended-Count TO CF-Employee-Count.
           WRITE Correction-Line FROM WS-RCF-Record.
           CLOSE Correction-Card-File.
           CLOSE Filed-History-File.
           CLOSE Correction-File.
           CLOSE Recon-Report.
           DISPLAY 'EMPLOYEES AMENDED: ' WS-Amended-Count
               ' CARDS REJECTED: ' WS-Reject-Count.

      *> The company is the one the employee was filed under; an
      *> employee never filed is rejected later and does not count.
       5050-Check-Company-Order.
           MOVE SPACES TO WS-Prior-Company.
           MOVE ZERO TO WS-Check-Emp-Number.
           READ Correction-Card-File
               AT END MOVE 'Y' TO WS-Card-Eof
           END-READ.
           PERFORM UNTIL WS-Card-Eof = 'Y'
               IF CC-Emp-Number NOT = WS-Check-Emp-Number
                   MOVE CC-Emp-Number TO WS-Check-Emp-Number
                   PERFORM 5060-Check-One-Company
               END-IF
               READ Correction-Card-File
                   AT END MOVE 'Y' TO WS-Card-Eof
               END-READ
           END-PERFORM.
           CLOSE Correction-Card-File.
           OPEN INPUT Correction-Card-File.
           MOVE 'N' TO WS-Card-Eof.

       5060-Check-One-Company.
           MOVE WS-Tax-Year   TO WH-Tax-Year.
           MOVE CC-Emp-Number TO WH-Emp-Number.
           MOVE 'F'           TO WH-Level.
           MOVE SPACES        TO WH-Code.
           READ Filed-History-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WH-Company < WS-Prior-Company
                       PERFORM 5070-Refuse-Card-Order
                   END-IF
                   MOVE WH-Company TO WS-Prior-Company
           END-READ.

       5070-Refuse-Card-Order.
           DISPLAY 'PAYW2CC NOT IN COMPANY ORDER AT EMPLOYEE '
               CC-Emp-Number ' (COMPANY ' WH-Company ') - RUN REFUSED'.
           CLOSE Correction-Card-File.
           CLOSE Filed-History-File.
           MOVE 'E' TO RLP-Severity.
           MOVE 'PAYW2CC CARDS NOT IN COMPANY ORDER' TO RLP-Message.
           MOVE CC-Emp-Number TO RLP-Count.
           MOVE 92 TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE 92 TO RETURN-CODE.
           STOP RUN.

       5100-Hold-One-Card.
           IF WS-Held-Emp-Number NOT = CC-Emp-Number
               PERFORM 5110-Start-Held-Employee
           END-IF.
           MOVE SPACES TO WS-Reject-Reason.
           EVALUATE TRUE
               WHEN CC-Wages NOT NUMERIC OR CC-Tax NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-Reject-Reason
               WHEN CC-Level NOT = 'F' AND CC-Level NOT = 'S'
                    AND CC-Level NOT = 'L'
                   MOVE 'LEVEL MUST BE F, S, OR L' TO WS-Reject-Reason
               WHEN WS-Held-Emp-Name = SPACES
                   MOVE 'EMPLOYEE NOT FILED FOR THE YEAR'
                       TO WS-Reject-Reason
           END-EVALUATE.
           IF WS-Reject-Reason NOT = SPACES
               PERFORM 5190-Reject-Card
           ELSE
               IF CC-Level = 'F'
                   MOVE CC-Wages TO WS-Held-Fed-Corr-Wages
                   MOVE CC-Tax   TO WS-Held-Fed-Corr-Tax
               ELSE
                   PERFORM 5120-Hold-State-Card
               END-IF
           END-IF.

      *> The employee's federal record as filed identifies the
      *> employee for the year; without it nothing can be amended.
       5110-Start-Held-Employee.
           MOVE CC-Emp-Number TO WS-Held-Emp-Number.
           MOVE ZERO TO WS-Held-Count.
           MOVE SPACES TO WS-Held-Emp-Name.
           MOVE WS-Tax-Year   TO WH-Tax-Year.
           MOVE CC-Emp-Number TO WH-Emp-Number.
           MOVE 'F'           TO WH-Level.
           MOVE SPACES        TO WH-Code.
           READ Filed-History-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WH-Emp-Name TO WS-Held-Emp-Name
                   MOVE WH-Company  TO WS-Held-Company
                   MOVE WH-Wages    TO WS-Held-Fed-Orig-Wages
                   MOVE WH-Tax      TO WS-Held-Fed-Orig-Tax
                   MOVE WH-Wages    TO WS-Held-Fed-Corr-Wages
                   MOVE WH-Tax      TO WS-Held-Fed-Corr-Tax
           END-READ.

      *> A state or local jurisdiction not originally filed is added
      *> with zero originally reported.
       5120-Hold-State-Card.
           MOVE 'N' TO WS-Found.
           PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                   UNTIL WS-Held-Sub > WS-Held-Count
               IF HL-Level (WS-Held-Sub) = CC-Level
                       AND HL-Code (WS-Held-Sub) = CC-Code
                   MOVE 'Y' TO WS-Found
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-Found = 'Y'
                   MOVE 'SECOND CARD FOR JURISDICTION'
                       TO WS-Reject-Reason
                   PERFORM 5190-Reject-Card
               WHEN WS-Held-Count NOT < 10
                   MOVE 'OVER 10 STATE/LOCAL CORRECTIONS'
                       TO WS-Reject-Reason
                   PERFORM 5190-Reject-Card
               WHEN OTHER
                   PERFORM 5125-Hold-Card-Amounts
           END-EVALUATE.

       5125-Hold-Card-Amounts.
           ADD 1 TO WS-Held-Count.
           MOVE CC-Level TO HL-Level (WS-Held-Count).
           MOVE CC-Code  TO HL-Code (WS-Held-Count).
           MOVE CC-Wages TO HL-Wages (WS-Held-Count).
           MOVE CC-Tax   TO HL-Tax (WS-Held-Count).
           MOVE WS-Tax-Year   TO WH-Tax-Year.
           MOVE CC-Emp-Number TO WH-Emp-Number.
           MOVE CC-Level      TO WH-Level.
           MOVE CC-Code       TO WH-Code.
           READ Filed-History-File
               INVALID KEY
                   MOVE ZERO TO HL-Orig-Wages (WS-Held-Count)
                   MOVE ZERO TO HL-Orig-Tax (WS-Held-Count)
                   MOVE 'Y'  TO HL-New (WS-Held-Count)
               NOT INVALID KEY
                   MOVE WH-Wages TO HL-Orig-Wages (WS-Held-Count)
                   MOVE WH-Tax   TO HL-Orig-Tax (WS-Held-Count)
                   MOVE 'N'      TO HL-New (WS-Held-Count)
           END-READ.

       5190-Reject-Card.
           MOVE CC-Emp-Number    TO RJ-Emp-Number.
           MOVE CC-Level         TO RJ-Level.
           MOVE CC-Code          TO RJ-Code.
           MOVE WS-Reject-Reason TO RJ-Reason.
           WRITE Recon-Report-Line FROM WS-Reject-Line.
           DISPLAY 'CORRECTION REJECTED: ' CC-Emp-Number ' '
               WS-Reject-Reason.
           ADD 1 TO WS-Reject-Count.

      *> Nothing goes out for an employee whose cards were all
      *> rejected (or who was never filed).
       5300-Amend-Held-Employee.
           IF WS-Held-Emp-Name NOT = SPACES
                   AND (WS-Held-Count > ZERO
                   OR WS-Held-Fed-Corr-Wages
                       NOT = WS-Held-Fed-Orig-Wages
                   OR WS-Held-Fed-Corr-Tax
                       NOT = WS-Held-Fed-Orig-Tax)
               IF WS-Held-Company NOT = WS-Current-Company
                   IF WS-Current-Company NOT = SPACES
                       PERFORM 5400-Write-Correction-Total
                   END-IF
                   PERFORM 5410-Write-Correction-Employer
               END-IF
               MOVE WS-Held-Emp-Number     TO CW-Emp-Number
               MOVE WS-Held-Emp-Name       TO CW-Emp-Name
               MOVE WS-Held-Fed-Orig-Wages TO CW-Orig-Wages
               MOVE WS-Held-Fed-Corr-Wages TO CW-Corr-Wages
               MOVE WS-Held-Fed-Orig-Tax   TO CW-Orig-Tax
               MOVE WS-Held-Fed-Corr-Tax   TO CW-Corr-Tax
               WRITE Correction-Line FROM WS-RCW-Record
               ADD 1 TO WS-Amended-Count
               ADD 1 TO WS-Corr-Emp-Count
               ADD WS-Held-Fed-Orig-Wages TO WS-Corr-Orig-Wages
               ADD WS-Held-Fed-Corr-Wages TO WS-Corr-New-Wages
               ADD WS-Held-Fed-Orig-Tax   TO WS-Corr-Orig-Tax
               ADD WS-Held-Fed-Corr-Tax   TO WS-Corr-New-Tax
               MOVE 'F'    TO WH-Level
               MOVE SPACES TO WH-Code
               MOVE WS-Held-Fed-Orig-Wages TO AL-Orig-Wages
               MOVE WS-Held-Fed-Orig-Tax   TO AL-Orig-Tax
               MOVE WS-Held-Fed-Corr-Wages TO WH-Wages
               MOVE WS-Held-Fed-Corr-Tax   TO WH-Tax
               MOVE 'N' TO WS-Found
               PERFORM 5320-Update-Filed-Amount
               PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                       UNTIL WS-Held-Sub > WS-Held-Count
                   PERFORM 5310-Amend-State-Record
               END-PERFORM
           END-IF.
           MOVE ZERO TO WS-Held-Count.
           MOVE SPACES TO WS-Held-Emp-Name.

       5310-Amend-State-Record.
           MOVE HL-Level (WS-Held-Sub)      TO CS-Level.
           MOVE HL-Code (WS-Held-Sub)       TO CS-Code.
           MOVE WS-Held-Emp-Number          TO CS-Emp-Number.
           MOVE HL-Orig-Wages (WS-Held-Sub) TO CS-Orig-Wages.
           MOVE HL-Wages (WS-Held-Sub)      TO CS-Corr-Wages.
           MOVE HL-Orig-Tax (WS-Held-Sub)   TO CS-Orig-Tax.
           MOVE HL-Tax (WS-Held-Sub)        TO CS-Corr-Tax.
           WRITE Correction-Line FROM WS-RCS-Record.
           MOVE HL-Level (WS-Held-Sub)      TO WH-Level.
           MOVE HL-Code (WS-Held-Sub)       TO WH-Code.
           MOVE HL-Orig-Wages (WS-Held-Sub) TO AL-Orig-Wages.
           MOVE HL-Orig-Tax (WS-Held-Sub)   TO AL-Orig-Tax.
           MOVE HL-Wages (WS-Held-Sub)      TO WH-Wages.
           MOVE HL-Tax (WS-Held-Sub)        TO WH-Tax.
           MOVE HL-New (WS-Held-Sub)        TO WS-Found.
           PERFORM 5320-Update-Filed-Amount.

      *> WH-Level, WH-Code, WH-Wages, and WH-Tax are set by the
      *> caller; WS-Found is 'Y' for a jurisdiction new to the year.
       5320-Update-Filed-Amount.
           MOVE WS-Tax-Year        TO WH-Tax-Year.
           MOVE WS-Held-Emp-Number TO WH-Emp-Number.
           MOVE WS-Held-Emp-Name   TO WH-Emp-Name.
           MOVE WS-Held-Company    TO WH-Company.
           MOVE 'C'                TO WH-Status.
           MOVE WS-Today           TO WH-Filed-Date.
           IF WS-Found = 'Y'
               WRITE Filed-History-Rec
           ELSE
               REWRITE Filed-History-Rec
           END-IF.
           MOVE WS-Held-Emp-Number TO AL-Emp-Number.
           MOVE WH-Level           TO AL-Level.
           MOVE WH-Code            TO AL-Code.
           MOVE WH-Wages           TO AL-Corr-Wages.
           MOVE WH-Tax             TO AL-Corr-Tax.
           WRITE Recon-Report-Line FROM WS-Amend-Line.

       5400-Write-Correction-Total.
           MOVE WS-Corr-Emp-Count  TO CT-Emp-Count.
           MOVE WS-Corr-Orig-Wages TO CT-Orig-Wages.
           MOVE WS-Corr-New-Wages  TO CT-Corr-Wages.
           MOVE WS-Corr-Orig-Tax   TO CT-Orig-Tax.
           MOVE WS-Corr-New-Tax    TO CT-Corr-Tax.
           WRITE Correction-Line FROM WS-RCT-Record.
           INITIALIZE WS-Corr-Totals.

       5410-Write-Correction-Employer.
           MOVE WS-Held-Company TO WS-Current-Company.
           MOVE WS-Held-Company TO CE-Company.
           MOVE WS-Tax-Year     TO CE-Tax-Year.
           SET Emplr-Idx TO 1.
           SEARCH Employer-Entry
               AT END
                   MOVE SPACES TO CE-EIN
                   MOVE 'EMPLOYER NOT ON TABLE' TO CE-Name
               WHEN EMT-Company (Emplr-Idx) = WS-Held-Company
                   MOVE EMT-EIN (Emplr-Idx)  TO CE-EIN
                   MOVE EMT-Name (Emplr-Idx) TO CE-Name
           END-SEARCH.
           WRITE Correction-Line FROM WS-RCE-Record.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
               MOVE 'W' TO RLP-Severity
           END-IF.
           MOVE 'RUN ENDED' TO RLP-Message.
           IF WS-Mode = 'C'
               MOVE WS-Amended-Count TO RLP-Count
           ELSE
               MOVE WS-Statement-Count TO RLP-Count
           END-IF.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
