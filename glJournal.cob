       IDENTIFICATION DIVISION.
       PROGRAM-ID. glJournal.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Accounts finance will accept a posting to.
           SELECT Account-File ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Account-Status.
      *> Posting periods: the pay period for the payroll sources,
      *> the stock month for the rest.
           SELECT Pay-Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pay-Calendar-Status.
           SELECT Stock-Calendar-File ASSIGN TO "STKCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stk-Calendar-Status.
      *> How far into each extract earlier builds have already
      *> journaled, so lines appended run after run are picked up
      *> once, and the last batch number issued.
           SELECT Journal-Control-File ASSIGN TO "GLJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
      *> Lines held back by an earlier build or rejected by finance
      *> (glAckRecon), offered again every night until they post.
           SELECT Hold-File ASSIGN TO "GLJHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hold-Status.
      *> The debit/credit extracts the day's runs leave for finance,
      *> each in its own writer's layout.
           SELECT Payroll-Extract ASSIGN TO "PAYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Remit-Extract ASSIGN TO "PAYRMEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Stock-Extract ASSIGN TO "STOCKGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Billing-Extract ASSIGN TO "ARGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Credit-Extract ASSIGN TO "RMAGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Chargeback-Extract ASSIGN TO "ROUTCHGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Provision-Extract ASSIGN TO "RSVGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Payable-Extract ASSIGN TO "APEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Disbursement-Extract ASSIGN TO "APCDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Memo-Extract ASSIGN TO "RTVEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
           SELECT Charge-Out-Extract ASSIGN TO "REQCHGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.
      *> The one journal finance loads, closed with a trailer.
           SELECT Journal-File ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT Journal-Report ASSIGN TO "GLJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-File.
       01  Account-Rec.
           COPY GLACCT.

       FD  Pay-Calendar-File.
       01  Calendar-Rec.
           05 CAL-Period-Number PIC 9(3).
           05 CAL-Begin-Date    PIC X(8).
           05 CAL-End-Date      PIC X(8).
           05 CAL-Pay-Date      PIC X(8).
           05 CAL-Status        PIC X.

       FD  Stock-Calendar-File.
       01  Stock-Calendar-Rec.
           05 SK-Month        PIC 9(6).
           05 SK-Status       PIC X.

       FD  Journal-Control-File.
       01  Journal-Control-Rec.
           05 JC-Source-File    PIC X(8).
           05 JC-Run-Date       PIC X(8).
           05 JC-Prior-Count    PIC 9(7).
           05 JC-Prior-Hash     PIC 9(11)V99.
           05 JC-Through-Count  PIC 9(7).
           05 JC-Through-Hash   PIC 9(11)V99.
           05 JC-Last-Batch     PIC 9(6).

       FD  Hold-File.
       01  Hold-Rec.
           COPY GLJRNL REPLACING LEADING ==GJ-== BY ==GH-==.
           05 GH-Hold-Type      PIC X.
              88 GH-Is-Batch-Held    VALUE 'B'.
              88 GH-Is-Finance-Reject VALUE 'F'.
           05 GH-Held-Date      PIC X(8).
           05 GH-Released-Date  PIC X(8).
           05 GH-Reason         PIC X(25).

       FD  Payroll-Extract.
       01  Payroll-Extract-Line.
           05 PG-Emp-Name          PIC X(20).
           05 PG-Dr-Cr             PIC X.
           05 PG-Account           PIC X(8).
           05 PG-Amount            PIC 9(7)v99.
           05 PG-Period            PIC 9(3).
           05 PG-Emp-Number        PIC X(5).

       FD  Remit-Extract.
       01  Remit-Extract-Line.
           05 RM-Payee-Name        PIC X(20).
           05 RM-Dr-Cr             PIC X.
           05 RM-Account           PIC X(8).
           05 RM-Amount            PIC 9(7)v99.
           05 RM-Period            PIC 9(3).
           05 RM-Type              PIC X(3).

       FD  Stock-Extract.
       01  Stock-Extract-Line.
           05 SG-Ref          PIC X(20).
           05 SG-Dr-Cr        PIC X.
           05 SG-Account      PIC X(8).
           05 SG-Amount       PIC 9(7)V99.
           05 SG-Date         PIC X(8).
           05 SG-Reason       PIC X(3).

       FD  Billing-Extract.
       01  Billing-Extract-Line.
           05 AR-Ref          PIC X(20).
           05 AR-Dr-Cr        PIC X.
           05 AR-Account      PIC X(8).
           05 AR-Amount       PIC 9(7)V99.
           05 AR-Date         PIC X(8).
           05 AR-Reason       PIC X(3).

       FD  Credit-Extract.
       01  Credit-Extract-Line.
           05 CX-Ref          PIC X(20).
           05 CX-Dr-Cr        PIC X.
           05 CX-Account      PIC X(8).
           05 CX-Amount       PIC 9(7)V99.
           05 CX-Date         PIC X(8).
           05 CX-Reason       PIC X(3).

       FD  Chargeback-Extract.
       01  Chargeback-Line.
           05 CB-Route-ID      PIC X(20).
           05 CB-Dr-Cr         PIC X.
           05 CB-Account       PIC X(8).
           05 CB-Amount        PIC 9(7)V99.

       FD  Provision-Extract.
       01  Provision-Extract-Line.
           05 PX-Ref            PIC X(20).
           05 PX-Dr-Cr          PIC X.
           05 PX-Account        PIC X(8).
           05 PX-Amount         PIC 9(7)V99.
           05 PX-Date           PIC X(8).
           05 PX-Company        PIC X(2).

       FD  Payable-Extract.
       01  Payable-Extract-Line.
           05 AP-Ref          PIC X(20).
           05 AP-Dr-Cr        PIC X.
           05 AP-Account      PIC X(8).
           05 AP-Amount       PIC 9(7)V99.
           05 AP-Date         PIC X(8).
           05 AP-Vendor       PIC X(5).

       FD  Disbursement-Extract.
       01  Disbursement-Extract-Line.
           05 CD-Ref          PIC X(20).
           05 CD-Dr-Cr        PIC X.
           05 CD-Account      PIC X(8).
           05 CD-Amount       PIC 9(7)V99.
           05 CD-Date         PIC X(8).
           05 CD-Vendor       PIC X(5).

       FD  Memo-Extract.
       01  Memo-Extract-Line.
           05 MX-Ref          PIC X(20).
           05 MX-Dr-Cr        PIC X.
           05 MX-Account      PIC X(8).
           05 MX-Amount       PIC 9(7)V99.
           05 MX-Date         PIC X(8).
           05 MX-Vendor       PIC X(5).

       FD  Charge-Out-Extract.
       01  Charge-Out-Line.
           05 CO-Ref           PIC X(20).
           05 CO-Dr-Cr         PIC X.
           05 CO-Account       PIC X(8).
           05 CO-Amount        PIC 9(7)V99.

       FD  Journal-File.
       01  Journal-Rec.
           COPY GLJRNL.
       01  Journal-Trailer.
           COPY TRAILER.

       FD  Journal-Report.
       01  Journal-Report-Line  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Account-Status     PIC XX.
       01  WS-Pay-Calendar-Status PIC XX.
       01  WS-Stk-Calendar-Status PIC XX.
       01  WS-Control-Status     PIC XX.
       01  WS-Hold-Status        PIC XX.
       01  WS-Extract-Status     PIC XX.
       01  WS-Journal-Status     PIC XX.
       01  WS-Report-Status      PIC XX.
       01  WS-Eof-Switch         PIC X VALUE 'N'.
       01  WS-Today              PIC X(8).
       01  WS-Pay-Period         PIC 9(3) VALUE ZERO.
       01  WS-Last-Batch         PIC 9(6) VALUE ZERO.
       01  WS-Account-Count      PIC 9(4) VALUE ZERO.
       01  WS-Stk-Cal-Count      PIC 9(2) VALUE ZERO.
       01  WS-Journal-Count      PIC 9(5) VALUE ZERO.
       01  WS-Group-Count        PIC 9(3) VALUE ZERO.
       01  WS-Trial-Count        PIC 9(3) VALUE ZERO.
       01  WS-Src-Sub            PIC 9(2).
       01  WS-Grp-Sub            PIC 9(3).
       01  WS-Line-Sub           PIC 9(5).
       01  WS-Sort-Sub           PIC 9(3).
       01  WS-Low-Sub            PIC 9(3).
       01  WS-Batch-Line         PIC 9(5).
       01  WS-Journaled-Lines    PIC 9(7) VALUE ZERO.
       01  WS-Journal-Hash       PIC 9(11)V99 VALUE ZERO.
       01  WS-Held-Lines         PIC 9(7) VALUE ZERO.
       01  WS-Held-Groups        PIC 9(3) VALUE ZERO.
       01  WS-Bad-Line-Count     PIC 9(5) VALUE ZERO.
       01  WS-Total-Debits       PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-Credits      PIC 9(11)V99 VALUE ZERO.
       01  WS-Net-Amount         PIC S9(11)V99.
       01  WS-Stock-Month        PIC 9(6).
       01  WS-Month-Found        PIC X VALUE 'N'.
       01  WS-Month-Status       PIC X.
       01  WS-Group-Found        PIC X VALUE 'N'.
       01  WS-Account-Found      PIC X VALUE 'N'.

      *> One extract line in the common shape, whichever layout it
      *> was read from.
       01  WS-Collect-Line.
           05 CL-Ref             PIC X(20).
           05 CL-Dr-Cr           PIC X.
           05 CL-Account         PIC X(8).
           05 CL-Amount          PIC 9(7)V99.
           05 CL-Date            PIC X(8).
           05 CL-Company         PIC X(2).
           05 CL-Pay-Period      PIC 9(3).
           05 CL-Key             PIC X(8).

      *> The extracts collected and the journal source code each
      *> one posts under.
       01  Source-Name-Values.
           05 FILLER PIC X(11) VALUE 'PAYPAYGLEXT'.
           05 FILLER PIC X(11) VALUE 'REMPAYRMEXT'.
           05 FILLER PIC X(11) VALUE 'STKSTOCKGLX'.
           05 FILLER PIC X(11) VALUE 'ARBARGLEXT '.
           05 FILLER PIC X(11) VALUE 'RMARMAGLEXT'.
           05 FILLER PIC X(11) VALUE 'RTEROUTCHGB'.
           05 FILLER PIC X(11) VALUE 'RSVRSVGLX  '.
           05 FILLER PIC X(11) VALUE 'APXAPEXTR  '.
           05 FILLER PIC X(11) VALUE 'APCAPCDEXT '.
           05 FILLER PIC X(11) VALUE 'RTVRTVEXT  '.
           05 FILLER PIC X(11) VALUE 'REQREQCHGB '.
       01  Source-Names REDEFINES Source-Name-Values.
           05 Source-Name OCCURS 11 TIMES.
              10 SN-Code        PIC X(3).
              10 SN-File        PIC X(8).

      *> Per extract: where this build starts reading new lines
      *> (the base mark), and what it has read.
       01  Source-State.
           05 Source-Entry OCCURS 11 TIMES.
              10 SS-Ctl-Date      PIC X(8).
              10 SS-Prior-Count   PIC 9(7).
              10 SS-Prior-Hash    PIC 9(11)V99.
              10 SS-Through-Count PIC 9(7).
              10 SS-Through-Hash  PIC 9(11)V99.
              10 SS-Base-Count    PIC 9(7).
              10 SS-Base-Hash     PIC 9(11)V99.
              10 SS-Read-Count    PIC 9(7).
              10 SS-Read-Hash     PIC 9(11)V99.
              10 SS-Skipping      PIC X.
              10 SS-Reload        PIC X.

       01  Account-Table.
           05 Account-Entry OCCURS 0 TO 1000 TIMES
                  DEPENDING ON WS-Account-Count
                  INDEXED BY Acct-Idx.
              10 AT-Account      PIC X(8).
              10 AT-Description  PIC X(20).
              10 AT-Status       PIC X.

       01  Stk-Calendar-Table.
           05 Stk-Calendar-Entry OCCURS 0 TO 24 TIMES
                  DEPENDING ON WS-Stk-Cal-Count
                  INDEXED BY Cal-Idx.
              10 SKT-Month     PIC 9(6).
              10 SKT-Status    PIC X.

      *> Every line offered to tonight's journal: fresh extract
      *> lines and lines carried from GLJHOLD.
       01  Journal-Table.
           05 Journal-Entry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WS-Journal-Count
                  INDEXED BY Jrnl-Idx.
              10 JT-Source       PIC X(3).
              10 JT-Company      PIC X(2).
              10 JT-Account      PIC X(8).
              10 JT-Dr-Cr        PIC X.
              10 JT-Amount       PIC 9(7)V99.
              10 JT-Ref          PIC X(20).
              10 JT-Txn-Date     PIC X(8).
              10 JT-Key          PIC X(8).
              10 JT-Period-Type  PIC X.
              10 JT-Period       PIC 9(6).
              10 JT-Held-Date    PIC X(8).
              10 JT-Hold-Type    PIC X.
              10 JT-Carried      PIC X.
              10 JT-Problem      PIC X(25).
              10 JT-Group        PIC 9(3).

      *> A batch: one source's lines for one company, collected on
      *> one day. Each is proved and either journaled whole or
      *> held whole.
       01  Group-Table.
           05 Group-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Group-Count
                  INDEXED BY Grp-Idx.
              10 GR-Source       PIC X(3).
              10 GR-File         PIC X(8).
              10 GR-Company      PIC X(2).
              10 GR-Held-Date    PIC X(8).
              10 GR-Hold-Type    PIC X.
              10 GR-Debits       PIC 9(9)V99.
              10 GR-Credits      PIC 9(9)V99.
              10 GR-Lines        PIC 9(5).
              10 GR-Bad-Lines    PIC 9(5).
              10 GR-Status       PIC X.
              10 GR-Batch        PIC 9(6).
              10 GR-Reason       PIC X(25).

      *> Journaled totals by account for the trial balance.
       01  Trial-Table.
           05 Trial-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Trial-Count
                  INDEXED BY Trial-Idx.
              10 TB-Account      PIC X(8).
              10 TB-Description  PIC X(20).
              10 TB-Debits       PIC 9(11)V99.
              10 TB-Credits      PIC 9(11)V99.
       01  WS-Swap-Entry         PIC X(54).

       01  WS-Report-Heading.
           05 FILLER            PIC X(25)
              VALUE 'CONSOLIDATED GL JOURNAL  '.
           05 RH-Date           PIC X(8).
           05 FILLER            PIC X(13) VALUE '  LAST BATCH '.
           05 RH-Last-Batch     PIC 9(6).
       01  WS-Proof-Heading.
           05 FILLER            PIC X(40)
              VALUE 'BATCH PROOF BY SOURCE AND COMPANY'.
       01  WS-Group-Line.
           05 GL-File           PIC X(8).
           05 FILLER            PIC X(4) VALUE ' CO '.
           05 GL-Company        PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 GL-Held-Date      PIC X(8).
           05 GL-Hold-Type      PIC X.
           05 FILLER            PIC X(7) VALUE ' BATCH '.
           05 GL-Batch          PIC Z(5)9.
           05 FILLER            PIC X(4) VALUE ' DR '.
           05 GL-Debits         PIC Z(7)9.99.
           05 FILLER            PIC X(4) VALUE ' CR '.
           05 GL-Credits        PIC Z(7)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 GL-Verdict        PIC X(8).
       01  WS-Group-Reason-Line.
           05 FILLER            PIC X(10) VALUE '    HELD -'.
           05 FILLER            PIC X VALUE SPACE.
           05 GRL-Reason        PIC X(25).
           05 FILLER            PIC X(7) VALUE ' LINES '.
           05 GRL-Lines         PIC Z(4)9.
       01  WS-Bad-Line.
           05 FILLER            PIC X(6) VALUE '    > '.
           05 BL-Account        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 BL-Dr-Cr          PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 BL-Amount         PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 BL-Ref            PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 BL-Problem        PIC X(25).
       01  WS-Trial-Heading.
           05 FILLER            PIC X(40)
              VALUE 'TRIAL BALANCE BY ACCOUNT'.
       01  WS-Trial-Line.
           05 TL-Account        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 TL-Description    PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 TL-Debits         PIC Z(8)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 TL-Credits        PIC Z(8)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 TL-Net            PIC -(9)9.99.
       01  WS-Trial-Total-Line.
           05 FILLER            PIC X(30) VALUE 'TOTAL'.
           05 TT-Debits         PIC Z(8)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 TT-Credits        PIC Z(8)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 TT-Net            PIC -(9)9.99.
       01  WS-Summary-Line.
           05 FILLER            PIC X(15) VALUE 'LINES JOURNALED'.
           05 SL-Journaled      PIC Z(6)9.
           05 FILLER            PIC X(8) VALUE '  HELD  '.
           05 SL-Held           PIC Z(6)9.
           05 FILLER            PIC X(17) VALUE '  BATCHES HELD   '.
           05 SL-Held-Groups    PIC ZZ9.
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'GLJOURNAL'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'GLJOURNAL'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Accounts.
           PERFORM 0200-Load-Calendars.
           PERFORM 0300-Load-Journal-Control.
           PERFORM 1000-Read-Hold-File.
           PERFORM 2000-Collect-Extracts.
           PERFORM 3000-Build-Groups.
           PERFORM 3100-Prove-Groups.
           PERFORM 3200-Build-Trial-Balance.
           OPEN OUTPUT Journal-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'GLJRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 4000-Write-Journal.
           PERFORM 4100-Write-Hold-File.
           PERFORM 4200-Write-Proof-Section.
           PERFORM 4400-Write-Trial-Balance.
           CLOSE Journal-Report.
           PERFORM 4500-Save-Journal-Control.
           DISPLAY 'GL JOURNAL - LINES=' WS-Journaled-Lines
               ' HELD=' WS-Held-Lines
               ' BATCHES HELD=' WS-Held-Groups
               ' LAST BATCH=' WS-Last-Batch.
           IF WS-Held-Groups > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'JOURNAL BATCHES HELD - SEE GLJRPT'
                   TO RLP-Message
               MOVE WS-Held-Lines TO RLP-Count
               MOVE 42 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 42 TO RETURN-CODE
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A partial account list would hold good lines as unknown;
      *> refuse rather than build on one.
       0100-Load-Accounts.
           OPEN INPUT Account-File.
           IF WS-Account-Status NOT = '00'
               DISPLAY 'GLACCT OPEN FAILED, STATUS='
                   WS-Account-Status
               MOVE 47 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Account-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WS-Account-Count >= 1000
                   MOVE 'ACCOUNT MASTER OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Account-Count TO RLP-Count
                   PERFORM 0900-Refuse-Overflow
               END-IF
               ADD 1 TO WS-Account-Count
               MOVE GA-Account     TO AT-Account (WS-Account-Count)
               MOVE GA-Description
                   TO AT-Description (WS-Account-Count)
               MOVE GA-Status      TO AT-Status (WS-Account-Count)
               READ Account-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Account-File.

      *> The pay period is the one today falls in; with no stock
      *> calendar on file every line keeps the month of its own
      *> date, as the stock runs themselves do.
       0200-Load-Calendars.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Pay-Calendar-File.
           IF WS-Pay-Calendar-Status = '00'
               READ Pay-Calendar-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Today NOT < CAL-Begin-Date
                        AND WS-Today NOT > CAL-End-Date
                       MOVE CAL-Period-Number TO WS-Pay-Period
                   END-IF
                   READ Pay-Calendar-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Pay-Calendar-File
           ELSE
               DISPLAY 'PAYCAL OPEN FAILED, STATUS='
                   WS-Pay-Calendar-Status
                   ' - PAY PERIOD TAKEN FROM EXTRACT'
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Stock-Calendar-File.
           IF WS-Stk-Calendar-Status = '00'
               READ Stock-Calendar-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Stk-Cal-Count >= 24
                   ADD 1 TO WS-Stk-Cal-Count
                   MOVE SK-Month  TO SKT-Month (WS-Stk-Cal-Count)
                   MOVE SK-Status TO SKT-Status (WS-Stk-Cal-Count)
                   READ Stock-Calendar-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Stock-Calendar-File
           END-IF.

      *> A build already run today (a rerun) starts again from the
      *> mark the first run started from; a new day starts where
      *> the last build stopped.
       0300-Load-Journal-Control.
           INITIALIZE Source-State.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Journal-Control-File.
           IF WS-Control-Status = '00'
               READ Journal-Control-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                           UNTIL WS-Src-Sub > 11
                       IF SN-File (WS-Src-Sub) = JC-Source-File
                           MOVE JC-Run-Date
                               TO SS-Ctl-Date (WS-Src-Sub)
                           MOVE JC-Prior-Count
                               TO SS-Prior-Count (WS-Src-Sub)
                           MOVE JC-Prior-Hash
                               TO SS-Prior-Hash (WS-Src-Sub)
                           MOVE JC-Through-Count
                               TO SS-Through-Count (WS-Src-Sub)
                           MOVE JC-Through-Hash
                               TO SS-Through-Hash (WS-Src-Sub)
                       END-IF
                   END-PERFORM
                   IF JC-Last-Batch > WS-Last-Batch
                       MOVE JC-Last-Batch TO WS-Last-Batch
                   END-IF
                   READ Journal-Control-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Journal-Control-File
           END-IF.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                   UNTIL WS-Src-Sub > 11
               IF SS-Ctl-Date (WS-Src-Sub) = WS-Today
                   MOVE SS-Prior-Count (WS-Src-Sub)
                       TO SS-Base-Count (WS-Src-Sub)
                   MOVE SS-Prior-Hash (WS-Src-Sub)
                       TO SS-Base-Hash (WS-Src-Sub)
               ELSE
                   MOVE SS-Through-Count (WS-Src-Sub)
                       TO SS-Base-Count (WS-Src-Sub)
                   MOVE SS-Through-Hash (WS-Src-Sub)
                       TO SS-Base-Hash (WS-Src-Sub)
               END-IF
           END-PERFORM.

      *> Nothing is journaled from a partial table: the marks would
      *> move past lines never posted.
       0900-Refuse-Overflow.
           DISPLAY 'GLJOURNAL REFUSED - ' RLP-Message.
           MOVE 'E' TO RLP-Severity.
           MOVE 96 TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE 96 TO RETURN-CODE.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A line released by a build earlier today is offered again
      *> on a rerun, since the rerun rewrites that build's journal;
      *> released on an earlier day it has posted and is dropped. A
      *> line this build's own extracts held today is skipped on a
      *> rerun - it is collected again from its extract.
       1000-Read-Hold-File.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Hold-File.
           IF WS-Hold-Status = '00'
               READ Hold-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   EVALUATE TRUE
                       WHEN GH-Released-Date NOT = SPACES
                            AND GH-Released-Date NOT = WS-Today
                           CONTINUE
                       WHEN GH-Released-Date = SPACES
                            AND GH-Is-Batch-Held
                            AND GH-Held-Date = WS-Today
                           CONTINUE
                       WHEN OTHER
                           PERFORM 1100-Carry-Held-Line
                   END-EVALUATE
                   READ Hold-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Hold-File
           END-IF.

       1100-Carry-Held-Line.
           IF WS-Journal-Count >= 5000
               MOVE 'JOURNAL LINES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Journal-Count TO RLP-Count
               PERFORM 0900-Refuse-Overflow
           END-IF.
           ADD 1 TO WS-Journal-Count.
           SET Jrnl-Idx TO WS-Journal-Count.
           MOVE GH-Source       TO JT-Source (Jrnl-Idx).
           MOVE GH-Company      TO JT-Company (Jrnl-Idx).
           MOVE GH-Account      TO JT-Account (Jrnl-Idx).
           MOVE GH-Dr-Cr        TO JT-Dr-Cr (Jrnl-Idx).
           MOVE GH-Amount       TO JT-Amount (Jrnl-Idx).
           MOVE GH-Ref          TO JT-Ref (Jrnl-Idx).
           MOVE GH-Txn-Date     TO JT-Txn-Date (Jrnl-Idx).
           MOVE GH-Source-Key   TO JT-Key (Jrnl-Idx).
           MOVE GH-Period-Type  TO JT-Period-Type (Jrnl-Idx).
           MOVE GH-Period       TO JT-Period (Jrnl-Idx).
           MOVE GH-Held-Date    TO JT-Held-Date (Jrnl-Idx).
           MOVE GH-Hold-Type    TO JT-Hold-Type (Jrnl-Idx).
           MOVE 'Y'             TO JT-Carried (Jrnl-Idx).
           MOVE SPACES          TO JT-Problem (Jrnl-Idx).
           MOVE ZERO            TO JT-Group (Jrnl-Idx).
      *> The stock month may have closed while the line waited.
           IF GH-Is-Stock-Month
               MOVE GH-Txn-Date TO CL-Date
               PERFORM 2950-Set-Stock-Month
               MOVE WS-Stock-Month TO JT-Period (Jrnl-Idx)
           END-IF.

      *> Each extract is read once; one whose already-journaled
      *> lines no longer prove to the mark has been rebuilt since,
      *> and is read again from the top with every line kept.
       2000-Collect-Extracts.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                   UNTIL WS-Src-Sub > 11
               PERFORM 2010-Start-Source
               PERFORM 2020-Read-Source
               IF SS-Skipping (WS-Src-Sub) = 'Y'
                    AND SS-Read-Count (WS-Src-Sub) > ZERO
                   MOVE 'Y' TO SS-Reload (WS-Src-Sub)
               END-IF
               IF SS-Reload (WS-Src-Sub) = 'Y'
                   PERFORM 2010-Start-Source
                   MOVE 'N' TO SS-Skipping (WS-Src-Sub)
                   PERFORM 2020-Read-Source
               END-IF
           END-PERFORM.

       2020-Read-Source.
           EVALUATE WS-Src-Sub
               WHEN 1
                   PERFORM 2101-Read-Payroll-Extract
               WHEN 2
                   PERFORM 2102-Read-Remit-Extract
               WHEN 3
                   PERFORM 2103-Read-Stock-Extract
               WHEN 4
                   PERFORM 2104-Read-Billing-Extract
               WHEN 5
                   PERFORM 2105-Read-Credit-Extract
               WHEN 6
                   PERFORM 2106-Read-Chargeback-Extract
               WHEN 7
                   PERFORM 2107-Read-Provision-Extract
               WHEN 8
                   PERFORM 2108-Read-Payable-Extract
               WHEN 9
                   PERFORM 2109-Read-Disbursement-Extract
               WHEN 10
                   PERFORM 2110-Read-Memo-Extract
               WHEN 11
                   PERFORM 2111-Read-Charge-Out-Extract
           END-EVALUATE.

       2101-Read-Payroll-Extract.
           OPEN INPUT Payroll-Extract.
           IF WS-Extract-Status = '00'
               READ Payroll-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE PG-Emp-Name   TO CL-Ref
                   MOVE PG-Dr-Cr      TO CL-Dr-Cr
                   MOVE PG-Account    TO CL-Account
                   MOVE PG-Amount     TO CL-Amount
                   MOVE PG-Period     TO CL-Pay-Period
                   MOVE PG-Emp-Number TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Payroll-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Payroll-Extract
           END-IF.

       2102-Read-Remit-Extract.
           OPEN INPUT Remit-Extract.
           IF WS-Extract-Status = '00'
               READ Remit-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE RM-Payee-Name TO CL-Ref
                   MOVE RM-Dr-Cr      TO CL-Dr-Cr
                   MOVE RM-Account    TO CL-Account
                   MOVE RM-Amount     TO CL-Amount
                   MOVE RM-Period     TO CL-Pay-Period
                   MOVE RM-Type       TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Remit-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Remit-Extract
           END-IF.

       2103-Read-Stock-Extract.
           OPEN INPUT Stock-Extract.
           IF WS-Extract-Status = '00'
               READ Stock-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE SG-Ref        TO CL-Ref
                   MOVE SG-Dr-Cr      TO CL-Dr-Cr
                   MOVE SG-Account    TO CL-Account
                   MOVE SG-Amount     TO CL-Amount
                   MOVE SG-Date       TO CL-Date
                   MOVE SG-Reason     TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Stock-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Stock-Extract
           END-IF.

       2104-Read-Billing-Extract.
           OPEN INPUT Billing-Extract.
           IF WS-Extract-Status = '00'
               READ Billing-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE AR-Ref        TO CL-Ref
                   MOVE AR-Dr-Cr      TO CL-Dr-Cr
                   MOVE AR-Account    TO CL-Account
                   MOVE AR-Amount     TO CL-Amount
                   MOVE AR-Date       TO CL-Date
                   MOVE AR-Reason     TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Billing-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Billing-Extract
           END-IF.

       2105-Read-Credit-Extract.
           OPEN INPUT Credit-Extract.
           IF WS-Extract-Status = '00'
               READ Credit-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE CX-Ref        TO CL-Ref
                   MOVE CX-Dr-Cr      TO CL-Dr-Cr
                   MOVE CX-Account    TO CL-Account
                   MOVE CX-Amount     TO CL-Amount
                   MOVE CX-Date       TO CL-Date
                   MOVE CX-Reason     TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Credit-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Credit-Extract
           END-IF.

       2106-Read-Chargeback-Extract.
           OPEN INPUT Chargeback-Extract.
           IF WS-Extract-Status = '00'
               READ Chargeback-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE CB-Route-ID   TO CL-Ref
                   MOVE CB-Dr-Cr      TO CL-Dr-Cr
                   MOVE CB-Account    TO CL-Account
                   MOVE CB-Amount     TO CL-Amount
                   PERFORM 2900-Add-Extract-Line
                   READ Chargeback-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Chargeback-Extract
           END-IF.

       2107-Read-Provision-Extract.
           OPEN INPUT Provision-Extract.
           IF WS-Extract-Status = '00'
               READ Provision-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE PX-Ref        TO CL-Ref
                   MOVE PX-Dr-Cr      TO CL-Dr-Cr
                   MOVE PX-Account    TO CL-Account
                   MOVE PX-Amount     TO CL-Amount
                   MOVE PX-Date       TO CL-Date
                   MOVE PX-Company    TO CL-Company
                   PERFORM 2900-Add-Extract-Line
                   READ Provision-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Provision-Extract
           END-IF.

       2108-Read-Payable-Extract.
           OPEN INPUT Payable-Extract.
           IF WS-Extract-Status = '00'
               READ Payable-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE AP-Ref        TO CL-Ref
                   MOVE AP-Dr-Cr      TO CL-Dr-Cr
                   MOVE AP-Account    TO CL-Account
                   MOVE AP-Amount     TO CL-Amount
                   MOVE AP-Date       TO CL-Date
                   MOVE AP-Vendor     TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Payable-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Payable-Extract
           END-IF.

       2109-Read-Disbursement-Extract.
           OPEN INPUT Disbursement-Extract.
           IF WS-Extract-Status = '00'
               READ Disbursement-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE CD-Ref        TO CL-Ref
                   MOVE CD-Dr-Cr      TO CL-Dr-Cr
                   MOVE CD-Account    TO CL-Account
                   MOVE CD-Amount     TO CL-Amount
                   MOVE CD-Date       TO CL-Date
                   MOVE CD-Vendor     TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Disbursement-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Disbursement-Extract
           END-IF.

       2110-Read-Memo-Extract.
           OPEN INPUT Memo-Extract.
           IF WS-Extract-Status = '00'
               READ Memo-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE MX-Ref        TO CL-Ref
                   MOVE MX-Dr-Cr      TO CL-Dr-Cr
                   MOVE MX-Account    TO CL-Account
                   MOVE MX-Amount     TO CL-Amount
                   MOVE MX-Date       TO CL-Date
                   MOVE MX-Vendor     TO CL-Key
                   PERFORM 2900-Add-Extract-Line
                   READ Memo-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Memo-Extract
           END-IF.

       2111-Read-Charge-Out-Extract.
           OPEN INPUT Charge-Out-Extract.
           IF WS-Extract-Status = '00'
               READ Charge-Out-Extract
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE SPACES        TO WS-Collect-Line
                   MOVE CO-Ref        TO CL-Ref
                   MOVE CO-Dr-Cr      TO CL-Dr-Cr
                   MOVE CO-Account    TO CL-Account
                   MOVE CO-Amount     TO CL-Amount
                   PERFORM 2900-Add-Extract-Line
                   READ Charge-Out-Extract
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Charge-Out-Extract
           END-IF.

       2010-Start-Source.
           MOVE 'N' TO WS-Eof-Switch.
           MOVE ZERO TO SS-Read-Count (WS-Src-Sub).
           MOVE ZERO TO SS-Read-Hash (WS-Src-Sub).
           MOVE 'N' TO SS-Reload (WS-Src-Sub).
           IF SS-Base-Count (WS-Src-Sub) > ZERO
               MOVE 'Y' TO SS-Skipping (WS-Src-Sub)
           ELSE
               MOVE 'N' TO SS-Skipping (WS-Src-Sub)
           END-IF.

      *> Extracts are appended to run after run, some of them
      *> across days, and rebuilt from empty by others. Lines up to
      *> the base mark are only counted and hashed, never held: if
      *> they prove to the mark's count and amount total they are
      *> the ones already journaled and are passed over. A file
      *> rebuilt since never proves to the mark; the rest of it is
      *> not read on this pass, and the whole of it is read again
      *> as new.
       2900-Add-Extract-Line.
           ADD 1 TO SS-Read-Count (WS-Src-Sub).
           ADD CL-Amount TO SS-Read-Hash (WS-Src-Sub).
           IF SS-Skipping (WS-Src-Sub) = 'Y'
               IF SS-Read-Count (WS-Src-Sub)
                    = SS-Base-Count (WS-Src-Sub)
                   MOVE 'N' TO SS-Skipping (WS-Src-Sub)
                   IF SS-Read-Hash (WS-Src-Sub)
                        NOT = SS-Base-Hash (WS-Src-Sub)
                       MOVE 'Y' TO SS-Reload (WS-Src-Sub)
                       MOVE 'Y' TO WS-Eof-Switch
                   END-IF
               END-IF
           ELSE
               PERFORM 2910-Keep-Extract-Line
           END-IF.

       2910-Keep-Extract-Line.
           IF WS-Journal-Count >= 5000
               MOVE 'JOURNAL LINES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Journal-Count TO RLP-Count
               PERFORM 0900-Refuse-Overflow
           END-IF.
           ADD 1 TO WS-Journal-Count.
           SET Jrnl-Idx TO WS-Journal-Count.
           MOVE SN-Code (WS-Src-Sub) TO JT-Source (Jrnl-Idx).
      *> Lines written before company coding carry spaces and roll
      *> into company 01, as on the balancing report.
           IF CL-Company = SPACES
               MOVE '01' TO JT-Company (Jrnl-Idx)
           ELSE
               MOVE CL-Company TO JT-Company (Jrnl-Idx)
           END-IF.
           MOVE CL-Account      TO JT-Account (Jrnl-Idx).
           MOVE CL-Dr-Cr        TO JT-Dr-Cr (Jrnl-Idx).
           MOVE CL-Amount       TO JT-Amount (Jrnl-Idx).
           MOVE CL-Ref          TO JT-Ref (Jrnl-Idx).
           MOVE CL-Key          TO JT-Key (Jrnl-Idx).
           IF CL-Date NUMERIC
               MOVE CL-Date     TO JT-Txn-Date (Jrnl-Idx)
           ELSE
               MOVE WS-Today    TO JT-Txn-Date (Jrnl-Idx)
           END-IF.
           IF SN-Code (WS-Src-Sub) = 'PAY' OR 'REM'
               MOVE 'P' TO JT-Period-Type (Jrnl-Idx)
               IF CL-Pay-Period NUMERIC AND CL-Pay-Period > ZERO
                   MOVE CL-Pay-Period TO JT-Period (Jrnl-Idx)
               ELSE
                   MOVE WS-Pay-Period TO JT-Period (Jrnl-Idx)
               END-IF
           ELSE
               MOVE 'M' TO JT-Period-Type (Jrnl-Idx)
               MOVE JT-Txn-Date (Jrnl-Idx) TO CL-Date
               PERFORM 2950-Set-Stock-Month
               MOVE WS-Stock-Month TO JT-Period (Jrnl-Idx)
           END-IF.
           MOVE WS-Today        TO JT-Held-Date (Jrnl-Idx).
           MOVE SPACE           TO JT-Hold-Type (Jrnl-Idx).
           MOVE 'N'             TO JT-Carried (Jrnl-Idx).
           MOVE SPACES          TO JT-Problem (Jrnl-Idx).
           MOVE ZERO            TO JT-Group (Jrnl-Idx).

      *> A line dated in a month the stock calendar has closed, or
      *> never opened, posts to the current month - the same rule
      *> the stock runs apply to a late transaction.
       2950-Set-Stock-Month.
           IF CL-Date NUMERIC
               MOVE CL-Date (1:6) TO WS-Stock-Month
           ELSE
               MOVE WS-Today (1:6) TO WS-Stock-Month
           END-IF.
           IF WS-Stk-Cal-Count > ZERO
               MOVE 'N' TO WS-Month-Found
               SET Cal-Idx TO 1
               SEARCH Stk-Calendar-Entry
                   AT END CONTINUE
                   WHEN SKT-Month (Cal-Idx) = WS-Stock-Month
                       MOVE SKT-Status (Cal-Idx) TO WS-Month-Status
                       MOVE 'Y' TO WS-Month-Found
               END-SEARCH
               IF WS-Month-Found = 'N' OR WS-Month-Status = 'C'
                   MOVE WS-Today (1:6) TO WS-Stock-Month
               END-IF
           END-IF.

       3000-Build-Groups.
           PERFORM VARYING Jrnl-Idx FROM 1 BY 1
                   UNTIL Jrnl-Idx > WS-Journal-Count
               MOVE 'N' TO WS-Group-Found
               PERFORM VARYING WS-Grp-Sub FROM 1 BY 1
                       UNTIL WS-Grp-Sub > WS-Group-Count
                       OR WS-Group-Found = 'Y'
                   IF GR-Source (WS-Grp-Sub) = JT-Source (Jrnl-Idx)
                        AND GR-Company (WS-Grp-Sub)
                            = JT-Company (Jrnl-Idx)
                        AND GR-Held-Date (WS-Grp-Sub)
                            = JT-Held-Date (Jrnl-Idx)
                        AND GR-Hold-Type (WS-Grp-Sub)
                            = JT-Hold-Type (Jrnl-Idx)
                       MOVE 'Y' TO WS-Group-Found
                       MOVE WS-Grp-Sub TO JT-Group (Jrnl-Idx)
                   END-IF
               END-PERFORM
               IF WS-Group-Found = 'N'
                   PERFORM 3010-Add-Group
               END-IF
           END-PERFORM.

       3010-Add-Group.
           IF WS-Group-Count >= 200
               MOVE 'JOURNAL BATCHES OVERFLOW TABLE' TO RLP-Message
               MOVE WS-Group-Count TO RLP-Count
               PERFORM 0900-Refuse-Overflow
           END-IF.
           ADD 1 TO WS-Group-Count.
           SET Grp-Idx TO WS-Group-Count.
           MOVE JT-Source (Jrnl-Idx)    TO GR-Source (Grp-Idx).
           MOVE JT-Company (Jrnl-Idx)   TO GR-Company (Grp-Idx).
           MOVE JT-Held-Date (Jrnl-Idx) TO GR-Held-Date (Grp-Idx).
           MOVE JT-Hold-Type (Jrnl-Idx) TO GR-Hold-Type (Grp-Idx).
           MOVE SPACES TO GR-File (Grp-Idx).
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                   UNTIL WS-Src-Sub > 11
               IF SN-Code (WS-Src-Sub) = JT-Source (Jrnl-Idx)
                   MOVE SN-File (WS-Src-Sub) TO GR-File (Grp-Idx)
               END-IF
           END-PERFORM.
           MOVE ZERO   TO GR-Debits (Grp-Idx).
           MOVE ZERO   TO GR-Credits (Grp-Idx).
           MOVE ZERO   TO GR-Lines (Grp-Idx).
           MOVE ZERO   TO GR-Bad-Lines (Grp-Idx).
           MOVE 'J'    TO GR-Status (Grp-Idx).
           MOVE ZERO   TO GR-Batch (Grp-Idx).
           MOVE SPACES TO GR-Reason (Grp-Idx).
           MOVE WS-Group-Count TO JT-Group (Jrnl-Idx).

      *> Every line must name an active account on GLACCT and say
      *> debit or credit, and a batch's debits must equal its
      *> credits, or the whole batch is held. Lines finance
      *> rejected come back one side of an entry whose other side
      *> posted, so only their accounts are proved.
       3100-Prove-Groups.
           PERFORM VARYING Jrnl-Idx FROM 1 BY 1
                   UNTIL Jrnl-Idx > WS-Journal-Count
               MOVE JT-Group (Jrnl-Idx) TO WS-Grp-Sub
               ADD 1 TO GR-Lines (WS-Grp-Sub)
               MOVE 'N' TO WS-Account-Found
               SET Acct-Idx TO 1
               SEARCH Account-Entry
                   AT END CONTINUE
                   WHEN AT-Account (Acct-Idx) = JT-Account (Jrnl-Idx)
                       MOVE 'Y' TO WS-Account-Found
               END-SEARCH
               EVALUATE TRUE
                   WHEN JT-Dr-Cr (Jrnl-Idx) NOT = 'D' AND NOT = 'C'
                       MOVE 'NOT DEBIT OR CREDIT'
                           TO JT-Problem (Jrnl-Idx)
                   WHEN WS-Account-Found = 'N'
                       MOVE 'UNKNOWN ACCOUNT' TO JT-Problem (Jrnl-Idx)
                   WHEN AT-Status (Acct-Idx) NOT = 'A'
                       MOVE 'ACCOUNT NOT ACTIVE'
                           TO JT-Problem (Jrnl-Idx)
               END-EVALUATE
               IF JT-Problem (Jrnl-Idx) NOT = SPACES
                   ADD 1 TO GR-Bad-Lines (WS-Grp-Sub)
                   ADD 1 TO WS-Bad-Line-Count
               END-IF
               IF JT-Dr-Cr (Jrnl-Idx) = 'D'
                   ADD JT-Amount (Jrnl-Idx) TO GR-Debits (WS-Grp-Sub)
               END-IF
               IF JT-Dr-Cr (Jrnl-Idx) = 'C'
                   ADD JT-Amount (Jrnl-Idx) TO GR-Credits (WS-Grp-Sub)
               END-IF
           END-PERFORM.
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Group-Count
               EVALUATE TRUE
                   WHEN GR-Bad-Lines (Grp-Idx) > ZERO
                       MOVE 'H' TO GR-Status (Grp-Idx)
                       MOVE 'BATCH HAS BAD LINES'
                           TO GR-Reason (Grp-Idx)
                   WHEN GR-Hold-Type (Grp-Idx) NOT = 'F'
                        AND GR-Debits (Grp-Idx)
                            NOT = GR-Credits (Grp-Idx)
                       MOVE 'H' TO GR-Status (Grp-Idx)
                       MOVE 'BATCH OUT OF BALANCE'
                           TO GR-Reason (Grp-Idx)
               END-EVALUATE
               IF GR-Status (Grp-Idx) = 'H'
                   ADD 1 TO WS-Held-Groups
                   ADD GR-Lines (Grp-Idx) TO WS-Held-Lines
               ELSE
                   ADD 1 TO WS-Last-Batch
                   MOVE WS-Last-Batch TO GR-Batch (Grp-Idx)
               END-IF
           END-PERFORM.

      *> Built before anything is written, so an overflow refuses
      *> the run with the extracts' marks where they were.
       3200-Build-Trial-Balance.
           PERFORM VARYING Jrnl-Idx FROM 1 BY 1
                   UNTIL Jrnl-Idx > WS-Journal-Count
               MOVE JT-Group (Jrnl-Idx) TO WS-Grp-Sub
               IF GR-Status (WS-Grp-Sub) = 'J'
                   PERFORM 3210-Add-To-Trial-Balance
               END-IF
           END-PERFORM.

       3210-Add-To-Trial-Balance.
           SET Trial-Idx TO 1.
           SEARCH Trial-Entry
               AT END
                   IF WS-Trial-Count >= 500
                       MOVE 'TRIAL BALANCE OVERFLOWS TABLE'
                           TO RLP-Message
                       MOVE WS-Trial-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Trial-Count
                   SET Trial-Idx TO WS-Trial-Count
                   MOVE JT-Account (Jrnl-Idx) TO TB-Account (Trial-Idx)
                   MOVE SPACES TO TB-Description (Trial-Idx)
                   MOVE ZERO TO TB-Debits (Trial-Idx)
                   MOVE ZERO TO TB-Credits (Trial-Idx)
                   PERFORM 3220-Find-Account-Name
               WHEN TB-Account (Trial-Idx) = JT-Account (Jrnl-Idx)
                   CONTINUE
           END-SEARCH.
           IF JT-Dr-Cr (Jrnl-Idx) = 'D'
               ADD JT-Amount (Jrnl-Idx) TO TB-Debits (Trial-Idx)
               ADD JT-Amount (Jrnl-Idx) TO WS-Total-Debits
           ELSE
               ADD JT-Amount (Jrnl-Idx) TO TB-Credits (Trial-Idx)
               ADD JT-Amount (Jrnl-Idx) TO WS-Total-Credits
           END-IF.

       3220-Find-Account-Name.
           SET Acct-Idx TO 1.
           SEARCH Account-Entry
               AT END CONTINUE
               WHEN AT-Account (Acct-Idx) = JT-Account (Jrnl-Idx)
                   MOVE AT-Description (Acct-Idx)
                       TO TB-Description (Trial-Idx)
           END-SEARCH.

      *> Batch by batch, lines numbered within each, closed with
      *> the shared trailer so the consumer can prove the file.
       4000-Write-Journal.
           OPEN OUTPUT Journal-File.
           IF WS-Journal-Status NOT = '00'
               DISPLAY 'GLJRNL OPEN FAILED, STATUS=' WS-Journal-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Group-Count
               IF GR-Status (Grp-Idx) = 'J'
                   MOVE ZERO TO WS-Batch-Line
                   PERFORM VARYING Jrnl-Idx FROM 1 BY 1
                           UNTIL Jrnl-Idx > WS-Journal-Count
                       SET WS-Grp-Sub TO Grp-Idx
                       IF JT-Group (Jrnl-Idx) = WS-Grp-Sub
                           ADD 1 TO WS-Batch-Line
                           PERFORM 4010-Write-Journal-Line
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES             TO Journal-Trailer.
           MOVE '*TRL'             TO TR-Mark.
           MOVE WS-Journaled-Lines TO TR-Record-Count.
           MOVE WS-Journal-Hash    TO TR-Hash-Total.
           WRITE Journal-Trailer.
           CLOSE Journal-File.

       4010-Write-Journal-Line.
           MOVE JT-Source (Jrnl-Idx)      TO GJ-Source.
           MOVE GR-Batch (Grp-Idx)        TO GJ-Batch.
           MOVE WS-Batch-Line             TO GJ-Line.
           MOVE WS-Today                  TO GJ-Journal-Date.
           MOVE JT-Period-Type (Jrnl-Idx) TO GJ-Period-Type.
           MOVE JT-Period (Jrnl-Idx)      TO GJ-Period.
           MOVE JT-Company (Jrnl-Idx)     TO GJ-Company.
           MOVE JT-Account (Jrnl-Idx)     TO GJ-Account.
           MOVE JT-Dr-Cr (Jrnl-Idx)       TO GJ-Dr-Cr.
           MOVE JT-Amount (Jrnl-Idx)      TO GJ-Amount.
           MOVE JT-Ref (Jrnl-Idx)         TO GJ-Ref.
           MOVE JT-Txn-Date (Jrnl-Idx)    TO GJ-Txn-Date.
           MOVE JT-Key (Jrnl-Idx)         TO GJ-Source-Key.
           WRITE Journal-Rec.
           ADD 1 TO WS-Journaled-Lines.
           ADD JT-Amount (Jrnl-Idx) TO WS-Journal-Hash.

      *> Held lines go back on GLJHOLD; carried lines released
      *> tonight stay on it marked released, so a rerun today can
      *> journal them again.
       4100-Write-Hold-File.
           OPEN OUTPUT Hold-File.
           PERFORM VARYING Jrnl-Idx FROM 1 BY 1
                   UNTIL Jrnl-Idx > WS-Journal-Count
               MOVE JT-Group (Jrnl-Idx) TO WS-Grp-Sub
               IF GR-Status (WS-Grp-Sub) = 'H'
                    OR JT-Carried (Jrnl-Idx) = 'Y'
                   PERFORM 4110-Write-Hold-Line
               END-IF
           END-PERFORM.
           CLOSE Hold-File.

       4110-Write-Hold-Line.
           MOVE JT-Source (Jrnl-Idx)      TO GH-Source.
           MOVE ZERO                      TO GH-Batch.
           MOVE ZERO                      TO GH-Line.
           MOVE WS-Today                  TO GH-Journal-Date.
           MOVE JT-Period-Type (Jrnl-Idx) TO GH-Period-Type.
           MOVE JT-Period (Jrnl-Idx)      TO GH-Period.
           MOVE JT-Company (Jrnl-Idx)     TO GH-Company.
           MOVE JT-Account (Jrnl-Idx)     TO GH-Account.
           MOVE JT-Dr-Cr (Jrnl-Idx)       TO GH-Dr-Cr.
           MOVE JT-Amount (Jrnl-Idx)      TO GH-Amount.
           MOVE JT-Ref (Jrnl-Idx)         TO GH-Ref.
           MOVE JT-Txn-Date (Jrnl-Idx)    TO GH-Txn-Date.
           MOVE JT-Key (Jrnl-Idx)         TO GH-Source-Key.
           MOVE JT-Held-Date (Jrnl-Idx)   TO GH-Held-Date.
           IF JT-Carried (Jrnl-Idx) = 'Y'
               MOVE JT-Hold-Type (Jrnl-Idx) TO GH-Hold-Type
           ELSE
               MOVE 'B' TO GH-Hold-Type
           END-IF.
           IF GR-Status (WS-Grp-Sub) = 'H'
               MOVE SPACES TO GH-Released-Date
               IF JT-Problem (Jrnl-Idx) NOT = SPACES
                   MOVE JT-Problem (Jrnl-Idx) TO GH-Reason
               ELSE
                   MOVE GR-Reason (WS-Grp-Sub) TO GH-Reason
               END-IF
           ELSE
               MOVE WS-Today TO GH-Released-Date
               MOVE GR-Batch (WS-Grp-Sub) TO GH-Batch
               MOVE 'RELEASED' TO GH-Reason
           END-IF.
           WRITE Hold-Rec.

       4200-Write-Proof-Section.
           MOVE WS-Today     TO RH-Date.
           MOVE WS-Last-Batch TO RH-Last-Batch.
           WRITE Journal-Report-Line FROM WS-Report-Heading.
           WRITE Journal-Report-Line FROM WS-Blank-Line.
           WRITE Journal-Report-Line FROM WS-Proof-Heading.
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Group-Count
               MOVE GR-File (Grp-Idx)      TO GL-File
               MOVE GR-Company (Grp-Idx)   TO GL-Company
               MOVE GR-Held-Date (Grp-Idx) TO GL-Held-Date
               MOVE GR-Hold-Type (Grp-Idx) TO GL-Hold-Type
               MOVE GR-Batch (Grp-Idx)     TO GL-Batch
               MOVE GR-Debits (Grp-Idx)    TO GL-Debits
               MOVE GR-Credits (Grp-Idx)   TO GL-Credits
               IF GR-Status (Grp-Idx) = 'H'
                   MOVE 'HELD' TO GL-Verdict
               ELSE
                   MOVE 'PROVED' TO GL-Verdict
               END-IF
               WRITE Journal-Report-Line FROM WS-Group-Line
               IF GR-Status (Grp-Idx) = 'H'
                   PERFORM 4210-Write-Held-Detail
               END-IF
           END-PERFORM.
           WRITE Journal-Report-Line FROM WS-Blank-Line.
           MOVE WS-Journaled-Lines TO SL-Journaled.
           MOVE WS-Held-Lines      TO SL-Held.
           MOVE WS-Held-Groups     TO SL-Held-Groups.
           WRITE Journal-Report-Line FROM WS-Summary-Line.
           WRITE Journal-Report-Line FROM WS-Blank-Line.

       4210-Write-Held-Detail.
           MOVE GR-Reason (Grp-Idx) TO GRL-Reason.
           MOVE GR-Lines (Grp-Idx)  TO GRL-Lines.
           WRITE Journal-Report-Line FROM WS-Group-Reason-Line.
           PERFORM VARYING Jrnl-Idx FROM 1 BY 1
                   UNTIL Jrnl-Idx > WS-Journal-Count
               SET WS-Grp-Sub TO Grp-Idx
               IF JT-Group (Jrnl-Idx) = WS-Grp-Sub
                    AND JT-Problem (Jrnl-Idx) NOT = SPACES
                   MOVE JT-Account (Jrnl-Idx) TO BL-Account
                   MOVE JT-Dr-Cr (Jrnl-Idx)   TO BL-Dr-Cr
                   MOVE JT-Amount (Jrnl-Idx)  TO BL-Amount
                   MOVE JT-Ref (Jrnl-Idx)     TO BL-Ref
                   MOVE JT-Problem (Jrnl-Idx) TO BL-Problem
                   WRITE Journal-Report-Line FROM WS-Bad-Line
               END-IF
           END-PERFORM.

      *> Accounts in order, by the selection sort abcClass uses.
       4400-Write-Trial-Balance.
           PERFORM VARYING WS-Sort-Sub FROM 1 BY 1
                   UNTIL WS-Sort-Sub >= WS-Trial-Count
               MOVE WS-Sort-Sub TO WS-Low-Sub
               PERFORM VARYING Trial-Idx FROM WS-Sort-Sub BY 1
                       UNTIL Trial-Idx > WS-Trial-Count
                   IF TB-Account (Trial-Idx) < TB-Account (WS-Low-Sub)
                       SET WS-Low-Sub TO Trial-Idx
                   END-IF
               END-PERFORM
               IF WS-Low-Sub NOT = WS-Sort-Sub
                   MOVE Trial-Entry (WS-Sort-Sub) TO WS-Swap-Entry
                   MOVE Trial-Entry (WS-Low-Sub)
                       TO Trial-Entry (WS-Sort-Sub)
                   MOVE WS-Swap-Entry TO Trial-Entry (WS-Low-Sub)
               END-IF
           END-PERFORM.
           WRITE Journal-Report-Line FROM WS-Trial-Heading.
           PERFORM VARYING Trial-Idx FROM 1 BY 1
                   UNTIL Trial-Idx > WS-Trial-Count
               MOVE TB-Account (Trial-Idx)     TO TL-Account
               MOVE TB-Description (Trial-Idx) TO TL-Description
               MOVE TB-Debits (Trial-Idx)      TO TL-Debits
               MOVE TB-Credits (Trial-Idx)     TO TL-Credits
               COMPUTE WS-Net-Amount =
                   TB-Debits (Trial-Idx) - TB-Credits (Trial-Idx)
               MOVE WS-Net-Amount TO TL-Net
               WRITE Journal-Report-Line FROM WS-Trial-Line
           END-PERFORM.
           MOVE WS-Total-Debits  TO TT-Debits.
           MOVE WS-Total-Credits TO TT-Credits.
           COMPUTE WS-Net-Amount = WS-Total-Debits - WS-Total-Credits.
           MOVE WS-Net-Amount TO TT-Net.
           WRITE Journal-Report-Line FROM WS-Trial-Total-Line.

      *> Tonight's base mark becomes the prior mark a rerun starts
      *> from; what was read becomes the mark tomorrow starts from.
       4500-Save-Journal-Control.
           OPEN OUTPUT Journal-Control-File.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                   UNTIL WS-Src-Sub > 11
               MOVE SN-File (WS-Src-Sub)       TO JC-Source-File
               MOVE WS-Today                   TO JC-Run-Date
               MOVE SS-Base-Count (WS-Src-Sub) TO JC-Prior-Count
               MOVE SS-Base-Hash (WS-Src-Sub)  TO JC-Prior-Hash
               MOVE SS-Read-Count (WS-Src-Sub) TO JC-Through-Count
               MOVE SS-Read-Hash (WS-Src-Sub)  TO JC-Through-Hash
               MOVE WS-Last-Batch              TO JC-Last-Batch
               WRITE Journal-Control-Rec
           END-PERFORM.
           CLOSE Journal-Control-File.

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
           MOVE WS-Journaled-Lines TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
