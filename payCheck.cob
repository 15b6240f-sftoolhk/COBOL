       FILE-CONTROL.
      *> Mode card: I issues checks from the posting run's request
      *> file, R reconciles the register against the bank's paid
      *> items, S is the stale-date run that reverses and stops
      *> checks outstanding too long, E is the annual unclaimed-
      *> property (escheat) report. Check numbers come off a
      *> control file carried like PONBRCTL, so the notebook goes
      *> away.
           SELECT Param-Card-File ASSIGN TO "PCKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
           SELECT Exception-File ASSIGN TO "PAYCKEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exception-Status.
      *> The stale-date run needs each check's employee for the
      *> department's cash account and the company it posts under.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
           SELECT Chart-File ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Chart-Status.
           SELECT Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
      *> Stale reversals ride the posting run's GL extract, appended
      *> after its lines the way payVoid's reversals are.
           SELECT GL-Extract-File ASSIGN TO "PAYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Extract-Status.
      *> Stop-payment interface, sent to the bank alongside the
      *> positive-pay file: a stale check reversed off the books
      *> must never clear afterwards.
           SELECT Stop-Payment-File ASSIGN TO "PAYCKSTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stop-Status.
           SELECT Balance-File ASSIGN TO "EODBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.
      *> Last known address for the unclaimed-property report.
           SELECT Address-File ASSIGN TO "PAYADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-Emp-Number
               FILE STATUS IS WS-Address-Status.
           SELECT Escheat-Report ASSIGN TO "PAYESCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Escheat-Status.

       DATA DIVISION.
       FILE SECTION.
           05 CK-Emp-Name     PIC X(20).
           05 CK-Amount       PIC 9(7)V99.
           05 CK-Issue-Date   PIC X(8).
      *> S = stale, flagged by reconcile for the stale-date run;
      *> U = unclaimed, reversed to the unclaimed-wages liability
      *> and stopped at the bank; E = reported to the state as
      *> unclaimed property.
           05 CK-Status       PIC X.
              88 CK-Is-Outstanding VALUE 'O'.
              88 CK-Is-Paid        VALUE 'P'.
              88 CK-Is-Stale       VALUE 'S'.
              88 CK-Is-Unclaimed   VALUE 'U'.
              88 CK-Is-Escheated   VALUE 'E'.

       FD  Check-Register.
       01  Check-Register-Line PIC X(80).
           05 EX-Amount       PIC 9(7)V99.
           05 EX-Reason       PIC X(25).

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

       FD  Chart-File.
       01  Chart-Rec.
           05 COA-Dept           PIC X(4).
           05 COA-Debit-Account  PIC X(8).
           05 COA-Credit-Account PIC X(8).
           05 COA-Emplr-Debit    PIC X(8).
           05 COA-Emplr-Credit   PIC X(8).

       FD  Calendar-File.
       01  Calendar-Rec.
           05 CAL-Period-Number PIC 9(3).
           05 CAL-Begin-Date    PIC X(8).
           05 CAL-End-Date      PIC X(8).
           05 CAL-Pay-Date      PIC X(8).
           05 CAL-Status        PIC X.

       FD  GL-Extract-File.
       01  GL-Extract-Line.
           05 GL-Emp-Name          PIC X(20).
           05 GL-Dr-Cr             PIC X.
           05 GL-Account           PIC X(8).
           05 GL-Amount            PIC 9(7)v99.
           05 GL-Period            PIC 9(3).
           05 GL-Emp-Number        PIC 9(5).

      *> Same shape as a positive-pay record, with the reason the
      *> stop is placed.
       FD  Stop-Payment-File.
       01  Stop-Payment-Rec.
           05 SP-Account      PIC X(12).
           05 SP-Check-Number PIC 9(6).
           05 SP-Amount       PIC 9(7)V99.
           05 SP-Issue-Date   PIC X(8).
           05 SP-Payee        PIC X(20).
           05 SP-Reason       PIC X(10).

       FD  Balance-File.
       01  Balance-Rec.
           05 BAL-Source      PIC X(10).
           05 BAL-Run-Date    PIC X(8).
           05 BAL-Amount      PIC 9(9)V99.
           05 BAL-Company     PIC X(2).

       FD  Address-File.
       01  Address-Rec.
           COPY EMPADDR.

       FD  Escheat-Report.
       01  Escheat-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status       PIC XX.
       01  WS-Check-Req-Status   PIC XX.
       01  WS-Pospay-Status      PIC XX.
       01  WS-Bank-Paid-Status   PIC XX.
       01  WS-Exception-Status   PIC XX.
       01  WS-Employee-Status    PIC XX.
       01  WS-Chart-Status       PIC XX.
       01  WS-Calendar-Status    PIC XX.
       01  WS-GL-Extract-Status  PIC XX.
       01  WS-Stop-Status        PIC XX.
       01  WS-Balance-Status     PIC XX.
       01  WS-Address-Status     PIC XX.
       01  WS-Escheat-Status     PIC XX.
       01  WS-Employee-Eof       PIC X VALUE 'N'.
       01  WS-Chart-Eof          PIC X VALUE 'N'.
       01  WS-Calendar-Eof       PIC X VALUE 'N'.
       01  WS-Address-Avail      PIC X VALUE 'N'.
       01  WS-Emp-Found          PIC X VALUE 'N'.
       01  WS-Chart-Found        PIC X VALUE 'N'.
       01  WS-Company-Found      PIC X VALUE 'N'.
       01  WS-Emp-Count          PIC 9(3) VALUE ZERO.
       01  WS-Chart-Count        PIC 9(3) VALUE ZERO.
       01  WS-Company-Count      PIC 9(2) VALUE ZERO.
       01  WS-Period-Number      PIC 9(3) VALUE ZERO.
       01  WS-Posting-Company    PIC X(2).
       01  WS-Cash-Account       PIC X(8).
      *> Stale checks come off cash into this liability until the
      *> employee claims them or they go to the state.
       01  WS-Unclaimed-Liability PIC X(8) VALUE '22400000'.
       01  WS-Reversed-Count     PIC 9(5) VALUE ZERO.
       01  WS-Reversed-Total     PIC 9(9)V99 VALUE ZERO.
       01  WS-Escheat-Count      PIC 9(5) VALUE ZERO.
       01  WS-Escheat-Total      PIC 9(9)V99 VALUE ZERO.
       01  WS-State-Count        PIC 9(5) VALUE ZERO.
       01  WS-State-Total        PIC 9(9)V99 VALUE ZERO.
       01  WS-Escheat-State      PIC X(2).
       01  WS-Dormancy-Days      PIC 9(4).
       01  WS-Held-Count         PIC 9(3) VALUE ZERO.
       01  WS-Held-Sub           PIC 9(3).
       01  WS-State-List-Count   PIC 9(2) VALUE ZERO.
       01  WS-State-Sub          PIC 9(2).
       01  WS-State-Listed       PIC X VALUE 'N'.
       01  WS-Eof-Switch         PIC X VALUE 'N'.
       01  WS-Master-Eof         PIC X VALUE 'N'.
       01  WS-Mode               PIC X VALUE 'I'.
           05 FILLER          PIC X(15) VALUE 'PAYREG TOTAL   '.
           05 RT-Register-Total PIC Z(8)9.99.

       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number      PIC 9(5).
              10 ET-Dept        PIC X(4).
              10 ET-Company     PIC X(2).
              10 ET-State       PIC X(2).

       01  Chart-Table.
           05 Chart-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Chart-Count
                  INDEXED BY Chart-Idx.
              10 CT-Dept           PIC X(4).
              10 CT-Credit-Account PIC X(8).

       01  Company-Table.
           05 Company-Entry OCCURS 0 TO 10 TIMES
                  DEPENDING ON WS-Company-Count
                  INDEXED BY Co-Idx.
              10 CP-Company    PIC X(2).
              10 CP-Total      PIC 9(9)V99.

      *> Days after issue an uncashed wage check stays with the
      *> employer before it is reportable to the state holding the
      *> employee's last known address. ZZ is the rule for any
      *> state not listed.
       01  Dormancy-Values.
           05 FILLER PIC X(6) VALUE 'CA0365'.
           05 FILLER PIC X(6) VALUE 'MA0365'.
           05 FILLER PIC X(6) VALUE 'NY0365'.
           05 FILLER PIC X(6) VALUE 'PA0730'.
           05 FILLER PIC X(6) VALUE 'TX0365'.
           05 FILLER PIC X(6) VALUE 'ZZ0365'.
       01  Dormancy-Table REDEFINES Dormancy-Values.
           05 Dormancy-Entry OCCURS 6 TIMES INDEXED BY Dorm-Idx.
              10 DM-State        PIC X(2).
              10 DM-Days         PIC 9(4).

      *> Unclaimed checks past dormancy, held with the address they
      *> report under until the report is printed state by state.
       01  Escheat-Table.
           05 Escheat-Entry OCCURS 0 TO 999 TIMES
                  DEPENDING ON WS-Held-Count.
              10 EH-Check-Pos    PIC 9(3).
              10 EH-State        PIC X(2).
              10 EH-Street       PIC X(30).
              10 EH-City         PIC X(20).
              10 EH-Zip          PIC X(10).
       01  State-List.
           05 State-List-Entry OCCURS 60 TIMES.
              10 SL-State        PIC X(2).

       01  WS-Escheat-Heading.
           05 FILLER          PIC X(28)
                  VALUE 'UNCLAIMED PROPERTY - STATE  '.
           05 EH-Head-State   PIC X(2).
           05 FILLER          PIC X(11) VALUE '  DORMANCY '.
           05 EH-Head-Days    PIC ZZZ9.
           05 FILLER          PIC X(5) VALUE ' DAYS'.
       01  WS-Escheat-Detail.
           05 ED-Check-Number PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ED-Issue-Date   PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ED-Emp-Number   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ED-Emp-Name     PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ED-Amount       PIC Z(6)9.99.
       01  WS-Escheat-Address.
           05 FILLER          PIC X(8) VALUE SPACES.
           05 EA-Street       PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EA-City         PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EA-State        PIC X(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EA-Zip          PIC X(10).
       01  WS-Escheat-State-Total.
           05 FILLER          PIC X(12) VALUE 'STATE TOTAL '.
           05 ET-Total-State  PIC X(2).
           05 FILLER          PIC X(8) VALUE ' CHECKS '.
           05 ET-Total-Count  PIC Z(4)9.
           05 FILLER          PIC X(8) VALUE ' AMOUNT '.
           05 ET-Total-Amount PIC Z(8)9.99.
       01  WS-Escheat-Grand-Total.
           05 FILLER          PIC X(20) VALUE 'ALL STATES   CHECKS '.
           05 EG-Count        PIC Z(4)9.
           05 FILLER          PIC X(8) VALUE ' AMOUNT '.
           05 EG-Amount       PIC Z(8)9.99.

      *> The whole check master held in storage while the bank's
      *> paid items post against it, then rewritten, the same way
      *> payRelease carries its hold file.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0100-Read-Mode-Card.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           EVALUATE WS-Mode
               WHEN 'R'
                   PERFORM 2000-Reconcile-Against-Bank
               WHEN 'S'
                   PERFORM 3000-Stale-Date-Run
               WHEN 'E'
                   PERFORM 4000-Unclaimed-Property-Report
               WHEN OTHER
                   PERFORM 1000-Issue-Checks
           END-EVALUATE.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The stale-date run is the only mode that posts to PAYGLEXT,
      *> so it logs under its own program name: the payroll runs
      *> that append to PAYGLEXT look for it by that name, and a
      *> reconcile or issue run does not count as a posting.
       0100-Read-Mode-Card.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               END-READ
               CLOSE Param-Card-File
           END-IF.
           IF WS-Mode = 'S'
               MOVE 'PAYCKSTALE' TO RCP-Program
               MOVE 'PAYCKSTALE' TO RLP-Program
           END-IF.

       1000-Issue-Checks.
           PERFORM 1100-Read-Last-Check-Number.
           READ Check-Request-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
      *> A day with more than one posting run leaves one total per
      *> run behind; the tie is their sum.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF Check-Request-Rec (1:4) = '*TOT'
                   ADD CKT-Register-Total TO WS-Register-Tie
               ELSE
                   PERFORM 1200-Issue-One-Check
               END-IF
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           PERFORM 2100-Load-Check-Master.
           PERFORM 2150-Refuse-Master-Overflow.
           OPEN OUTPUT Exception-File.
           PERFORM 2200-Post-Bank-Paid-Items.
           PERFORM 2300-Flag-Stale-Checks.
           CLOSE Exception-File.
           PERFORM 2400-Rewrite-Check-Master.
           DISPLAY 'RECONCILED - PAID: ' WS-Paid-Count
               ' ALTERED: ' WS-Altered-Count
               ' STALE: ' WS-Stale-Count
               ' UNKNOWN: ' WS-Unknown-Count.

      *> A run against a partial load would rewrite the master
      *> short and quietly delete the overflow - including
      *> outstanding checks. Refuse instead; the paid and stale
      *> generations belong on the retention sweep first.
       2150-Refuse-Master-Overflow.
           IF WS-Master-Overflow = 'Y'
               DISPLAY 'PAYCKMST EXCEEDS ' WS-Master-Count
                   ' RECORDS - RECONCILE REFUSED; ARCHIVE PAID '
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       2100-Load-Check-Master.
           OPEN INPUT Check-Master-File.
                   MOVE BP-Amount       TO EX-Amount
                   MOVE 'PAID CHECK NEVER ISSUED' TO EX-Reason
                   WRITE Exception-Rec
               WHEN CKT-Status (Chk-Idx) = 'U'
                    OR CKT-Status (Chk-Idx) = 'E'
                   ADD 1 TO WS-Altered-Count
                   MOVE BP-Check-Number       TO EX-Check-Number
                   MOVE CKT-Emp-Name (Chk-Idx) TO EX-Emp-Name
                   MOVE BP-Amount             TO EX-Amount
                   MOVE 'PAID AFTER STOP PAYMENT' TO EX-Reason
                   WRITE Exception-Rec
               WHEN CKT-Amount (Chk-Idx) NOT = BP-Amount
                   ADD 1 TO WS-Altered-Count
                   MOVE BP-Check-Number       TO EX-Check-Number
           END-PERFORM.
           CLOSE Check-Master-File.

      *> Stale-date run: every check still outstanding past the stale
      *> period, or flagged stale by an earlier reconcile, comes off
      *> cash into the unclaimed-wages liability, is stopped at the
      *> bank, and waits as unclaimed for the escheat report.
       3000-Stale-Date-Run.
           MOVE WS-Today TO WS-Date-Numeric.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           PERFORM 2100-Load-Check-Master.
           PERFORM 2150-Refuse-Master-Overflow.
           PERFORM 3010-Load-Employees.
           PERFORM 3020-Load-Chart-Of-Accounts.
           PERFORM 3030-Find-Current-Period.
           OPEN EXTEND GL-Extract-File.
           IF WS-GL-Extract-Status = '35'
               OPEN OUTPUT GL-Extract-File
           END-IF.
           IF WS-GL-Extract-Status NOT = '00'
               DISPLAY 'PAYGLEXT OPEN FAILED, STATUS='
                   WS-GL-Extract-Status
               MOVE 31 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Stop-Payment-File.
           OPEN OUTPUT Exception-File.
           PERFORM VARYING Chk-Idx FROM 1 BY 1
                   UNTIL Chk-Idx > WS-Master-Count
               IF CKT-Status (Chk-Idx) = 'O'
                   MOVE CKT-Issue-Date (Chk-Idx) TO WS-Date-Numeric
                   COMPUTE WS-Issue-Integer =
                       FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
                   COMPUTE WS-Days-Out =
                       WS-Today-Integer - WS-Issue-Integer
                   IF WS-Days-Out > WS-Stale-Days
                       PERFORM 3100-Reverse-Stale-Check
                   END-IF
               ELSE
                   IF CKT-Status (Chk-Idx) = 'S'
                       PERFORM 3100-Reverse-Stale-Check
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE Exception-File.
           CLOSE Stop-Payment-File.
           CLOSE GL-Extract-File.
           PERFORM 2400-Rewrite-Check-Master.
           PERFORM 3200-Post-Balance.
           DISPLAY 'STALE CHECKS REVERSED AND STOPPED: '
               WS-Reversed-Count ' TOTAL: ' WS-Reversed-Total.

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
                   IF WS-Emp-Count < 500
                       ADD 1 TO WS-Emp-Count
                       MOVE Emp-Number  TO ET-Number (WS-Emp-Count)
                       MOVE Emp-Dept    TO ET-Dept (WS-Emp-Count)
                       MOVE Emp-Company TO ET-Company (WS-Emp-Count)
                       MOVE Emp-State   TO ET-State (WS-Emp-Count)
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

       3020-Load-Chart-Of-Accounts.
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
               MOVE COA-Credit-Account
                   TO CT-Credit-Account (WS-Chart-Count)
               READ Chart-File
                   AT END MOVE 'Y' TO WS-Chart-Eof
               END-READ
           END-PERFORM.
           CLOSE Chart-File.

      *> The reversal posts in the period the run falls in; with no
      *> calendar entry for today it carries period zero.
       3030-Find-Current-Period.
           OPEN INPUT Calendar-File.
           IF WS-Calendar-Status = '00'
               READ Calendar-File
                   AT END MOVE 'Y' TO WS-Calendar-Eof
               END-READ
               PERFORM UNTIL WS-Calendar-Eof = 'Y'
                   IF WS-Today NOT < CAL-Begin-Date
                        AND WS-Today NOT > CAL-End-Date
                       MOVE CAL-Period-Number TO WS-Period-Number
                   END-IF
                   READ Calendar-File
                       AT END MOVE 'Y' TO WS-Calendar-Eof
                   END-READ
               END-PERFORM
               CLOSE Calendar-File
           END-IF.

      *> The check credited its department's cash account when it
      *> posted; the reversal debits that account back and credits
      *> the unclaimed-wages liability.
       3100-Reverse-Stale-Check.
           MOVE 'N' TO WS-Emp-Found.
           MOVE 'N' TO WS-Chart-Found.
           SET Emp-Idx TO 1.
           SEARCH Employee-Entry
               AT END CONTINUE
               WHEN ET-Number (Emp-Idx) = CKT-Emp-Number (Chk-Idx)
                   MOVE 'Y' TO WS-Emp-Found
           END-SEARCH.
           IF WS-Emp-Found = 'Y'
               SET Chart-Idx TO 1
               SEARCH Chart-Entry
                   AT END CONTINUE
                   WHEN CT-Dept (Chart-Idx) = ET-Dept (Emp-Idx)
                       MOVE CT-Credit-Account (Chart-Idx)
                           TO WS-Cash-Account
                       MOVE 'Y' TO WS-Chart-Found
               END-SEARCH
           END-IF.
           MOVE CKT-Number (Chk-Idx)   TO EX-Check-Number.
           MOVE CKT-Emp-Name (Chk-Idx) TO EX-Emp-Name.
           MOVE CKT-Amount (Chk-Idx)   TO EX-Amount.
           EVALUATE TRUE
               WHEN WS-Emp-Found = 'N'
                   MOVE 'STALE - EMPLOYEE NOT FOUND' TO EX-Reason
                   WRITE Exception-Rec
               WHEN WS-Chart-Found = 'N'
                   MOVE 'STALE - DEPT NOT IN CHART' TO EX-Reason
                   WRITE Exception-Rec
               WHEN OTHER
                   MOVE CKT-Emp-Name (Chk-Idx)   TO GL-Emp-Name
                   MOVE CKT-Emp-Number (Chk-Idx) TO GL-Emp-Number
                   MOVE WS-Period-Number         TO GL-Period
                   MOVE CKT-Amount (Chk-Idx)     TO GL-Amount
                   MOVE 'D'             TO GL-Dr-Cr
                   MOVE WS-Cash-Account TO GL-Account
                   WRITE GL-Extract-Line
                   MOVE 'C'                    TO GL-Dr-Cr
                   MOVE WS-Unclaimed-Liability TO GL-Account
                   WRITE GL-Extract-Line
                   MOVE WS-Disbursement-Acct     TO SP-Account
                   MOVE CKT-Number (Chk-Idx)     TO SP-Check-Number
                   MOVE CKT-Amount (Chk-Idx)     TO SP-Amount
                   MOVE CKT-Issue-Date (Chk-Idx) TO SP-Issue-Date
                   MOVE CKT-Emp-Name (Chk-Idx)   TO SP-Payee
                   MOVE 'STALE DATE'             TO SP-Reason
                   WRITE Stop-Payment-Rec
                   MOVE 'U' TO CKT-Status (Chk-Idx)
                   MOVE 'STALE - REVERSED, STOPPED' TO EX-Reason
                   WRITE Exception-Rec
                   ADD 1 TO WS-Reversed-Count
                   ADD CKT-Amount (Chk-Idx) TO WS-Reversed-Total
                   PERFORM 3150-Accumulate-Company-Total
           END-EVALUATE.

       3150-Accumulate-Company-Total.
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
                   ADD CKT-Amount (Chk-Idx) TO CP-Total (Co-Idx)
                   MOVE 'Y' TO WS-Company-Found
           END-SEARCH.
           IF WS-Company-Found = 'N' AND WS-Company-Count < 10
               ADD 1 TO WS-Company-Count
               MOVE WS-Posting-Company TO CP-Company (WS-Company-Count)
               MOVE CKT-Amount (Chk-Idx) TO CP-Total (WS-Company-Count)
           END-IF.

      *> The reversal's cash debits land on PAYGLEXT, so they post
      *> under the payroll source for eodBalance to prove.
       3200-Post-Balance.
           OPEN EXTEND Balance-File.
           PERFORM VARYING Co-Idx FROM 1 BY 1
                   UNTIL Co-Idx > WS-Company-Count
               MOVE 'PAYROLL'  TO BAL-Source
               MOVE WS-Today   TO BAL-Run-Date
               MOVE CP-Total (Co-Idx)   TO BAL-Amount
               MOVE CP-Company (Co-Idx) TO BAL-Company
               WRITE Balance-Rec
           END-PERFORM.
           CLOSE Balance-File.

      *> Annual unclaimed-property report: unclaimed checks past the
      *> dormancy period of the state holding the employee's last
      *> known address, grouped by that state, then marked reported.
       4000-Unclaimed-Property-Report.
           MOVE WS-Today TO WS-Date-Numeric.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           PERFORM 2100-Load-Check-Master.
           PERFORM 2150-Refuse-Master-Overflow.
           PERFORM 3010-Load-Employees.
           OPEN INPUT Address-File.
           IF WS-Address-Status = '00'
               MOVE 'Y' TO WS-Address-Avail
           END-IF.
           OPEN OUTPUT Escheat-Report.
           PERFORM VARYING Chk-Idx FROM 1 BY 1
                   UNTIL Chk-Idx > WS-Master-Count
               IF CKT-Status (Chk-Idx) = 'U'
                   PERFORM 4100-Hold-If-Dormant
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-State-Sub FROM 1 BY 1
                   UNTIL WS-State-Sub > WS-State-List-Count
               PERFORM 4200-Report-One-State
           END-PERFORM.
           MOVE WS-Escheat-Count TO EG-Count.
           MOVE WS-Escheat-Total TO EG-Amount.
           WRITE Escheat-Line FROM WS-Escheat-Grand-Total.
           CLOSE Escheat-Report.
           IF WS-Address-Avail = 'Y'
               CLOSE Address-File
           END-IF.
           PERFORM 2400-Rewrite-Check-Master.
           DISPLAY 'UNCLAIMED CHECKS REPORTED: ' WS-Escheat-Count
               ' TOTAL: ' WS-Escheat-Total.

      *> The address on PAYADDR decides the state; with none on file
      *> the employee's work state stands in as last known.
       4100-Hold-If-Dormant.
           MOVE SPACES TO WS-Escheat-State.
           MOVE SPACES TO EA-Street EA-City EA-Zip.
           IF WS-Address-Avail = 'Y'
               MOVE CKT-Emp-Number (Chk-Idx) TO AD-Emp-Number
               READ Address-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AD-State  TO WS-Escheat-State
                       MOVE AD-Street TO EA-Street
                       MOVE AD-City   TO EA-City
                       MOVE AD-Zip    TO EA-Zip
               END-READ
           END-IF.
           IF WS-Escheat-State = SPACES
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END MOVE 'ZZ' TO WS-Escheat-State
                   WHEN ET-Number (Emp-Idx) = CKT-Emp-Number (Chk-Idx)
                       MOVE ET-State (Emp-Idx) TO WS-Escheat-State
               END-SEARCH
           END-IF.
           PERFORM 4150-Find-Dormancy.
           MOVE CKT-Issue-Date (Chk-Idx) TO WS-Date-Numeric.
           COMPUTE WS-Issue-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           COMPUTE WS-Days-Out = WS-Today-Integer - WS-Issue-Integer.
           IF WS-Days-Out > WS-Dormancy-Days
                AND WS-Held-Count < 999
               ADD 1 TO WS-Held-Count
               SET EH-Check-Pos (WS-Held-Count) TO Chk-Idx
               MOVE WS-Escheat-State TO EH-State (WS-Held-Count)
               MOVE EA-Street        TO EH-Street (WS-Held-Count)
               MOVE EA-City          TO EH-City (WS-Held-Count)
               MOVE EA-Zip           TO EH-Zip (WS-Held-Count)
               MOVE 'N' TO WS-State-Listed
               PERFORM VARYING WS-State-Sub FROM 1 BY 1
                       UNTIL WS-State-Sub > WS-State-List-Count
                   IF SL-State (WS-State-Sub) = WS-Escheat-State
                       MOVE 'Y' TO WS-State-Listed
                   END-IF
               END-PERFORM
               IF WS-State-Listed = 'N' AND WS-State-List-Count < 60
                   ADD 1 TO WS-State-List-Count
                   MOVE WS-Escheat-State
                       TO SL-State (WS-State-List-Count)
               END-IF
           END-IF.

       4150-Find-Dormancy.
           SET Dorm-Idx TO 1.
           SEARCH Dormancy-Entry
               AT END
                   SET Dorm-Idx TO 6
               WHEN DM-State (Dorm-Idx) = WS-Escheat-State
                   CONTINUE
           END-SEARCH.
           MOVE DM-Days (Dorm-Idx) TO WS-Dormancy-Days.

       4200-Report-One-State.
           MOVE SL-State (WS-State-Sub) TO WS-Escheat-State.
           PERFORM 4150-Find-Dormancy.
           MOVE WS-Escheat-State TO EH-Head-State.
           MOVE WS-Dormancy-Days TO EH-Head-Days.
           WRITE Escheat-Line FROM WS-Escheat-Heading.
           MOVE ZERO TO WS-State-Count.
           MOVE ZERO TO WS-State-Total.
           PERFORM VARYING WS-Held-Sub FROM 1 BY 1
                   UNTIL WS-Held-Sub > WS-Held-Count
               IF EH-State (WS-Held-Sub) = WS-Escheat-State
                   SET Chk-Idx TO EH-Check-Pos (WS-Held-Sub)
                   MOVE CKT-Number (Chk-Idx)     TO ED-Check-Number
                   MOVE CKT-Issue-Date (Chk-Idx) TO ED-Issue-Date
                   MOVE CKT-Emp-Number (Chk-Idx) TO ED-Emp-Number
                   MOVE CKT-Emp-Name (Chk-Idx)   TO ED-Emp-Name
                   MOVE CKT-Amount (Chk-Idx)     TO ED-Amount
                   WRITE Escheat-Line FROM WS-Escheat-Detail
                   MOVE EH-Street (WS-Held-Sub) TO EA-Street
                   MOVE EH-City (WS-Held-Sub)   TO EA-City
                   MOVE EH-State (WS-Held-Sub)  TO EA-State
                   MOVE EH-Zip (WS-Held-Sub)    TO EA-Zip
                   WRITE Escheat-Line FROM WS-Escheat-Address
                   MOVE 'E' TO CKT-Status (Chk-Idx)
                   ADD 1 TO WS-State-Count
                   ADD CKT-Amount (Chk-Idx) TO WS-State-Total
               END-IF
           END-PERFORM.
           MOVE WS-Escheat-State TO ET-Total-State.
           MOVE WS-State-Count   TO ET-Total-Count.
           MOVE WS-State-Total   TO ET-Total-Amount.
           WRITE Escheat-Line FROM WS-Escheat-State-Total.
           ADD WS-State-Count TO WS-Escheat-Count.
           ADD WS-State-Total TO WS-Escheat-Total.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
