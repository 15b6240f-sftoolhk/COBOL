       IDENTIFICATION DIVISION.
       PROGRAM-ID. payBenElect.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Benefit plan master: one record per plan and coverage tier,
      *> with the employee's cost per period, the employer's share,
      *> the deduction priority, and who may enroll.
           SELECT Plan-File ASSIGN TO "PAYBENPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Plan-Status.
      *> Election cards from open enrollment or a mid-year change:
      *> E elects a plan and tier, W waives the plan type outright.
           SELECT Election-File ASSIGN TO "PAYBENEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Election-Status.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
      *> The deduction master addValues walks by key; an election
      *> builds or replaces the employee's record for the plan type.
           SELECT Deduction-File ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-Key
               FILE STATUS IS WS-Deduction-Status.
      *> Employer share per employee and plan, carried across runs
      *> and loaded by addValues into the employer-cost accrual.
           SELECT Employer-Share-File ASSIGN TO "PAYBENER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Share-Status.
      *> Confirmation statement, one block per employee carded.
           SELECT Confirm-File ASSIGN TO "PAYBENCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Confirm-Status.

       DATA DIVISION.
       FILE SECTION.
      *> The plan code is the deduction type on PAYDEDUC and the
      *> remittance payee key on DEDPAYEE. Plan type M = medical,
      *> D = dental, V = vision, R = retirement; an employee holds
      *> at most one plan of each type. Method P = percent of pay,
      *> anything else a flat amount per period. Eligibility A = all
      *> employees, S = salaried only, H = hourly only.
       FD  Plan-File.
       01  Plan-Rec.
           05 BP-Plan-Code      PIC X(3).
           05 BP-Tier           PIC X(2).
           05 BP-Plan-Type      PIC X.
           05 BP-Description    PIC X(20).
           05 BP-Method         PIC X.
           05 BP-Emp-Cost       PIC 9(5)V99.
           05 BP-Emplr-Cost     PIC 9(5)V99.
           05 BP-Priority       PIC 9.
           05 BP-Eligible       PIC X.
           05 BP-Wait-Days      PIC 9(3).

      *> A blank effective date means today; the waiting period is
      *> measured from the hire date to the effective date.
       FD  Election-File.
       01  Election-Rec.
           05 EL-Action         PIC X.
              88 EL-Is-Elect       VALUE 'E'.
              88 EL-Is-Waive       VALUE 'W'.
           05 EL-Emp-Number-Text PIC X(5).
           05 EL-Emp-Number REDEFINES EL-Emp-Number-Text PIC 9(5).
           05 EL-Plan-Type      PIC X.
           05 EL-Plan-Code      PIC X(3).
           05 EL-Tier           PIC X(2).
           05 EL-Effective-Date PIC X(8).

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

       FD  Employer-Share-File.
       01  Employer-Share-Rec.
           05 BE-Emp-Number   PIC 9(5).
           05 BE-Plan-Type    PIC X.
           05 BE-Plan-Code    PIC X(3).
           05 BE-Tier         PIC X(2).
           05 BE-Method       PIC X.
           05 BE-Emplr-Cost   PIC 9(5)V99.

       FD  Confirm-File.
       01  Confirm-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Plan-Status       PIC XX.
       01  WS-Election-Status   PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Deduction-Status  PIC XX.
       01  WS-Share-Status      PIC XX.
       01  WS-Confirm-Status    PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Plan-Eof          PIC X VALUE 'N'.
       01  WS-Employee-Eof      PIC X VALUE 'N'.
       01  WS-Share-Eof         PIC X VALUE 'N'.
       01  WS-Deduction-Done    PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Effective-Date    PIC X(8).
       01  WS-Input-Valid       PIC X VALUE 'Y'.
       01  WS-Reason            PIC X(25).
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Plan-Found        PIC X VALUE 'N'.
       01  WS-Plan-Type         PIC X.
       01  WS-Plan-Count        PIC 9(3) VALUE ZERO.
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Share-Count       PIC 9(4) VALUE ZERO.
       01  WS-Share-Sub         PIC 9(4).
       01  WS-Share-Keep        PIC 9(4).
       01  WS-Delete-Count      PIC 9(2) VALUE ZERO.
       01  WS-Delete-Sub        PIC 9(2).
       01  WS-Last-Emp-Number   PIC 9(5) VALUE ZERO.
       01  WS-Accepted-Count    PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Hire-Integer      PIC 9(8).
       01  WS-Effective-Integer PIC 9(8).
       01  WS-Emp-Period-Cost   PIC 9(7)V99.
       01  WS-Line-Emp-Cost     PIC 9(7)V99.
       01  WS-Line-Emplr-Cost   PIC 9(7)V99.

      *> Plan master loaded once; every election searches it.
       01  Plan-Table.
           05 Plan-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Plan-Count
                  INDEXED BY Plan-Idx.
              10 PT-Plan-Code    PIC X(3).
              10 PT-Tier         PIC X(2).
              10 PT-Plan-Type    PIC X.
              10 PT-Description  PIC X(20).
              10 PT-Method       PIC X.
              10 PT-Emp-Cost     PIC 9(5)V99.
              10 PT-Emplr-Cost   PIC 9(5)V99.
              10 PT-Priority     PIC 9.
              10 PT-Eligible     PIC X.
              10 PT-Wait-Days    PIC 9(3).

       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number       PIC 9(5).
              10 ET-Name         PIC X(20).
              10 ET-Pay-Type     PIC X.
              10 ET-Net-Salary   PIC 9(7)V99.
              10 ET-Hire-Date    PIC X(8).
              10 ET-Term-Date    PIC X(8).

      *> Employer shares held in storage while elections apply, then
      *> rewritten whole; a waived or replaced plan's share drops out.
       01  Share-Table.
           05 Share-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Share-Count
                  INDEXED BY Shr-Idx.
              10 SH-Emp-Number   PIC 9(5).
              10 SH-Plan-Type    PIC X.
              10 SH-Plan-Code    PIC X(3).
              10 SH-Tier         PIC X(2).
              10 SH-Method       PIC X.
              10 SH-Emplr-Cost   PIC 9(5)V99.
              10 SH-Dropped      PIC X.

      *> Keys of the employee's existing deductions for the plan type
      *> being replaced, gathered first and deleted after the walk.
       01  Delete-Table.
           05 Delete-Entry OCCURS 20 TIMES.
              10 DL-Key          PIC X(9).

       01  WS-Confirm-Heading.
           05 FILLER          PIC X(28)
                  VALUE 'BENEFIT ELECTION CONFIRMED  '.
           05 CH-Number       PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CH-Name         PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CH-Date         PIC X(8).
       01  WS-Confirm-Detail.
           05 CD-Action       PIC X(8).
           05 CD-Plan-Type    PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CD-Plan-Code    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CD-Tier         PIC X(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CD-Description  PIC X(20).
           05 FILLER          PIC X(5) VALUE ' YOU '.
           05 CD-Emp-Cost     PIC Z(4)9.99.
           05 FILLER          PIC X(5) VALUE ' ER  '.
           05 CD-Emplr-Cost   PIC Z(4)9.99.
       01  WS-Confirm-Refusal.
           05 FILLER          PIC X(8) VALUE 'REFUSED '.
           05 CR-Plan-Type    PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CR-Plan-Code    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CR-Tier         PIC X(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CR-Reason       PIC X(25).
       01  WS-Confirm-Current.
           05 FILLER          PIC X(8) VALUE '  NOW   '.
           05 CC-Type         PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CC-Priority     PIC 9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CC-Method       PIC X.
           05 CC-Value        PIC Z(4)9.99.
       01  WS-Confirm-Total.
           05 FILLER          PIC X(30)
                  VALUE 'TOTAL FLAT DEDUCTIONS/PERIOD: '.
           05 CT-Total        PIC Z(6)9.99.
       01  WS-Confirm-Separator PIC X(60) VALUE ALL '-'.
       01  WS-Confirm-Summary.
           05 FILLER          PIC X(19) VALUE 'ELECTIONS ACCEPTED '.
           05 CS-Accepted     PIC Z(4)9.
           05 FILLER          PIC X(10) VALUE ' REFUSED  '.
           05 CS-Refused      PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYBENELECT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYBENELECT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0010-Load-Plan-Master.
           PERFORM 0020-Load-Employees.
           PERFORM 0030-Load-Employer-Shares.
           OPEN INPUT Election-File.
           IF WS-Election-Status NOT = '00'
               DISPLAY 'PAYBENEL OPEN FAILED, STATUS='
                   WS-Election-Status
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Deduction-File.
           IF WS-Deduction-Status = '35'
               OPEN OUTPUT Deduction-File
               CLOSE Deduction-File
               OPEN I-O Deduction-File
           END-IF.
           IF WS-Deduction-Status NOT = '00'
               DISPLAY 'PAYDEDUC OPEN FAILED, STATUS='
                   WS-Deduction-Status
               MOVE 57 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Confirm-File.
           READ Election-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Process-Election
               READ Election-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           IF WS-Last-Emp-Number NOT = ZERO
               PERFORM 1800-Write-Current-Deductions
           END-IF.
           MOVE WS-Accepted-Count TO CS-Accepted.
           MOVE WS-Refused-Count  TO CS-Refused.
           WRITE Confirm-Line FROM WS-Confirm-Summary.
           CLOSE Election-File.
           CLOSE Deduction-File.
           CLOSE Confirm-File.
           PERFORM 0090-Save-Employer-Shares.
           DISPLAY 'ELECTIONS ACCEPTED: ' WS-Accepted-Count
               ' REFUSED: ' WS-Refused-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0010-Load-Plan-Master.
           OPEN INPUT Plan-File.
           IF WS-Plan-Status NOT = '00'
               DISPLAY 'PAYBENPL OPEN FAILED, STATUS=' WS-Plan-Status
               MOVE 26 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Plan-File
               AT END MOVE 'Y' TO WS-Plan-Eof
           END-READ.
           PERFORM UNTIL WS-Plan-Eof = 'Y' OR WS-Plan-Count >= 200
               ADD 1 TO WS-Plan-Count
               MOVE BP-Plan-Code   TO PT-Plan-Code (WS-Plan-Count)
               MOVE BP-Tier        TO PT-Tier (WS-Plan-Count)
               MOVE BP-Plan-Type   TO PT-Plan-Type (WS-Plan-Count)
               MOVE BP-Description TO PT-Description (WS-Plan-Count)
               MOVE BP-Method      TO PT-Method (WS-Plan-Count)
               MOVE BP-Emp-Cost    TO PT-Emp-Cost (WS-Plan-Count)
               MOVE BP-Emplr-Cost  TO PT-Emplr-Cost (WS-Plan-Count)
               MOVE BP-Priority    TO PT-Priority (WS-Plan-Count)
               MOVE BP-Eligible    TO PT-Eligible (WS-Plan-Count)
               MOVE BP-Wait-Days   TO PT-Wait-Days (WS-Plan-Count)
               READ Plan-File
                   AT END MOVE 'Y' TO WS-Plan-Eof
               END-READ
           END-PERFORM.
           CLOSE Plan-File.

       0020-Load-Employees.
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
                       MOVE Emp-Number    TO ET-Number (WS-Emp-Count)
                       MOVE Emp-Name      TO ET-Name (WS-Emp-Count)
                       MOVE Emp-Pay-Type  TO ET-Pay-Type (WS-Emp-Count)
                       MOVE Emp-Net-Salary
                           TO ET-Net-Salary (WS-Emp-Count)
                       MOVE Emp-Hire-Date TO ET-Hire-Date (WS-Emp-Count)
                       MOVE Emp-Term-Date TO ET-Term-Date (WS-Emp-Count)
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

      *> A partial load followed by the end-of-job rewrite would drop
      *> employer shares finance is accruing; refuse instead, the
      *> way addValues refuses an arrears file it cannot hold.
       0030-Load-Employer-Shares.
           OPEN INPUT Employer-Share-File.
           IF WS-Share-Status = '00'
               READ Employer-Share-File
                   AT END MOVE 'Y' TO WS-Share-Eof
               END-READ
               PERFORM UNTIL WS-Share-Eof = 'Y'
                       OR WS-Share-Count >= 2000
                   ADD 1 TO WS-Share-Count
                   MOVE BE-Emp-Number TO SH-Emp-Number (WS-Share-Count)
                   MOVE BE-Plan-Type  TO SH-Plan-Type (WS-Share-Count)
                   MOVE BE-Plan-Code  TO SH-Plan-Code (WS-Share-Count)
                   MOVE BE-Tier       TO SH-Tier (WS-Share-Count)
                   MOVE BE-Method     TO SH-Method (WS-Share-Count)
                   MOVE BE-Emplr-Cost TO SH-Emplr-Cost (WS-Share-Count)
                   MOVE 'N'           TO SH-Dropped (WS-Share-Count)
                   READ Employer-Share-File
                       AT END MOVE 'Y' TO WS-Share-Eof
                   END-READ
               END-PERFORM
               CLOSE Employer-Share-File
               IF WS-Share-Eof = 'N'
                   DISPLAY 'PAYBENER EXCEEDS ' WS-Share-Count
                       ' RECORDS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'EMPLOYER SHARE FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Share-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0090-Save-Employer-Shares.
           OPEN OUTPUT Employer-Share-File.
           PERFORM VARYING Shr-Idx FROM 1 BY 1
                   UNTIL Shr-Idx > WS-Share-Count
               IF SH-Dropped (Shr-Idx) = 'N'
                   MOVE SH-Emp-Number (Shr-Idx) TO BE-Emp-Number
                   MOVE SH-Plan-Type (Shr-Idx)  TO BE-Plan-Type
                   MOVE SH-Plan-Code (Shr-Idx)  TO BE-Plan-Code
                   MOVE SH-Tier (Shr-Idx)       TO BE-Tier
                   MOVE SH-Method (Shr-Idx)     TO BE-Method
                   MOVE SH-Emplr-Cost (Shr-Idx) TO BE-Emplr-Cost
                   WRITE Employer-Share-Rec
               END-IF
           END-PERFORM.
           CLOSE Employer-Share-File.

      *> Cards arrive grouped by employee; each new employee closes
      *> the previous one's statement with the deductions now on
      *> file and opens their own.
       1000-Process-Election.
           MOVE 'Y' TO WS-Input-Valid.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Emp-Found.
           MOVE 'N' TO WS-Plan-Found.
           IF EL-Effective-Date NUMERIC
               MOVE EL-Effective-Date TO WS-Effective-Date
           ELSE
               MOVE WS-Today TO WS-Effective-Date
           END-IF.
           IF EL-Emp-Number-Text NUMERIC
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END CONTINUE
                   WHEN ET-Number (Emp-Idx) = EL-Emp-Number
                       MOVE 'Y' TO WS-Emp-Found
               END-SEARCH
           END-IF.
           IF WS-Emp-Found = 'Y'
                AND EL-Emp-Number NOT = WS-Last-Emp-Number
               IF WS-Last-Emp-Number NOT = ZERO
                   PERFORM 1800-Write-Current-Deductions
               END-IF
               MOVE EL-Emp-Number    TO WS-Last-Emp-Number
               MOVE EL-Emp-Number    TO CH-Number
               MOVE ET-Name (Emp-Idx) TO CH-Name
               MOVE WS-Effective-Date TO CH-Date
               WRITE Confirm-Line FROM WS-Confirm-Heading
           END-IF.
           IF EL-Is-Elect
               SET Plan-Idx TO 1
               SEARCH Plan-Entry
                   AT END CONTINUE
                   WHEN PT-Plan-Code (Plan-Idx) = EL-Plan-Code
                        AND PT-Tier (Plan-Idx) = EL-Tier
                       MOVE 'Y' TO WS-Plan-Found
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN NOT EL-Is-Elect AND NOT EL-Is-Waive
                   MOVE 'ACTION NOT E OR W' TO WS-Reason
               WHEN WS-Emp-Found = 'N'
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-Reason
               WHEN ET-Term-Date (Emp-Idx) NUMERIC
                    AND ET-Term-Date (Emp-Idx) < WS-Effective-Date
                   MOVE 'EMPLOYEE TERMINATED' TO WS-Reason
               WHEN EL-Is-Waive AND EL-Plan-Type = SPACE
                   MOVE 'PLAN TYPE MISSING' TO WS-Reason
               WHEN EL-Is-Waive
                   MOVE EL-Plan-Type TO WS-Plan-Type
               WHEN WS-Plan-Found = 'N'
                   MOVE 'PLAN/TIER NOT ON MASTER' TO WS-Reason
               WHEN EL-Plan-Type NOT = SPACE
                    AND EL-Plan-Type NOT = PT-Plan-Type (Plan-Idx)
                   MOVE 'PLAN TYPE DOES NOT MATCH' TO WS-Reason
               WHEN PT-Eligible (Plan-Idx) = 'H'
                    AND ET-Pay-Type (Emp-Idx) NOT = 'H'
                   MOVE 'PLAN FOR HOURLY ONLY' TO WS-Reason
               WHEN PT-Eligible (Plan-Idx) = 'S'
                    AND ET-Pay-Type (Emp-Idx) = 'H'
                   MOVE 'PLAN FOR SALARIED ONLY' TO WS-Reason
               WHEN OTHER
                   MOVE PT-Plan-Type (Plan-Idx) TO WS-Plan-Type
                   PERFORM 1100-Check-Waiting-Period
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE 'N' TO WS-Input-Valid
           END-IF.
           IF WS-Input-Valid = 'Y' AND EL-Is-Elect
               IF PT-Emplr-Cost (Plan-Idx) > ZERO
                    AND WS-Share-Count >= 2000
                   PERFORM 1290-Refuse-Share-Overflow
               END-IF
           END-IF.
           IF WS-Input-Valid = 'Y'
               PERFORM 1200-Remove-Plan-Type
               IF EL-Is-Elect
                   PERFORM 1300-Write-Election
               ELSE
                   MOVE 'WAIVED  '    TO CD-Action
                   MOVE WS-Plan-Type  TO CD-Plan-Type
                   MOVE SPACES        TO CD-Plan-Code
                   MOVE SPACES        TO CD-Tier
                   MOVE 'COVERAGE WAIVED'  TO CD-Description
                   MOVE ZERO          TO CD-Emp-Cost
                   MOVE ZERO          TO CD-Emplr-Cost
                   WRITE Confirm-Line FROM WS-Confirm-Detail
               END-IF
               ADD 1 TO WS-Accepted-Count
           ELSE
               MOVE EL-Plan-Type TO CR-Plan-Type
               MOVE EL-Plan-Code TO CR-Plan-Code
               MOVE EL-Tier      TO CR-Tier
               MOVE WS-Reason    TO CR-Reason
               IF WS-Emp-Found = 'Y'
                   WRITE Confirm-Line FROM WS-Confirm-Refusal
               END-IF
               ADD 1 TO WS-Refused-Count
               DISPLAY 'ELECTION REFUSED: ' EL-Emp-Number-Text
                   ' ' EL-Plan-Code ' ' WS-Reason
           END-IF.

      *> A new hire enrolls once the plan's waiting period has run
      *> from the hire date; a blank hire date is a long-service
      *> employee from before the dates were kept.
       1100-Check-Waiting-Period.
           IF ET-Hire-Date (Emp-Idx) NUMERIC
                AND PT-Wait-Days (Plan-Idx) > ZERO
               MOVE ET-Hire-Date (Emp-Idx) TO WS-Date-Numeric
               COMPUTE WS-Hire-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               MOVE WS-Effective-Date TO WS-Date-Numeric
               COMPUTE WS-Effective-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
               IF WS-Effective-Integer - WS-Hire-Integer <
                       PT-Wait-Days (Plan-Idx)
                   MOVE 'IN PLAN WAITING PERIOD' TO WS-Reason
               END-IF
           END-IF.

      *> Whatever the employee holds of this plan type today goes,
      *> on the deduction master and the employer share alike, so
      *> an election replaces rather than stacks.
       1200-Remove-Plan-Type.
           MOVE ZERO TO WS-Delete-Count.
           MOVE EL-Emp-Number TO DD-Emp-Number.
           MOVE ZERO          TO DD-Priority.
           MOVE SPACES        TO DD-Type.
           MOVE 'N' TO WS-Deduction-Done.
           START Deduction-File KEY NOT < DD-Key
               INVALID KEY MOVE 'Y' TO WS-Deduction-Done
           END-START.
           PERFORM UNTIL WS-Deduction-Done = 'Y'
               READ Deduction-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Deduction-Done
                   NOT AT END
                       IF DD-Emp-Number NOT = EL-Emp-Number
                           MOVE 'Y' TO WS-Deduction-Done
                       ELSE
                           PERFORM 1210-Mark-If-Plan-Type
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-Delete-Sub FROM 1 BY 1
                   UNTIL WS-Delete-Sub > WS-Delete-Count
               MOVE DL-Key (WS-Delete-Sub) TO DD-Key
               DELETE Deduction-File
                   INVALID KEY
                       DISPLAY 'PAYDEDUC DELETE FAILED, KEY=' DD-Key
               END-DELETE
           END-PERFORM.
           PERFORM VARYING Shr-Idx FROM 1 BY 1
                   UNTIL Shr-Idx > WS-Share-Count
               IF SH-Emp-Number (Shr-Idx) = EL-Emp-Number
                    AND SH-Plan-Type (Shr-Idx) = WS-Plan-Type
                   MOVE 'Y' TO SH-Dropped (Shr-Idx)
               END-IF
           END-PERFORM.

      *> Only plan codes belong to a plan type; garnishments and the
      *> other hand-keyed deductions are never touched here.
       1210-Mark-If-Plan-Type.
           PERFORM VARYING WS-Share-Sub FROM 1 BY 1
                   UNTIL WS-Share-Sub > WS-Plan-Count
               IF PT-Plan-Code (WS-Share-Sub) = DD-Type
                    AND PT-Plan-Type (WS-Share-Sub) = WS-Plan-Type
                    AND WS-Delete-Count < 20
                   ADD 1 TO WS-Delete-Count
                   MOVE DD-Key TO DL-Key (WS-Delete-Count)
                   MOVE WS-Plan-Count TO WS-Share-Sub
               END-IF
           END-PERFORM.

      *> An election whose employer share cannot be carried is not
      *> applied at all: the run stops before this card touches the
      *> deduction master, and the shares for the cards already
      *> applied are saved so the two files agree. Elections replace
      *> rather than stack, so the rerun can take the whole file.
       1290-Refuse-Share-Overflow.
           DISPLAY 'EMPLOYER SHARE TABLE FULL AT ' WS-Share-Count
               ' - RUN REFUSED AT ' EL-Emp-Number-Text ' '
               EL-Plan-Code.
           CLOSE Election-File.
           CLOSE Deduction-File.
           CLOSE Confirm-File.
           PERFORM 0090-Save-Employer-Shares.
           MOVE 'E' TO RLP-Severity.
           MOVE 'EMPLOYER SHARE TABLE FULL' TO RLP-Message.
           MOVE WS-Share-Count TO RLP-Count.
           MOVE 96 TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE 96 TO RETURN-CODE.
           STOP RUN.

       1300-Write-Election.
           MOVE EL-Emp-Number            TO DD-Emp-Number.
           MOVE PT-Priority (Plan-Idx)   TO DD-Priority.
           MOVE PT-Plan-Code (Plan-Idx)  TO DD-Type.
           MOVE ET-Name (Emp-Idx)        TO DD-Emp-Name.
           MOVE PT-Method (Plan-Idx)     TO DD-Method.
           MOVE PT-Emp-Cost (Plan-Idx)   TO DD-Value.
           MOVE 'N'                      TO DD-Mandatory.
           WRITE Deduction-Rec
               INVALID KEY
                   REWRITE Deduction-Rec
           END-WRITE.
           IF PT-Emplr-Cost (Plan-Idx) > ZERO
               ADD 1 TO WS-Share-Count
               MOVE EL-Emp-Number
                   TO SH-Emp-Number (WS-Share-Count)
               MOVE PT-Plan-Type (Plan-Idx)
                   TO SH-Plan-Type (WS-Share-Count)
               MOVE PT-Plan-Code (Plan-Idx)
                   TO SH-Plan-Code (WS-Share-Count)
               MOVE PT-Tier (Plan-Idx)
                   TO SH-Tier (WS-Share-Count)
               MOVE PT-Method (Plan-Idx)
                   TO SH-Method (WS-Share-Count)
               MOVE PT-Emplr-Cost (Plan-Idx)
                   TO SH-Emplr-Cost (WS-Share-Count)
               MOVE 'N' TO SH-Dropped (WS-Share-Count)
           END-IF.
           PERFORM 1310-Compute-Line-Costs.
           MOVE 'ELECTED '               TO CD-Action.
           MOVE PT-Plan-Type (Plan-Idx)  TO CD-Plan-Type.
           MOVE PT-Plan-Code (Plan-Idx)  TO CD-Plan-Code.
           MOVE PT-Tier (Plan-Idx)       TO CD-Tier.
           MOVE PT-Description (Plan-Idx) TO CD-Description.
           MOVE WS-Line-Emp-Cost         TO CD-Emp-Cost.
           MOVE WS-Line-Emplr-Cost       TO CD-Emplr-Cost.
           WRITE Confirm-Line FROM WS-Confirm-Detail.

      *> A percent plan shows the employee what it comes to on the
      *> current period pay.
       1310-Compute-Line-Costs.
           IF PT-Method (Plan-Idx) = 'P'
               COMPUTE WS-Line-Emp-Cost ROUNDED =
                   ET-Net-Salary (Emp-Idx) * PT-Emp-Cost (Plan-Idx)
                   / 100
               COMPUTE WS-Line-Emplr-Cost ROUNDED =
                   ET-Net-Salary (Emp-Idx) * PT-Emplr-Cost (Plan-Idx)
                   / 100
           ELSE
               MOVE PT-Emp-Cost (Plan-Idx)   TO WS-Line-Emp-Cost
               MOVE PT-Emplr-Cost (Plan-Idx) TO WS-Line-Emplr-Cost
           END-IF.

      *> The statement closes with every deduction the employee now
      *> carries, benefit or not, in the order addValues takes them.
       1800-Write-Current-Deductions.
           MOVE ZERO TO WS-Emp-Period-Cost.
           MOVE WS-Last-Emp-Number TO DD-Emp-Number.
           MOVE ZERO          TO DD-Priority.
           MOVE SPACES        TO DD-Type.
           MOVE 'N' TO WS-Deduction-Done.
           START Deduction-File KEY NOT < DD-Key
               INVALID KEY MOVE 'Y' TO WS-Deduction-Done
           END-START.
           PERFORM UNTIL WS-Deduction-Done = 'Y'
               READ Deduction-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Deduction-Done
                   NOT AT END
                       IF DD-Emp-Number NOT = WS-Last-Emp-Number
                           MOVE 'Y' TO WS-Deduction-Done
                       ELSE
                           MOVE DD-Type     TO CC-Type
                           MOVE DD-Priority TO CC-Priority
                           MOVE DD-Method   TO CC-Method
                           MOVE DD-Value    TO CC-Value
                           WRITE Confirm-Line FROM WS-Confirm-Current
                           IF DD-Method NOT = 'P'
                               ADD DD-Value TO WS-Emp-Period-Cost
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-Emp-Period-Cost TO CT-Total.
           WRITE Confirm-Line FROM WS-Confirm-Total.
           WRITE Confirm-Line FROM WS-Confirm-Separator.

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
           MOVE WS-Accepted-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
