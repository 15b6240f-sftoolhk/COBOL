       IDENTIFICATION DIVISION.
       PROGRAM-ID. payStepInc.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mode card: P proposes the coming period's step increases
      *> for HR sign-off, A applies the signed-off proposal to the
      *> employee master. Nothing reaches EMPFILE in mode P.
           SELECT Param-Card-File ASSIGN TO "STPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
      *> Grade/step pay table: the period salary and the hourly rate
      *> for every step of every grade. The highest step on file for
      *> a grade is the top of that grade.
           SELECT Grade-File ASSIGN TO "PAYGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Grade-Status.
           SELECT Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
      *> Proposed increases awaiting sign-off, written by mode P and
      *> consumed (then emptied) by mode A.
           SELECT Pending-File ASSIGN TO "PAYSTPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.
      *> Step-increase register for HR sign-off (mode P) and the
      *> applied register (mode A).
           SELECT Register-File ASSIGN TO "PAYSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT Applied-Register ASSIGN TO "PAYSTAPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Applied-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PC-Mode         PIC X.
      *> Who keys the apply card and the HR approver who signed the
      *> proposal off; oprAuth refuses each increase unless both
      *> hold authority for its company and are two different
      *> people. A proposal run changes nothing and needs neither.
           05 PC-Operator     PIC X(8).
           05 PC-Approver     PIC X(8).

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

       FD  Grade-File.
       01  Grade-Rec.
           05 GR-Grade        PIC X(2).
           05 GR-Step         PIC 9(2).
           05 GR-Salary       PIC 9(7)V99.
           05 GR-Hourly-Rate  PIC 9(3)V99.

       FD  Calendar-File.
       01  Calendar-Rec.
           05 CAL-Period-Number PIC 9(3).
           05 CAL-Begin-Date    PIC X(8).
           05 CAL-End-Date      PIC X(8).
           05 CAL-Pay-Date      PIC X(8).
           05 CAL-Status        PIC X.

      *> The from-step rides on the proposal so mode A can tell an
      *> employee maintained since sign-off from one still as
      *> proposed; the amounts are salary or hourly rate by pay type.
       FD  Pending-File.
       01  Pending-Rec.
           05 SP-Emp-Number   PIC 9(5).
           05 SP-Emp-Name     PIC X(20).
           05 SP-Grade        PIC X(2).
           05 SP-Old-Step     PIC 9(2).
           05 SP-New-Step     PIC 9(2).
           05 SP-Pay-Type     PIC X.
           05 SP-Old-Amount   PIC 9(7)V99.
           05 SP-New-Amount   PIC 9(7)V99.
           05 SP-Period       PIC 9(3).
           05 SP-Due-Date     PIC X(8).

       FD  Register-File.
       01  Register-Line      PIC X(80).

       FD  Applied-Register.
       01  Applied-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Grade-Status      PIC XX.
       01  WS-Calendar-Status   PIC XX.
       01  WS-Pending-Status    PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Applied-Status    PIC XX.
       01  WS-Mode              PIC X VALUE 'P'.
       01  WS-Operator          PIC X(8) VALUE SPACES.
       01  WS-Approver          PIC X(8) VALUE SPACES.
       01  WS-Today             PIC X(8).
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Grade-Eof         PIC X VALUE 'N'.
       01  WS-Calendar-Eof      PIC X VALUE 'N'.
       01  WS-Pending-Eof       PIC X VALUE 'N'.
       01  WS-Period-Found      PIC X VALUE 'N'.
       01  WS-Period-Number     PIC 9(3) VALUE ZERO.
       01  WS-Period-Begin      PIC X(8).
       01  WS-Period-End        PIC X(8).
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Grade-Count       PIC 9(3) VALUE ZERO.
       01  WS-Grade-Found       PIC X VALUE 'N'.
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Top-Step          PIC 9(2).
       01  WS-Next-Step         PIC 9(2).
       01  WS-Anniversary-Due   PIC X VALUE 'N'.
       01  WS-Anniversary-Date  PIC X(8).
       01  WS-Proposed-Count    PIC 9(5) VALUE ZERO.
       01  WS-Top-Count         PIC 9(5) VALUE ZERO.
       01  WS-Off-Table-Count   PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count     PIC 9(5) VALUE ZERO.
       01  WS-Bypassed-Count    PIC 9(5) VALUE ZERO.
       01  WS-Proposed-Cost     PIC 9(9)V99 VALUE ZERO.
       01  WS-Old-Amount        PIC 9(7)V99.
       01  WS-New-Amount        PIC 9(7)V99.
       01  WS-New-Salary        PIC 9(7)V99.
       01  WS-New-Rate          PIC 9(3)V99.
       01  WS-Trailer-Found     PIC X VALUE 'N'.
       01  WS-Trailer-Eof       PIC X VALUE 'N'.
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.
       01  WS-Trailer-Count-In  PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash-In   PIC 9(11)V99 VALUE ZERO.

      *> Pay table loaded once from PAYGRADE.
       01  Grade-Table.
           05 Grade-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Grade-Count
                  INDEXED BY Grd-Idx.
              10 GT-Grade        PIC X(2).
              10 GT-Step         PIC 9(2).
              10 GT-Salary       PIC 9(7)V99.
              10 GT-Hourly-Rate  PIC 9(3)V99.

      *> Employee master held in storage; mode A rewrites it in one
      *> pass with a fresh trailer, the way empMaint does.
       01  Emp-Table.
           05 Emp-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Emp-Name     PIC X(20).
              10 ET-Net-Salary   PIC 9(7)V99.
              10 ET-State        PIC X(2).
              10 ET-Bracket      PIC 9.
              10 ET-Dept         PIC X(4).
              10 ET-Company      PIC X(2).
              10 ET-Number       PIC 9(5).
              10 ET-Local        PIC X(2).
              10 ET-Hire-Date    PIC X(8).
              10 ET-Term-Date    PIC X(8).
              10 ET-Pay-Type     PIC X.
              10 ET-Hourly-Rate  PIC 9(3)V99.
              10 ET-Grade        PIC X(2).
              10 ET-Step         PIC 9(2).

       01  WS-Register-Heading.
           05 FILLER          PIC X(28)
                  VALUE 'STEP INCREASES DUE - PERIOD '.
           05 RH-Period       PIC ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-Begin        PIC X(8).
           05 FILLER          PIC X(3) VALUE ' - '.
           05 RH-End          PIC X(8).
       01  WS-Section-Line    PIC X(40).
       01  WS-Register-Detail.
           05 RD-Number       PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Name         PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Grade        PIC X(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 RD-Old-Step     PIC Z9.
           05 FILLER          PIC X(2) VALUE ' >'.
           05 RD-New-Step     PIC Z9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Pay-Type     PIC X.
           05 RD-Old-Amount   PIC Z(6)9.99.
           05 FILLER          PIC X(2) VALUE ' >'.
           05 RD-New-Amount   PIC Z(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Due-Date     PIC X(8).
       01  WS-Register-Note.
           05 RN-Number       PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RN-Name         PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RN-Grade        PIC X(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 RN-Step         PIC Z9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RN-Reason       PIC X(30).
       01  WS-Register-Total.
           05 FILLER          PIC X(10) VALUE 'PROPOSED '.
           05 RT-Proposed     PIC Z(4)9.
           05 FILLER          PIC X(12) VALUE '  AT TOP    '.
           05 RT-Top          PIC Z(4)9.
           05 FILLER          PIC X(14) VALUE '  PERIOD COST '.
           05 RT-Cost         PIC Z(8)9.99.
       01  WS-Signoff-Line    PIC X(60) VALUE
           'HR APPROVAL: ________________________  DATE: __________'.
       01  WS-Applied-Total.
           05 FILLER          PIC X(10) VALUE 'APPLIED   '.
           05 AT-Applied      PIC Z(4)9.
           05 FILLER          PIC X(12) VALUE '  BYPASSED  '.
           05 AT-Bypassed     PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYSTEPINC'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYSTEPINC'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each signed-off increase is
      *> checked before it applies, and each one applied is logged
      *> as a master change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'PAYSTEPINC'.
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
           PERFORM 0100-Read-Mode-Card.
           PERFORM 0030-Verify-Employee-Trailer.
           PERFORM 0040-Load-Employee-Table.
           IF WS-Mode = 'A'
               PERFORM 2000-Apply-Signed-Off-Increases
           ELSE
               PERFORM 0010-Find-Coming-Period
               PERFORM 0050-Load-Grade-Table
               PERFORM 1000-Propose-Increases
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Mode-Card.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       MOVE PC-Mode     TO WS-Mode
                       MOVE PC-Operator TO WS-Operator
                       MOVE PC-Approver TO WS-Approver
               END-READ
               CLOSE Param-Card-File
           END-IF.

      *> The coming pay period is the first on the calendar that
      *> begins after today: the increases are proposed a period
      *> ahead so HR has the current one to sign them off.
       0010-Find-Coming-Period.
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
               IF CAL-Begin-Date > WS-Today
                   IF WS-Period-Found = 'N'
                        OR CAL-Begin-Date < WS-Period-Begin
                       MOVE CAL-Period-Number TO WS-Period-Number
                       MOVE CAL-Begin-Date    TO WS-Period-Begin
                       MOVE CAL-End-Date      TO WS-Period-End
                       MOVE 'Y' TO WS-Period-Found
                   END-IF
               END-IF
               READ Calendar-File
                   AT END MOVE 'Y' TO WS-Calendar-Eof
               END-READ
           END-PERFORM.
           CLOSE Calendar-File.
           IF WS-Period-Found = 'N'
               DISPLAY 'NO COMING PAY PERIOD ON CALENDAR AFTER '
                   WS-Today ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'NO COMING PAY PERIOD ON CALENDAR' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 93 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 93 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'PROPOSING STEP INCREASES FOR PAY PERIOD '
               WS-Period-Number.

      *> Prove the master's control trailer before reading it for a
      *> proposal or rewriting it with an applied one.
       0030-Verify-Employee-Trailer.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Trailer-Eof
           END-READ.
           PERFORM UNTIL WS-Trailer-Eof = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   MOVE 'Y' TO WS-Trailer-Found
                   MOVE TR-Record-Count TO WS-Trailer-Count-In
                   MOVE TR-Hash-Total   TO WS-Trailer-Hash-In
               ELSE
                   ADD 1 TO WS-Trailer-Count
                   ADD Emp-Net-Salary TO WS-Trailer-Hash
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Trailer-Eof
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
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y' OR WS-Emp-Count >= 500
               IF Emp-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   ADD 1 TO WS-Emp-Count
                   MOVE Emp-Name       TO ET-Emp-Name (WS-Emp-Count)
                   MOVE Emp-Net-Salary TO ET-Net-Salary (WS-Emp-Count)
                   MOVE Emp-State      TO ET-State (WS-Emp-Count)
                   MOVE Emp-Bracket    TO ET-Bracket (WS-Emp-Count)
                   MOVE Emp-Dept       TO ET-Dept (WS-Emp-Count)
                   MOVE Emp-Company    TO ET-Company (WS-Emp-Count)
                   MOVE Emp-Number     TO ET-Number (WS-Emp-Count)
                   MOVE Emp-Local-Code TO ET-Local (WS-Emp-Count)
                   MOVE Emp-Hire-Date  TO ET-Hire-Date (WS-Emp-Count)
                   MOVE Emp-Term-Date  TO ET-Term-Date (WS-Emp-Count)
                   MOVE Emp-Pay-Type   TO ET-Pay-Type (WS-Emp-Count)
                   IF Emp-Hourly-Rate NUMERIC
                       MOVE Emp-Hourly-Rate
                           TO ET-Hourly-Rate (WS-Emp-Count)
                   ELSE
                       MOVE ZERO TO ET-Hourly-Rate (WS-Emp-Count)
                   END-IF
                   MOVE Emp-Grade      TO ET-Grade (WS-Emp-Count)
                   IF Emp-Step NUMERIC
                       MOVE Emp-Step TO ET-Step (WS-Emp-Count)
                   ELSE
                       MOVE ZERO TO ET-Step (WS-Emp-Count)
                   END-IF
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Employee-File.

       0050-Load-Grade-Table.
           OPEN INPUT Grade-File.
           IF WS-Grade-Status NOT = '00'
               DISPLAY 'PAYGRADE OPEN FAILED, STATUS=' WS-Grade-Status
               MOVE 26 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Grade-File
               AT END MOVE 'Y' TO WS-Grade-Eof
           END-READ.
           PERFORM UNTIL WS-Grade-Eof = 'Y' OR WS-Grade-Count >= 300
               ADD 1 TO WS-Grade-Count
               MOVE GR-Grade       TO GT-Grade (WS-Grade-Count)
               MOVE GR-Step        TO GT-Step (WS-Grade-Count)
               MOVE GR-Salary      TO GT-Salary (WS-Grade-Count)
               MOVE GR-Hourly-Rate TO GT-Hourly-Rate (WS-Grade-Count)
               READ Grade-File
                   AT END MOVE 'Y' TO WS-Grade-Eof
               END-READ
           END-PERFORM.
           CLOSE Grade-File.

      *> Everyone due goes on the register and the pending file;
      *> everyone due but already at the top of the grade, or on a
      *> grade the table does not carry, is listed below them so
      *> HR sees every anniversary the period holds.
       1000-Propose-Increases.
           OPEN OUTPUT Pending-File.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'PAYSTREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Period-Number TO RH-Period.
           MOVE WS-Period-Begin  TO RH-Begin.
           MOVE WS-Period-End    TO RH-End.
           WRITE Register-Line FROM WS-Register-Heading.
           MOVE 'STEP INCREASES PROPOSED' TO WS-Section-Line.
           WRITE Register-Line FROM WS-Section-Line.
           PERFORM VARYING Emp-Idx FROM 1 BY 1
                   UNTIL Emp-Idx > WS-Emp-Count
               PERFORM 1100-Check-Anniversary
               IF WS-Anniversary-Due = 'Y'
                   PERFORM 1200-Propose-One-Step
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Section-Line.
           WRITE Register-Line FROM WS-Section-Line.
           MOVE 'DUE BUT AT TOP OF GRADE - NO INCREASE'
               TO WS-Section-Line.
           WRITE Register-Line FROM WS-Section-Line.
           PERFORM VARYING Emp-Idx FROM 1 BY 1
                   UNTIL Emp-Idx > WS-Emp-Count
               PERFORM 1100-Check-Anniversary
               IF WS-Anniversary-Due = 'Y'
                   PERFORM 1300-List-Not-Increased
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Section-Line.
           WRITE Register-Line FROM WS-Section-Line.
           MOVE WS-Proposed-Count TO RT-Proposed.
           MOVE WS-Top-Count      TO RT-Top.
           MOVE WS-Proposed-Cost  TO RT-Cost.
           WRITE Register-Line FROM WS-Register-Total.
           MOVE SPACES TO WS-Section-Line.
           WRITE Register-Line FROM WS-Section-Line.
           WRITE Register-Line FROM WS-Signoff-Line.
           CLOSE Pending-File.
           CLOSE Register-File.
           DISPLAY 'STEP INCREASES PROPOSED: ' WS-Proposed-Count
               ' AT TOP OF GRADE: ' WS-Top-Count
               ' OFF TABLE: ' WS-Off-Table-Count.

      *> Due when the hire date's month and day fall inside the
      *> coming period in either of its years, so a period that
      *> spans New Year still catches a late-December anniversary.
      *> The hire year itself is no anniversary; a leaver and an
      *> employee off the grade schedule are never due.
       1100-Check-Anniversary.
           MOVE 'N' TO WS-Anniversary-Due.
           IF ET-Hire-Date (Emp-Idx) NUMERIC
                AND ET-Grade (Emp-Idx) NOT = SPACES
                AND NOT (ET-Term-Date (Emp-Idx) NUMERIC
                     AND ET-Term-Date (Emp-Idx) < WS-Period-Begin)
               MOVE WS-Period-Begin (1:4) TO WS-Anniversary-Date (1:4)
               MOVE ET-Hire-Date (Emp-Idx) (5:4)
                   TO WS-Anniversary-Date (5:4)
               PERFORM 1110-Test-Anniversary-Date
               IF WS-Anniversary-Due = 'N'
                    AND WS-Period-End (1:4) NOT = WS-Period-Begin (1:4)
                   MOVE WS-Period-End (1:4)
                       TO WS-Anniversary-Date (1:4)
                   PERFORM 1110-Test-Anniversary-Date
               END-IF
           END-IF.

       1110-Test-Anniversary-Date.
           IF WS-Anniversary-Date NOT < WS-Period-Begin
                AND WS-Anniversary-Date NOT > WS-Period-End
                AND WS-Anniversary-Date (1:4) >
                    ET-Hire-Date (Emp-Idx) (1:4)
               MOVE 'Y' TO WS-Anniversary-Due
           END-IF.

      *> The top step is the highest the table carries for the
      *> grade; the next step must itself be on the table.
       1150-Find-Next-Step.
           MOVE ZERO TO WS-Top-Step.
           MOVE 'N' TO WS-Grade-Found.
           COMPUTE WS-Next-Step = ET-Step (Emp-Idx) + 1.
           PERFORM VARYING Grd-Idx FROM 1 BY 1
                   UNTIL Grd-Idx > WS-Grade-Count
               IF GT-Grade (Grd-Idx) = ET-Grade (Emp-Idx)
                   IF GT-Step (Grd-Idx) > WS-Top-Step
                       MOVE GT-Step (Grd-Idx) TO WS-Top-Step
                   END-IF
                   IF GT-Step (Grd-Idx) = WS-Next-Step
                       MOVE 'Y' TO WS-Grade-Found
                       MOVE GT-Salary (Grd-Idx) TO WS-New-Salary
                       MOVE GT-Hourly-Rate (Grd-Idx) TO WS-New-Rate
                   END-IF
               END-IF
           END-PERFORM.

       1200-Propose-One-Step.
           PERFORM 1150-Find-Next-Step.
           IF WS-Grade-Found = 'Y'
               IF ET-Pay-Type (Emp-Idx) = 'H'
                   MOVE ET-Hourly-Rate (Emp-Idx) TO WS-Old-Amount
                   MOVE WS-New-Rate              TO WS-New-Amount
               ELSE
                   MOVE ET-Net-Salary (Emp-Idx)  TO WS-Old-Amount
                   MOVE WS-New-Salary            TO WS-New-Amount
                   IF WS-New-Amount > WS-Old-Amount
                       COMPUTE WS-Proposed-Cost = WS-Proposed-Cost
                           + WS-New-Amount - WS-Old-Amount
                   END-IF
               END-IF
               MOVE ET-Number (Emp-Idx)    TO SP-Emp-Number
               MOVE ET-Emp-Name (Emp-Idx)  TO SP-Emp-Name
               MOVE ET-Grade (Emp-Idx)     TO SP-Grade
               MOVE ET-Step (Emp-Idx)      TO SP-Old-Step
               MOVE WS-Next-Step           TO SP-New-Step
               MOVE ET-Pay-Type (Emp-Idx)  TO SP-Pay-Type
               MOVE WS-Old-Amount          TO SP-Old-Amount
               MOVE WS-New-Amount          TO SP-New-Amount
               MOVE WS-Period-Number       TO SP-Period
               MOVE WS-Anniversary-Date    TO SP-Due-Date
               WRITE Pending-Rec
               MOVE ET-Number (Emp-Idx)    TO RD-Number
               MOVE ET-Emp-Name (Emp-Idx)  TO RD-Name
               MOVE ET-Grade (Emp-Idx)     TO RD-Grade
               MOVE ET-Step (Emp-Idx)      TO RD-Old-Step
               MOVE WS-Next-Step           TO RD-New-Step
               MOVE ET-Pay-Type (Emp-Idx)  TO RD-Pay-Type
               MOVE WS-Old-Amount          TO RD-Old-Amount
               MOVE WS-New-Amount          TO RD-New-Amount
               MOVE WS-Anniversary-Date    TO RD-Due-Date
               WRITE Register-Line FROM WS-Register-Detail
               ADD 1 TO WS-Proposed-Count
           END-IF.

       1300-List-Not-Increased.
           PERFORM 1150-Find-Next-Step.
           IF WS-Grade-Found = 'N'
               MOVE ET-Number (Emp-Idx)   TO RN-Number
               MOVE ET-Emp-Name (Emp-Idx) TO RN-Name
               MOVE ET-Grade (Emp-Idx)    TO RN-Grade
               MOVE ET-Step (Emp-Idx)     TO RN-Step
               EVALUATE TRUE
                   WHEN WS-Top-Step = ZERO
                       MOVE 'GRADE NOT ON PAY TABLE' TO RN-Reason
                       ADD 1 TO WS-Off-Table-Count
                   WHEN ET-Step (Emp-Idx) < WS-Top-Step
                       MOVE 'NEXT STEP NOT ON GRADE TABLE'
                           TO RN-Reason
                       ADD 1 TO WS-Off-Table-Count
                   WHEN OTHER
                       MOVE 'AT TOP STEP OF GRADE' TO RN-Reason
                       ADD 1 TO WS-Top-Count
               END-EVALUATE
               WRITE Register-Line FROM WS-Register-Note
           END-IF.

      *> Only a proposal whose employee still sits on the proposed
      *> from-step applies; anyone maintained since sign-off is
      *> bypassed and listed for HR to look at again.
       2000-Apply-Signed-Off-Increases.
           OPEN INPUT Pending-File.
           IF WS-Pending-Status NOT = '00'
               DISPLAY 'PAYSTPND OPEN FAILED, STATUS='
                   WS-Pending-Status ' - NOTHING TO APPLY'
               MOVE 27 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Applied-Register.
           READ Pending-File
               AT END MOVE 'Y' TO WS-Pending-Eof
           END-READ.
           PERFORM UNTIL WS-Pending-Eof = 'Y'
               PERFORM 2100-Apply-One-Increase
               READ Pending-File
                   AT END MOVE 'Y' TO WS-Pending-Eof
               END-READ
           END-PERFORM.
           CLOSE Pending-File.
           MOVE WS-Applied-Count  TO AT-Applied.
           MOVE WS-Bypassed-Count TO AT-Bypassed.
           WRITE Applied-Line FROM WS-Applied-Total.
           CLOSE Applied-Register.
           IF WS-Applied-Count > ZERO
               PERFORM 3000-Rewrite-Employee-File
           END-IF.
           OPEN OUTPUT Pending-File.
           CLOSE Pending-File.
           DISPLAY 'STEP INCREASES APPLIED: ' WS-Applied-Count
               ' BYPASSED: ' WS-Bypassed-Count.

       2100-Apply-One-Increase.
           MOVE 'N' TO WS-Emp-Found.
           SET Emp-Idx TO 1.
           SEARCH Emp-Entry
               AT END CONTINUE
               WHEN ET-Number (Emp-Idx) = SP-Emp-Number
                   MOVE 'Y' TO WS-Emp-Found
           END-SEARCH.
           MOVE 'Y' TO OAP-Result.
           IF WS-Emp-Found = 'Y'
               PERFORM 2050-Check-Operator-Authority
           END-IF.
           IF WS-Emp-Found = 'Y'
                AND OAP-Result = 'Y'
                AND ET-Grade (Emp-Idx) = SP-Grade
                AND ET-Step (Emp-Idx) = SP-Old-Step
                AND ET-Pay-Type (Emp-Idx) = SP-Pay-Type
               MOVE SP-New-Step TO ET-Step (Emp-Idx)
               IF SP-Pay-Type = 'H'
                   MOVE SP-New-Amount TO ET-Hourly-Rate (Emp-Idx)
               ELSE
                   MOVE SP-New-Amount TO ET-Net-Salary (Emp-Idx)
               END-IF
               MOVE SP-Emp-Number TO RD-Number
               MOVE SP-Emp-Name   TO RD-Name
               MOVE SP-Grade      TO RD-Grade
               MOVE SP-Old-Step   TO RD-Old-Step
               MOVE SP-New-Step   TO RD-New-Step
               MOVE SP-Pay-Type   TO RD-Pay-Type
               MOVE SP-Old-Amount TO RD-Old-Amount
               MOVE SP-New-Amount TO RD-New-Amount
               MOVE SP-Due-Date   TO RD-Due-Date
               WRITE Applied-Line FROM WS-Register-Detail
               ADD 1 TO WS-Applied-Count
               MOVE 'L' TO OAP-Request
               CALL 'oprAuth' USING Operator-Auth-Parms
           ELSE
               MOVE SP-Emp-Number TO RN-Number
               MOVE SP-Emp-Name   TO RN-Name
               MOVE SP-Grade      TO RN-Grade
               MOVE SP-Old-Step   TO RN-Step
               EVALUATE TRUE
                   WHEN WS-Emp-Found = 'N'
                       MOVE 'EMPLOYEE NOT ON MASTER' TO RN-Reason
                   WHEN OAP-Result NOT = 'Y'
                       MOVE OAP-Reason TO RN-Reason
                   WHEN OTHER
                       MOVE 'CHANGED SINCE PROPOSAL' TO RN-Reason
               END-EVALUATE
               WRITE Applied-Line FROM WS-Register-Note
               ADD 1 TO WS-Bypassed-Count
               DISPLAY 'STEP INCREASE BYPASSED: ' SP-Emp-Name
                   ' ' RN-Reason
           END-IF.

      *> Checked against the company of the employee on the master,
      *> so an approver's grant for one company applies no increase
      *> in another.
       2050-Check-Operator-Authority.
           MOVE 'C'                  TO OAP-Request.
           MOVE WS-Operator          TO OAP-Operator.
           MOVE WS-Approver          TO OAP-Approver.
           MOVE 'A'                  TO OAP-Txn-Code.
           MOVE ET-Company (Emp-Idx) TO OAP-Company.
           MOVE SP-Emp-Number        TO OAP-Key.
           MOVE 'STEP INCR'          TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       3000-Rewrite-Employee-File.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
           OPEN OUTPUT Employee-File.
           PERFORM VARYING Emp-Idx FROM 1 BY 1
                   UNTIL Emp-Idx > WS-Emp-Count
               MOVE ET-Emp-Name (Emp-Idx)   TO Emp-Name
               MOVE ET-Net-Salary (Emp-Idx) TO Emp-Net-Salary
               MOVE ET-State (Emp-Idx)      TO Emp-State
               MOVE ET-Bracket (Emp-Idx)    TO Emp-Bracket
               MOVE ET-Dept (Emp-Idx)       TO Emp-Dept
               MOVE ET-Company (Emp-Idx)    TO Emp-Company
               MOVE ET-Number (Emp-Idx)     TO Emp-Number
               MOVE ET-Local (Emp-Idx)      TO Emp-Local-Code
               MOVE ET-Hire-Date (Emp-Idx)  TO Emp-Hire-Date
               MOVE ET-Term-Date (Emp-Idx)  TO Emp-Term-Date
               MOVE ET-Pay-Type (Emp-Idx)   TO Emp-Pay-Type
               MOVE ET-Hourly-Rate (Emp-Idx) TO Emp-Hourly-Rate
               MOVE ET-Grade (Emp-Idx)      TO Emp-Grade
               MOVE ET-Step (Emp-Idx)       TO Emp-Step
               WRITE Emp-Record
               ADD 1 TO WS-Trailer-Count
               ADD ET-Net-Salary (Emp-Idx) TO WS-Trailer-Hash
           END-PERFORM.
           MOVE '*TRL'           TO TR-Mark.
           MOVE WS-Trailer-Count TO TR-Record-Count.
           MOVE WS-Trailer-Hash  TO TR-Hash-Total.
           WRITE Emp-Trailer.
           CLOSE Employee-File.
           DISPLAY 'EMPLOYEE FILE REWRITTEN AFTER STEP INCREASES'.

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
           IF WS-Mode = 'A'
               MOVE WS-Applied-Count TO RLP-Count
           ELSE
               MOVE WS-Proposed-Count TO RLP-Count
           END-IF.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
