       IDENTIFICATION DIVISION.
       PROGRAM-ID. payTimeEdit.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Time cards as keyed from the supervisors' sheets: one card
      *> per hourly employee per pay period, regular, overtime, and
      *> holiday hours. Nothing reaches addValues until this edit
      *> has proven the card.
           SELECT Time-Card-File ASSIGN TO "PAYTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Time-Card-Status.
      *> Clean cards for the current period, read by addValues to
      *> pay its hourly employees.
           SELECT Edited-Card-File ASSIGN TO "PAYTCED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Edited-Status.
           SELECT Reject-File ASSIGN TO "PAYTCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.
           SELECT Register-File ASSIGN TO "PAYTCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> The employee master the cards are proven against: the
      *> employee must exist, be hourly, and still be employed.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
           SELECT Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
      *> Optional parameter card overriding the hour ceilings below
      *> without a recompile, same pattern as addValues' PAYPARM.
           SELECT Param-Card-File ASSIGN TO "PAYTCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.

       DATA DIVISION.
       FILE SECTION.
      *> A blank period pays the period today falls in; anything
      *> keyed there must name that same period.
       FD  Time-Card-File.
       01  Time-Card-Rec.
           05 TC-Emp-Number-Text PIC X(5).
           05 TC-Emp-Number REDEFINES TC-Emp-Number-Text PIC 9(5).
           05 TC-Period-Text     PIC X(3).
           05 TC-Period REDEFINES TC-Period-Text PIC 9(3).
           05 TC-Reg-Hours-Text  PIC X(5).
           05 TC-Reg-Hours REDEFINES TC-Reg-Hours-Text PIC 9(3)V99.
           05 TC-OT-Hours-Text   PIC X(5).
           05 TC-OT-Hours REDEFINES TC-OT-Hours-Text PIC 9(3)V99.
           05 TC-Hol-Hours-Text  PIC X(5).
           05 TC-Hol-Hours REDEFINES TC-Hol-Hours-Text PIC 9(3)V99.

       FD  Edited-Card-File.
       01  Edited-Card-Rec.
           05 ED-Emp-Number     PIC 9(5).
           05 ED-Period         PIC 9(3).
           05 ED-Reg-Hours      PIC 9(3)V99.
           05 ED-OT-Hours       PIC 9(3)V99.
           05 ED-Hol-Hours      PIC 9(3)V99.

      *> The whole card rides on the reject with the reason and the
      *> date it bounced, the way payEdit's rejects do.
       FD  Reject-File.
       01  Reject-Record.
           05 RJ-Card-Image     PIC X(23).
           05 RJ-Reason         PIC X(25).
           05 RJ-Reject-Date    PIC X(8).

       FD  Register-File.
       01  Register-Line        PIC X(80).

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

       FD  Calendar-File.
       01  Calendar-Rec.
           05 CAL-Period-Number PIC 9(3).
           05 CAL-Begin-Date    PIC X(8).
           05 CAL-End-Date      PIC X(8).
           05 CAL-Pay-Date      PIC X(8).
           05 CAL-Status        PIC X.

       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PC-Max-Reg-Hours  PIC 9(3)V99.
           05 PC-Max-OT-Hours   PIC 9(3)V99.
           05 PC-Max-Hol-Hours  PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  WS-Time-Card-Status  PIC XX.
       01  WS-Edited-Status     PIC XX.
       01  WS-Reject-Status     PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Calendar-Status   PIC XX.
       01  WS-Param-Status      PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Employee-Eof      PIC X VALUE 'N'.
       01  WS-Calendar-Eof      PIC X VALUE 'N'.
       01  WS-Input-Valid       PIC X VALUE 'Y'.
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Dup-Found         PIC X VALUE 'N'.
       01  WS-Period-Found      PIC X VALUE 'N'.
       01  WS-Period-Number     PIC 9(3) VALUE ZERO.
       01  WS-Period-Begin      PIC X(8).
       01  WS-Period-End        PIC X(8).
       01  WS-Today             PIC X(8).
       01  WS-Clean-Count       PIC 9(5) VALUE ZERO.
       01  WS-Reject-Count      PIC 9(5) VALUE ZERO.
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Accepted-Count    PIC 9(3) VALUE ZERO.
       01  WS-Total-Reg-Hours   PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-OT-Hours    PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-Hol-Hours   PIC 9(7)V99 VALUE ZERO.

      *> Hour ceilings per card for one pay period; a card past any
      *> of them is a keying error until a supervisor says otherwise
      *> on the parameter card.
       01  WS-Max-Reg-Hours     PIC 9(3)V99 VALUE 80.00.
       01  WS-Max-OT-Hours      PIC 9(3)V99 VALUE 40.00.
       01  WS-Max-Hol-Hours     PIC 9(3)V99 VALUE 24.00.

      *> Employee master loaded once; every card searches it.
       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number      PIC 9(5).
              10 ET-Name        PIC X(20).
              10 ET-Pay-Type    PIC X.
              10 ET-Hire-Date   PIC X(8).
              10 ET-Term-Date   PIC X(8).

      *> Employees already carrying an accepted card this run; a
      *> second card for the same employee is a duplicate, not more
      *> hours.
       01  Accepted-Table.
           05 Accepted-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Accepted-Count
                  INDEXED BY Acc-Idx.
              10 AT-Emp-Number  PIC 9(5).

       01  WS-Register-Heading.
           05 FILLER          PIC X(23) VALUE 'TIME CARD EDIT - PERIOD'.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-Period       PIC ZZ9.
       01  WS-Register-Detail.
           05 RD-Number       PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-Name         PIC X(20).
           05 FILLER          PIC X(5) VALUE ' REG '.
           05 RD-Reg-Hours    PIC ZZ9.99.
           05 FILLER          PIC X(4) VALUE ' OT '.
           05 RD-OT-Hours     PIC ZZ9.99.
           05 FILLER          PIC X(5) VALUE ' HOL '.
           05 RD-Hol-Hours    PIC ZZ9.99.
       01  WS-Register-Total.
           05 FILLER          PIC X(14) VALUE 'TOTAL HOURS   '.
           05 FILLER          PIC X(4) VALUE 'REG '.
           05 RT-Reg-Hours    PIC Z(6)9.99.
           05 FILLER          PIC X(4) VALUE ' OT '.
           05 RT-OT-Hours     PIC Z(6)9.99.
           05 FILLER          PIC X(5) VALUE ' HOL '.
           05 RT-Hol-Hours    PIC Z(6)9.99.
       01  WS-Register-Count-Line.
           05 FILLER          PIC X(16) VALUE 'CARDS ACCEPTED  '.
           05 RC-Clean        PIC Z(4)9.
           05 FILLER          PIC X(11) VALUE '  REJECTED '.
           05 RC-Rejected     PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYTIMEEDIT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYTIMEEDIT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0010-Find-Pay-Period.
           PERFORM 0020-Load-Employees.
           PERFORM 0050-Apply-Param-Card-Overrides.
           OPEN INPUT Time-Card-File.
           IF WS-Time-Card-Status NOT = '00'
               DISPLAY 'PAYTCARD OPEN FAILED, STATUS='
                   WS-Time-Card-Status
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Edited-Card-File.
           OPEN OUTPUT Reject-File.
           OPEN OUTPUT Register-File.
           MOVE WS-Period-Number TO RH-Period.
           WRITE Register-Line FROM WS-Register-Heading.
           READ Time-Card-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Edit-Time-Card
               READ Time-Card-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Total-Reg-Hours TO RT-Reg-Hours.
           MOVE WS-Total-OT-Hours  TO RT-OT-Hours.
           MOVE WS-Total-Hol-Hours TO RT-Hol-Hours.
           WRITE Register-Line FROM WS-Register-Total.
           MOVE WS-Clean-Count  TO RC-Clean.
           MOVE WS-Reject-Count TO RC-Rejected.
           WRITE Register-Line FROM WS-Register-Count-Line.
           CLOSE Time-Card-File.
           CLOSE Edited-Card-File.
           CLOSE Reject-File.
           CLOSE Register-File.
           DISPLAY 'TIME CARDS PROVED CLEAN: ' WS-Clean-Count
               ' REJECTED: ' WS-Reject-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Cards are edited against the period today falls in, the
      *> same calendar lookup addValues posts by.
       0010-Find-Pay-Period.
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
               IF WS-Today NOT < CAL-Begin-Date
                    AND WS-Today NOT > CAL-End-Date
                   MOVE CAL-Period-Number TO WS-Period-Number
                   MOVE CAL-Begin-Date    TO WS-Period-Begin
                   MOVE CAL-End-Date      TO WS-Period-End
                   MOVE 'Y' TO WS-Period-Found
               END-IF
               READ Calendar-File
                   AT END MOVE 'Y' TO WS-Calendar-Eof
               END-READ
           END-PERFORM.
           CLOSE Calendar-File.
           IF WS-Period-Found = 'N'
               DISPLAY 'NO PAY PERIOD ON CALENDAR FOR ' WS-Today
                   ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'NO OPEN PAY PERIOD FOR TODAY' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 93 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 93 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'EDITING TIME CARDS FOR PAY PERIOD '
               WS-Period-Number.

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

       0050-Apply-Param-Card-Overrides.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       MOVE PC-Max-Reg-Hours TO WS-Max-Reg-Hours
                       MOVE PC-Max-OT-Hours  TO WS-Max-OT-Hours
                       MOVE PC-Max-Hol-Hours TO WS-Max-Hol-Hours
                       DISPLAY 'PARAMETER OVERRIDE: MAX REG='
                           WS-Max-Reg-Hours ' OT=' WS-Max-OT-Hours
                           ' HOL=' WS-Max-Hol-Hours
               END-READ
               CLOSE Param-Card-File
           END-IF.

       1000-Edit-Time-Card.
           MOVE 'Y' TO WS-Input-Valid.
           MOVE 'N' TO WS-Emp-Found.
           IF TC-Emp-Number-Text NUMERIC
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END CONTINUE
                   WHEN ET-Number (Emp-Idx) = TC-Emp-Number
                       MOVE 'Y' TO WS-Emp-Found
               END-SEARCH
           END-IF.
           IF TC-Period-Text = SPACES
               MOVE WS-Period-Number TO TC-Period
           END-IF.
           EVALUATE TRUE
               WHEN TC-Emp-Number-Text NOT NUMERIC
                   MOVE 'EMP NUMBER NOT NUMERIC' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN WS-Emp-Found = 'N'
                   MOVE 'EMPLOYEE NOT ON MASTER' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN ET-Term-Date (Emp-Idx) NUMERIC
                    AND ET-Term-Date (Emp-Idx) < WS-Period-Begin
                   MOVE 'EMPLOYEE TERMINATED' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN ET-Hire-Date (Emp-Idx) NUMERIC
                    AND ET-Hire-Date (Emp-Idx) > WS-Period-End
                   MOVE 'EMPLOYEE NOT YET HIRED' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
      *> A salaried employee is paid Emp-Net-Salary whatever the
      *> card says; the card is refused so nobody thinks otherwise.
               WHEN ET-Pay-Type (Emp-Idx) NOT = 'H'
                   MOVE 'EMPLOYEE NOT HOURLY' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-Period-Text NOT NUMERIC
                   MOVE 'PERIOD NOT NUMERIC' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-Period NOT = WS-Period-Number
                   MOVE 'NOT THE CURRENT PERIOD' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-Reg-Hours-Text NOT NUMERIC
                    OR TC-OT-Hours-Text NOT NUMERIC
                    OR TC-Hol-Hours-Text NOT NUMERIC
                   MOVE 'HOURS NOT NUMERIC' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-Reg-Hours > WS-Max-Reg-Hours
                   MOVE 'REGULAR HOURS OUT OF RANGE' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-OT-Hours > WS-Max-OT-Hours
                   MOVE 'OVERTIME HRS OUT OF RANGE' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-Hol-Hours > WS-Max-Hol-Hours
                   MOVE 'HOLIDAY HRS OUT OF RANGE' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN TC-Reg-Hours = ZERO
                    AND TC-OT-Hours = ZERO
                    AND TC-Hol-Hours = ZERO
                   MOVE 'NO HOURS ON CARD' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN OTHER
                   PERFORM 1100-Check-Duplicate
           END-EVALUATE.
           IF WS-Input-Valid = 'Y'
               MOVE TC-Emp-Number TO ED-Emp-Number
               MOVE TC-Period     TO ED-Period
               MOVE TC-Reg-Hours  TO ED-Reg-Hours
               MOVE TC-OT-Hours   TO ED-OT-Hours
               MOVE TC-Hol-Hours  TO ED-Hol-Hours
               WRITE Edited-Card-Rec
               ADD 1 TO WS-Clean-Count
               ADD TC-Reg-Hours TO WS-Total-Reg-Hours
               ADD TC-OT-Hours  TO WS-Total-OT-Hours
               ADD TC-Hol-Hours TO WS-Total-Hol-Hours
               MOVE TC-Emp-Number        TO RD-Number
               MOVE ET-Name (Emp-Idx)    TO RD-Name
               MOVE TC-Reg-Hours         TO RD-Reg-Hours
               MOVE TC-OT-Hours          TO RD-OT-Hours
               MOVE TC-Hol-Hours         TO RD-Hol-Hours
               WRITE Register-Line FROM WS-Register-Detail
           ELSE
               MOVE Time-Card-Rec TO RJ-Card-Image
               MOVE WS-Today      TO RJ-Reject-Date
               WRITE Reject-Record
               ADD 1 TO WS-Reject-Count
               DISPLAY 'TIME CARD REJECTED: ' TC-Emp-Number-Text
                   ' ' RJ-Reason
           END-IF.

       1100-Check-Duplicate.
           MOVE 'N' TO WS-Dup-Found.
           SET Acc-Idx TO 1.
           SEARCH Accepted-Entry
               AT END CONTINUE
               WHEN AT-Emp-Number (Acc-Idx) = TC-Emp-Number
                   MOVE 'Y' TO WS-Dup-Found
           END-SEARCH.
           IF WS-Dup-Found = 'Y'
               MOVE 'DUPLICATE CARD FOR PERIOD' TO RJ-Reason
               MOVE 'N' TO WS-Input-Valid
           ELSE
               IF WS-Accepted-Count < 500
                   ADD 1 TO WS-Accepted-Count
                   MOVE TC-Emp-Number
                       TO AT-Emp-Number (WS-Accepted-Count)
               END-IF
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
           MOVE WS-Clean-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
