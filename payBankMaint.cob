       IDENTIFICATION DIVISION.
       PROGRAM-ID. payBankMaint.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Bank-account maintenance cards keyed by employee number:
      *> A = add, C = change, D = delete. Each card names the
      *> operator who keyed it; nothing reaches PAYBANK except
      *> through here.
           SELECT Bank-Txn-File ASSIGN TO "PAYBKTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Status.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
      *> The bank master addValues deposits from. Every add or
      *> change goes back to prenote, so the new account is tested
      *> and cooled off before a deposit reaches it.
           SELECT Bank-File ASSIGN TO "PAYBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-Emp-Number
               FILE STATUS IS WS-Bank-Status.
           SELECT Address-File ASSIGN TO "PAYADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-Emp-Number
               FILE STATUS IS WS-Address-Status.
      *> Printed before/after register of every card applied and
      *> the reason for every card refused.
           SELECT Register-File ASSIGN TO "PAYBKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> Permanent change history: who changed which account, when,
      *> and from what to what. Extended every run, never rewritten.
           SELECT History-File ASSIGN TO "PAYBKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.
      *> One notice per change for the letter shop, addressed to the
      *> employee's home so a change the employee did not make is
      *> seen by the employee, not by whoever keyed it.
           SELECT Notice-File ASSIGN TO "PAYBKNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notice-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Bank-Txn-File.
       01  Bank-Txn-Rec.
           05 BT-Txn-Code          PIC X.
              88 BT-Is-Add            VALUE 'A'.
              88 BT-Is-Change         VALUE 'C'.
              88 BT-Is-Delete         VALUE 'D'.
           05 BT-Emp-Number-Text   PIC X(5).
           05 BT-Emp-Number REDEFINES BT-Emp-Number-Text
                                   PIC 9(5).
           05 BT-Routing           PIC X(9).
           05 BT-Routing-Digits REDEFINES BT-Routing.
              10 BT-Routing-Digit  PIC 9 OCCURS 9 TIMES.
           05 BT-Account           PIC X(12).
           05 BT-Operator          PIC X(8).
      *> A second operator approving the card; oprAuth refuses the
      *> card unless both hold authority for its code and the
      *> employee's company, and they are two different people.
           05 BT-Approver          PIC X(8).

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

       FD  Bank-File.
       01  Bank-Rec.
           05 BK-Emp-Name     PIC X(20).
           05 BK-Routing      PIC X(9).
           05 BK-Account      PIC X(12).
           05 BK-Prenote      PIC X.
           05 BK-Emp-Number   PIC 9(5).
           05 BK-Prenote-Date PIC X(8).

       FD  Address-File.
       01  Address-Rec.
           COPY EMPADDR.

       FD  Register-File.
       01  Register-Line           PIC X(80).

       FD  History-File.
       01  History-Rec.
           05 BH-Run-Date        PIC X(8).
           05 BH-Operator        PIC X(8).
           05 BH-Txn-Code        PIC X.
           05 BH-Emp-Number      PIC 9(5).
           05 BH-Old-Routing     PIC X(9).
           05 BH-Old-Account     PIC X(12).
           05 BH-New-Routing     PIC X(9).
           05 BH-New-Account     PIC X(12).

      *> Account numbers on the notice show only the last four
      *> digits; a held notice (no home address on file) goes to
      *> the payroll office instead of the letter shop.
       FD  Notice-File.
       01  Notice-Rec.
           05 NT-Emp-Number      PIC 9(5).
           05 NT-Emp-Name        PIC X(20).
           05 NT-Street          PIC X(30).
           05 NT-City            PIC X(20).
           05 NT-State           PIC X(2).
           05 NT-Zip             PIC X(10).
           05 NT-Txn-Code        PIC X.
           05 NT-Old-Last-Four   PIC X(4).
           05 NT-New-Last-Four   PIC X(4).
           05 NT-Change-Date     PIC X(8).
           05 NT-Held            PIC X.

       WORKING-STORAGE SECTION.
       01  WS-Txn-Status        PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Bank-Status       PIC XX.
       01  WS-Address-Status    PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-History-Status    PIC XX.
       01  WS-Notice-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Employee-Eof      PIC X VALUE 'N'.
       01  WS-Address-Avail     PIC X VALUE 'N'.
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Bank-Found        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Reason            PIC X(25).
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Applied-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Notice-Count      PIC 9(5) VALUE ZERO.
       01  WS-Held-Count        PIC 9(5) VALUE ZERO.
       01  WS-Old-Routing       PIC X(9).
       01  WS-Old-Account       PIC X(12).
       01  WS-Old-Prenote       PIC X.
       01  WS-Account-Work      PIC X(12).
       01  WS-Last-Four         PIC X(4).
       01  WS-Account-Sub       PIC 9(2).
       01  WS-Four-Sub          PIC 9.
       01  WS-Routing-Sum       PIC 9(4).
       01  WS-Routing-Quotient  PIC 9(4).
       01  WS-Routing-Remainder PIC 9.

       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number      PIC 9(5).
              10 ET-Name        PIC X(20).
              10 ET-Term-Date   PIC X(8).
              10 ET-Company     PIC X(2).

       01  WS-Register-Heading.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RH-Action         PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-Number         PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-Name           PIC X(20).
           05 FILLER            PIC X(4) VALUE ' BY '.
           05 RH-Operator       PIC X(8).
       01  WS-Register-Detail.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RD-Label          PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-Routing        PIC X(9).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-Account        PIC X(12).
           05 FILLER            PIC X(9) VALUE ' PRENOTE '.
           05 RD-Prenote        PIC X.
       01  WS-Register-Note.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 RN-Text           PIC X(40).
       01  WS-Register-Refusal.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RF-Txn-Code       PIC X.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Number         PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Operator       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Reason         PIC X(25).
       01  WS-Register-Summary.
           05 FILLER            PIC X(9) VALUE 'APPLIED  '.
           05 RS-Applied        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE '  REFUSED '.
           05 RS-Refused        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE '  NOTICES '.
           05 RS-Notices        PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE '  HELD '.
           05 RS-Held           PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYBANKMAINT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYBANKMAINT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'PAYBANKMAINT'.
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
           PERFORM 0020-Load-Employees.
           OPEN INPUT Bank-Txn-File.
           IF WS-Txn-Status NOT = '00'
               DISPLAY 'PAYBKTXN OPEN FAILED, STATUS=' WS-Txn-Status
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Bank-File.
           IF WS-Bank-Status = '35'
               OPEN OUTPUT Bank-File
               CLOSE Bank-File
               OPEN I-O Bank-File
           END-IF.
           IF WS-Bank-Status NOT = '00'
               DISPLAY 'PAYBANK OPEN FAILED, STATUS=' WS-Bank-Status
               MOVE 55 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> No address master yet is not a reason to stop account
      *> maintenance; every notice is held for the payroll office.
           OPEN INPUT Address-File.
           IF WS-Address-Status = '00'
               MOVE 'Y' TO WS-Address-Avail
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'PAYBKREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND History-File.
           IF WS-History-Status = '35'
               OPEN OUTPUT History-File
           END-IF.
           IF WS-History-Status NOT = '00'
               DISPLAY 'PAYBKHST OPEN FAILED, STATUS='
                   WS-History-Status
               MOVE 32 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Notice-File.
           IF WS-Notice-Status NOT = '00'
               DISPLAY 'PAYBKNTC OPEN FAILED, STATUS='
                   WS-Notice-Status
               MOVE 33 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Bank-Txn-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Process-Transaction
               READ Bank-Txn-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Applied-Count TO RS-Applied.
           MOVE WS-Refused-Count TO RS-Refused.
           MOVE WS-Notice-Count  TO RS-Notices.
           MOVE WS-Held-Count    TO RS-Held.
           WRITE Register-Line FROM WS-Register-Summary.
           CLOSE Bank-Txn-File.
           CLOSE Bank-File.
           IF WS-Address-Avail = 'Y'
               CLOSE Address-File
           END-IF.
           CLOSE Register-File.
           CLOSE History-File.
           CLOSE Notice-File.
           DISPLAY 'BANK CHANGES APPLIED: ' WS-Applied-Count
               ' REFUSED: ' WS-Refused-Count
               ' NOTICES HELD: ' WS-Held-Count.
           IF WS-Held-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'CHANGE NOTICES HELD - NO HOME ADDRESS'
                   TO RLP-Message
               MOVE WS-Held-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

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
                       MOVE Emp-Term-Date TO ET-Term-Date (WS-Emp-Count)
                       MOVE Emp-Company   TO ET-Company (WS-Emp-Count)
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

       1000-Process-Transaction.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Emp-Found.
           MOVE 'N' TO WS-Bank-Found.
           IF BT-Emp-Number-Text NUMERIC
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END CONTINUE
                   WHEN ET-Number (Emp-Idx) = BT-Emp-Number
                       MOVE 'Y' TO WS-Emp-Found
               END-SEARCH
               MOVE BT-Emp-Number TO BK-Emp-Number
               READ Bank-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Bank-Found
               END-READ
           END-IF.
           IF (BT-Is-Add OR BT-Is-Change)
                AND BT-Routing NUMERIC
               PERFORM 1100-Check-Routing-Digit
           END-IF.
           PERFORM 1050-Check-Operator-Authority.
           EVALUATE TRUE
               WHEN OAP-Result NOT = 'Y'
                   MOVE OAP-Reason TO WS-Reason
               WHEN NOT BT-Is-Add AND NOT BT-Is-Change
                    AND NOT BT-Is-Delete
                   MOVE 'TXN CODE NOT A, C OR D' TO WS-Reason
               WHEN WS-Emp-Found = 'N'
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-Reason
               WHEN BT-Is-Delete AND WS-Bank-Found = 'N'
                   MOVE 'NO ACCOUNT ON FILE' TO WS-Reason
               WHEN BT-Is-Delete
                   CONTINUE
               WHEN ET-Term-Date (Emp-Idx) NUMERIC
                   MOVE 'EMPLOYEE TERMINATED' TO WS-Reason
               WHEN BT-Is-Add AND WS-Bank-Found = 'Y'
                   MOVE 'ACCOUNT ALREADY ON FILE' TO WS-Reason
               WHEN BT-Is-Change AND WS-Bank-Found = 'N'
                   MOVE 'NO ACCOUNT ON FILE' TO WS-Reason
               WHEN BT-Routing NOT NUMERIC
                   MOVE 'ROUTING NOT NUMERIC' TO WS-Reason
               WHEN WS-Routing-Remainder NOT = ZERO
                   MOVE 'ROUTING CHECK DIGIT BAD' TO WS-Reason
               WHEN BT-Account = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING' TO WS-Reason
               WHEN BT-Is-Change AND BT-Routing = BK-Routing
                    AND BT-Account = BK-Account
                   MOVE 'NO CHANGE TO ACCOUNT' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE BT-Txn-Code        TO RF-Txn-Code
               MOVE BT-Emp-Number-Text TO RF-Number
               MOVE BT-Operator        TO RF-Operator
               MOVE WS-Reason          TO RF-Reason
               WRITE Register-Line FROM WS-Register-Refusal
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 1200-Apply-Transaction
               ADD 1 TO WS-Applied-Count
               MOVE 'L' TO OAP-Request
               CALL 'oprAuth' USING Operator-Auth-Parms
           END-IF.

      *> The company is the employee's on the master; a card for an
      *> employee not on file is checked as company 01 and refused
      *> below in any case.
       1050-Check-Operator-Authority.
           MOVE 'C'                TO OAP-Request.
           MOVE BT-Operator        TO OAP-Operator.
           MOVE BT-Approver        TO OAP-Approver.
           MOVE BT-Txn-Code        TO OAP-Txn-Code.
           IF WS-Emp-Found = 'Y'
               MOVE ET-Company (Emp-Idx) TO OAP-Company
           ELSE
               MOVE '01' TO OAP-Company
           END-IF.
           MOVE BT-Emp-Number-Text TO OAP-Key.
           MOVE SPACES             TO OAP-Action.
           EVALUATE TRUE
               WHEN BT-Is-Add
                   MOVE 'BANK ADD'    TO OAP-Action
               WHEN BT-Is-Change
                   MOVE 'BANK CHANGE' TO OAP-Action
               WHEN BT-Is-Delete
                   MOVE 'BANK DELETE' TO OAP-Action
           END-EVALUATE.
           CALL 'oprAuth' USING Operator-Auth-Parms.

      *> ABA routing check digit: weights 3, 7, 1 across the nine
      *> digits must sum to a multiple of ten.
       1100-Check-Routing-Digit.
           COMPUTE WS-Routing-Sum =
               3 * (BT-Routing-Digit (1) + BT-Routing-Digit (4)
                    + BT-Routing-Digit (7))
             + 7 * (BT-Routing-Digit (2) + BT-Routing-Digit (5)
                    + BT-Routing-Digit (8))
             + (BT-Routing-Digit (3) + BT-Routing-Digit (6)
                    + BT-Routing-Digit (9)).
           DIVIDE WS-Routing-Sum BY 10 GIVING WS-Routing-Quotient
               REMAINDER WS-Routing-Remainder.

       1200-Apply-Transaction.
           IF WS-Bank-Found = 'Y'
               MOVE BK-Routing TO WS-Old-Routing
               MOVE BK-Account TO WS-Old-Account
               MOVE BK-Prenote TO WS-Old-Prenote
           ELSE
               MOVE SPACES TO WS-Old-Routing
               MOVE SPACES TO WS-Old-Account
               MOVE SPACES TO WS-Old-Prenote
           END-IF.
           EVALUATE TRUE
               WHEN BT-Is-Add
                   MOVE 'ADD'     TO RH-Action
               WHEN BT-Is-Change
                   MOVE 'CHANGE'  TO RH-Action
               WHEN OTHER
                   MOVE 'DELETE'  TO RH-Action
           END-EVALUATE.
           MOVE BT-Emp-Number     TO RH-Number.
           MOVE ET-Name (Emp-Idx) TO RH-Name.
           MOVE BT-Operator       TO RH-Operator.
           WRITE Register-Line FROM WS-Register-Heading.
           MOVE 'BEFORE'       TO RD-Label.
           MOVE WS-Old-Routing TO RD-Routing.
           MOVE WS-Old-Account TO RD-Account.
           MOVE WS-Old-Prenote TO RD-Prenote.
           WRITE Register-Line FROM WS-Register-Detail.
      *> Any new or changed account starts over as a prenote; the
      *> employee is paid by check until it clears in addValues.
           IF BT-Is-Delete
               DELETE Bank-File
               MOVE SPACES TO RD-Routing
               MOVE SPACES TO RD-Account
               MOVE SPACES TO RD-Prenote
               MOVE 'ACCOUNT REMOVED - PAID BY CHECK' TO RN-Text
           ELSE
               MOVE ET-Name (Emp-Idx) TO BK-Emp-Name
               MOVE BT-Routing        TO BK-Routing
               MOVE BT-Account        TO BK-Account
               MOVE 'P'               TO BK-Prenote
               MOVE BT-Emp-Number     TO BK-Emp-Number
               MOVE SPACES            TO BK-Prenote-Date
               IF BT-Is-Add
                   WRITE Bank-Rec
               ELSE
                   REWRITE Bank-Rec
               END-IF
               MOVE BK-Routing TO RD-Routing
               MOVE BK-Account TO RD-Account
               MOVE BK-Prenote TO RD-Prenote
               MOVE 'PRENOTE RESET - CHECK UNTIL IT CLEARS'
                   TO RN-Text
           END-IF.
           MOVE 'AFTER' TO RD-Label.
           WRITE Register-Line FROM WS-Register-Detail.
           WRITE Register-Line FROM WS-Register-Note.
           MOVE WS-Today           TO BH-Run-Date.
           MOVE BT-Operator        TO BH-Operator.
           MOVE BT-Txn-Code        TO BH-Txn-Code.
           MOVE BT-Emp-Number      TO BH-Emp-Number.
           MOVE WS-Old-Routing     TO BH-Old-Routing.
           MOVE WS-Old-Account     TO BH-Old-Account.
           MOVE RD-Routing         TO BH-New-Routing.
           MOVE RD-Account         TO BH-New-Account.
           WRITE History-Rec.
           PERFORM 1300-Write-Notice.

       1300-Write-Notice.
           MOVE BT-Emp-Number     TO NT-Emp-Number.
           MOVE ET-Name (Emp-Idx) TO NT-Emp-Name.
           MOVE BT-Txn-Code       TO NT-Txn-Code.
           MOVE WS-Today          TO NT-Change-Date.
           MOVE WS-Old-Account    TO WS-Account-Work.
           PERFORM 1310-Take-Last-Four.
           MOVE WS-Last-Four      TO NT-Old-Last-Four.
           MOVE BH-New-Account    TO WS-Account-Work.
           PERFORM 1310-Take-Last-Four.
           MOVE WS-Last-Four      TO NT-New-Last-Four.
           MOVE 'Y' TO NT-Held.
           MOVE SPACES TO NT-Street NT-City NT-State NT-Zip.
           IF WS-Address-Avail = 'Y'
               MOVE BT-Emp-Number TO AD-Emp-Number
               READ Address-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AD-Street NOT = SPACES
                           MOVE AD-Street TO NT-Street
                           MOVE AD-City   TO NT-City
                           MOVE AD-State  TO NT-State
                           MOVE AD-Zip    TO NT-Zip
                           MOVE 'N'       TO NT-Held
                       END-IF
               END-READ
           END-IF.
           WRITE Notice-Rec.
           ADD 1 TO WS-Notice-Count.
           IF NT-Held = 'Y'
               ADD 1 TO WS-Held-Count
               MOVE 'NO HOME ADDRESS - NOTICE HELD' TO RN-Text
               WRITE Register-Line FROM WS-Register-Note
           END-IF.

      *> Account numbers are left-justified with trailing blanks;
      *> the last four non-blank characters go on the notice.
       1310-Take-Last-Four.
           MOVE SPACES TO WS-Last-Four.
           MOVE 4 TO WS-Four-Sub.
           MOVE 12 TO WS-Account-Sub.
           PERFORM UNTIL WS-Account-Sub = ZERO OR WS-Four-Sub = ZERO
               IF WS-Account-Work (WS-Account-Sub:1) NOT = SPACE
                   MOVE WS-Account-Work (WS-Account-Sub:1)
                       TO WS-Last-Four (WS-Four-Sub:1)
                   SUBTRACT 1 FROM WS-Four-Sub
               END-IF
               SUBTRACT 1 FROM WS-Account-Sub
           END-PERFORM.

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
           MOVE WS-Applied-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
