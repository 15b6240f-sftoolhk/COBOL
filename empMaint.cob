           SELECT Register-File ASSIGN TO "EMPMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
      *> Home-address master, keyed by employee number; a hire or
      *> change card carrying an address adds or replaces it.
           SELECT Address-File ASSIGN TO "PAYADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-Emp-Number
               FILE STATUS IS WS-Address-Status.

       DATA DIVISION.
       FILE SECTION.
           05 Emp-Local-Code  PIC X(2).
           05 Emp-Hire-Date   PIC X(8).
           05 Emp-Term-Date   PIC X(8).
           05 Emp-Pay-Type    PIC X.
           05 Emp-Hourly-Rate PIC 9(3)V99.
           05 Emp-Grade       PIC X(2).
           05 Emp-Step        PIC 9(2).
       01  Emp-Trailer.
           COPY TRAILER.

      *> Hire cards carry the start date, terminate cards the last
      *> day worked; blank defaults to the run date either way.
           05 MT-Effective-Date    PIC X(8).
      *> H = hourly at the card's rate, S = salaried. A change card
      *> left blank here keeps the employee's pay type and rate, so
      *> a salary or department change need not re-key them.
           05 MT-Pay-Type          PIC X.
           05 MT-Hourly-Rate       PIC 9(3)V99.
      *> Grade and step on the PAYGRADE table; a change card left
      *> blank here keeps them. Step increases themselves come from
      *> payStepInc, not from these cards.
           05 MT-Grade             PIC X(2).
           05 MT-Step              PIC 9(2).
      *> Home address for PAYADDR; a card with the street left
      *> blank leaves the address on file alone.
           05 MT-Street            PIC X(30).
           05 MT-City              PIC X(20).
           05 MT-Addr-State        PIC X(2).
           05 MT-Zip               PIC X(10).
      *> Who keyed the card and who approved it; oprAuth refuses
      *> the card unless both hold authority for its code and
      *> company, and they are two different people.
           05 MT-Operator          PIC X(8).
           05 MT-Approver          PIC X(8).

       FD  Register-File.
       01  Register-Line           PIC X(80).

       FD  Address-File.
       01  Address-Rec.
           COPY EMPADDR.

       WORKING-STORAGE SECTION.
       01  WS-Employee-Status   PIC XX.
       01  WS-Maint-Status      PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Address-Status    PIC XX.
       01  WS-Address-Emp-Number PIC 9(5).
       01  WS-Address-Found     PIC X VALUE 'N'.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Maint-Eof         PIC X VALUE 'N'.
       01  WS-Maint-Found-Switch PIC X VALUE 'N'.
       01  WS-Maint-Txn-Count   PIC 9(5) VALUE ZERO.
       01  WS-Applied-Before    PIC 9(5) VALUE ZERO.
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Next-Emp-Number   PIC 9(5) VALUE 10000.
       01  WS-Today             PIC X(8).
           05 RG-New-Bracket   PIC 9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RG-New-Dept      PIC X(4).
       01  WS-Register-Address.
           05 RA-Label         PIC X(8).
           05 RA-Emp-Name      PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RA-Street        PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RA-City          PIC X(20).
       01  WS-Register-Refusal.
           05 FILLER           PIC X(8) VALUE 'REFUSED '.
           05 RF-Emp-Name      PIC X(20).
              10 ET-Local        PIC X(2).
              10 ET-Hire-Date    PIC X(8).
              10 ET-Term-Date    PIC X(8).
              10 ET-Pay-Type     PIC X.
              10 ET-Hourly-Rate  PIC 9(3)V99.
              10 ET-Grade        PIC X(2).
              10 ET-Step         PIC 9(2).


      *> Run-control interface: checked at startup so a second
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'EMPMAINT'.
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
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Address-File.
           IF WS-Address-Status = '35'
               OPEN OUTPUT Address-File
               CLOSE Address-File
               OPEN I-O Address-File
           END-IF.
           IF WS-Address-Status NOT = '00'
               DISPLAY 'PAYADDR OPEN FAILED, STATUS='
                   WS-Address-Status
               MOVE 33 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-Apply-Maintenance-Transactions.
           CLOSE Address-File.
           CLOSE Register-File.
           IF WS-Maint-Txn-Count > 0
               PERFORM 3000-Rewrite-Employee-File
                   MOVE Emp-Local-Code TO ET-Local (WS-Emp-Count)
                   MOVE Emp-Hire-Date  TO ET-Hire-Date (WS-Emp-Count)
                   MOVE Emp-Term-Date  TO ET-Term-Date (WS-Emp-Count)
                   IF Emp-Pay-Type = 'H'
                       MOVE 'H' TO ET-Pay-Type (WS-Emp-Count)
                       MOVE Emp-Hourly-Rate
                           TO ET-Hourly-Rate (WS-Emp-Count)
                   ELSE
                       MOVE 'S' TO ET-Pay-Type (WS-Emp-Count)
                       MOVE ZERO TO ET-Hourly-Rate (WS-Emp-Count)
                   END-IF
                   MOVE Emp-Grade TO ET-Grade (WS-Emp-Count)
                   IF Emp-Step NUMERIC
                       MOVE Emp-Step TO ET-Step (WS-Emp-Count)
                   ELSE
                       MOVE ZERO TO ET-Step (WS-Emp-Count)
                   END-IF
                   IF ET-Number (WS-Emp-Count) > WS-Next-Emp-Number
                       MOVE ET-Number (WS-Emp-Count)
                           TO WS-Next-Emp-Number
           END-IF.

       2100-Apply-One-Transaction.
           PERFORM 2050-Check-Operator-Authority.
           IF OAP-Result NOT = 'Y'
               MOVE OAP-Reason TO RF-Reason
               PERFORM 2700-Write-Refusal
           ELSE
               MOVE WS-Maint-Txn-Count TO WS-Applied-Before
               EVALUATE TRUE
                   WHEN MT-Is-Hire
                       PERFORM 2200-Hire-Employee
                   WHEN MT-Is-Change
                       PERFORM 2300-Change-Employee
                   WHEN MT-Is-Terminate
                       PERFORM 2400-Terminate-Employee
                   WHEN OTHER
                       MOVE 'UNKNOWN TXN-CODE' TO RF-Reason
                       PERFORM 2700-Write-Refusal
               END-EVALUATE
               IF WS-Maint-Txn-Count > WS-Applied-Before
                   PERFORM 2900-Log-Master-Change
               END-IF
           END-IF.

      *> An employee already on file is checked under the company
      *> on the master, whatever the card says; a card that moves
      *> the employee to another company must also hold authority
      *> for the new one. Only a hire of someone new is checked
      *> under the card's company alone.
       2050-Check-Operator-Authority.
           PERFORM 2500-Find-Employee.
           MOVE 'C'           TO OAP-Request.
           MOVE MT-Operator   TO OAP-Operator.
           MOVE MT-Approver   TO OAP-Approver.
           MOVE MT-Txn-Code   TO OAP-Txn-Code.
           IF WS-Maint-Found-Switch = 'Y'
               MOVE ET-Company (Emp-Idx) TO OAP-Company
           ELSE
               MOVE MT-Company TO OAP-Company
           END-IF.
           MOVE MT-Emp-Name   TO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.
           IF OAP-Result = 'Y'
                AND WS-Maint-Found-Switch = 'Y'
                AND NOT MT-Is-Terminate
                AND MT-Company NOT = ET-Company (Emp-Idx)
               MOVE 'C'        TO OAP-Request
               MOVE MT-Company TO OAP-Company
               MOVE SPACES     TO OAP-Action
               CALL 'oprAuth' USING Operator-Auth-Parms
           END-IF.

      *> A hire card for a terminated employee is a rehire: the
      *> employee keeps the old number (and year-to-date history)
      *> under a new hire date. A hire card for anyone still active
      *> is refused as a duplicate.
       2200-Hire-Employee.
           PERFORM 2500-Find-Employee.
           IF WS-Maint-Found-Switch = 'Y'
               IF ET-Term-Date (Emp-Idx) NOT = SPACES
                   PERFORM 2260-Rehire-Employee
               ELSE
                   MOVE 'DUPLICATE EMPLOYEE' TO RF-Reason
                   PERFORM 2700-Write-Refusal
               END-IF
           ELSE
               IF MT-Pay-Type = 'H'
                    AND (MT-Hourly-Rate NOT NUMERIC
                         OR MT-Hourly-Rate = ZERO)
                   MOVE 'HOURLY RATE MISSING' TO RF-Reason
                   PERFORM 2700-Write-Refusal
               ELSE
                   PERFORM 2250-Add-Employee-Entry
               END-IF
           END-IF.

       2250-Add-Employee-Entry.
           IF WS-Emp-Count < 500
               ADD 1 TO WS-Emp-Count
               MOVE MT-Emp-Name   TO ET-Emp-Name (WS-Emp-Count)
               MOVE MT-Net-Salary TO ET-Net-Salary (WS-Emp-Count)
               MOVE MT-State      TO ET-State (WS-Emp-Count)
               MOVE MT-Bracket    TO ET-Bracket (WS-Emp-Count)
               MOVE MT-Dept       TO ET-Dept (WS-Emp-Count)
               MOVE MT-Company    TO ET-Company (WS-Emp-Count)
               ADD 1 TO WS-Next-Emp-Number
               MOVE WS-Next-Emp-Number
                   TO ET-Number (WS-Emp-Count)
               MOVE MT-Local-Code TO ET-Local (WS-Emp-Count)
               IF MT-Effective-Date NUMERIC
                   MOVE MT-Effective-Date
                       TO ET-Hire-Date (WS-Emp-Count)
               ELSE
                   MOVE WS-Today TO ET-Hire-Date (WS-Emp-Count)
               END-IF
               MOVE SPACES        TO ET-Term-Date (WS-Emp-Count)
               IF MT-Pay-Type = 'H'
                   MOVE 'H' TO ET-Pay-Type (WS-Emp-Count)
                   MOVE MT-Hourly-Rate
                       TO ET-Hourly-Rate (WS-Emp-Count)
               ELSE
                   MOVE 'S' TO ET-Pay-Type (WS-Emp-Count)
                   MOVE ZERO TO ET-Hourly-Rate (WS-Emp-Count)
               END-IF
               MOVE MT-Grade TO ET-Grade (WS-Emp-Count)
               IF MT-Grade NOT = SPACES AND MT-Step NUMERIC
                   MOVE MT-Step TO ET-Step (WS-Emp-Count)
               ELSE
                   MOVE ZERO TO ET-Step (WS-Emp-Count)
               END-IF
               MOVE 'HIRE'        TO RG-Action
               MOVE MT-Emp-Name   TO RG-Emp-Name
               MOVE ZERO          TO RG-Old-Salary
               MOVE SPACES        TO RG-Old-State
               MOVE ZERO          TO RG-Old-Bracket
               MOVE SPACES        TO RG-Old-Dept
               PERFORM 2600-Write-Register-After
               IF MT-Street NOT = SPACES
                   MOVE ET-Number (WS-Emp-Count)
                       TO WS-Address-Emp-Number
                   PERFORM 2800-Post-Address
               END-IF
               ADD 1 TO WS-Maint-Txn-Count
           ELSE
               MOVE 'EMPLOYEE TABLE FULL' TO RF-Reason
               PERFORM 2700-Write-Refusal
           END-IF.

       2260-Rehire-Employee.
           IF MT-Pay-Type = 'H'
                AND (MT-Hourly-Rate NOT NUMERIC
                     OR MT-Hourly-Rate = ZERO)
               MOVE 'HOURLY RATE MISSING' TO RF-Reason
               PERFORM 2700-Write-Refusal
           ELSE
               MOVE 'REHIRE'                 TO RG-Action
               MOVE MT-Emp-Name              TO RG-Emp-Name
               MOVE ET-Net-Salary (Emp-Idx)  TO RG-Old-Salary
               MOVE ET-State (Emp-Idx)       TO RG-Old-State
               MOVE ET-Bracket (Emp-Idx)     TO RG-Old-Bracket
               MOVE ET-Dept (Emp-Idx)        TO RG-Old-Dept
               MOVE MT-Net-Salary TO ET-Net-Salary (Emp-Idx)
               MOVE MT-State      TO ET-State (Emp-Idx)
               MOVE MT-Bracket    TO ET-Bracket (Emp-Idx)
               MOVE MT-Dept       TO ET-Dept (Emp-Idx)
               MOVE MT-Company    TO ET-Company (Emp-Idx)
               MOVE MT-Local-Code TO ET-Local (Emp-Idx)
               IF MT-Effective-Date NUMERIC
                   MOVE MT-Effective-Date TO ET-Hire-Date (Emp-Idx)
               ELSE
                   MOVE WS-Today TO ET-Hire-Date (Emp-Idx)
               END-IF
               MOVE SPACES TO ET-Term-Date (Emp-Idx)
               IF MT-Pay-Type = 'H'
                   MOVE 'H'            TO ET-Pay-Type (Emp-Idx)
                   MOVE MT-Hourly-Rate TO ET-Hourly-Rate (Emp-Idx)
               ELSE
                   MOVE 'S'  TO ET-Pay-Type (Emp-Idx)
                   MOVE ZERO TO ET-Hourly-Rate (Emp-Idx)
               END-IF
               IF MT-Grade NOT = SPACES AND MT-Step NUMERIC
                   MOVE MT-Grade TO ET-Grade (Emp-Idx)
                   MOVE MT-Step  TO ET-Step (Emp-Idx)
               END-IF
               PERFORM 2600-Write-Register-After
               IF MT-Street NOT = SPACES
                   MOVE ET-Number (Emp-Idx) TO WS-Address-Emp-Number
                   PERFORM 2800-Post-Address
               END-IF
               ADD 1 TO WS-Maint-Txn-Count
           END-IF.

       2300-Change-Employee.
               MOVE MT-Dept       TO ET-Dept (Emp-Idx)
               MOVE MT-Company    TO ET-Company (Emp-Idx)
               MOVE MT-Local-Code TO ET-Local (Emp-Idx)
               EVALUATE TRUE
                   WHEN MT-Pay-Type = 'H'
                        AND MT-Hourly-Rate NUMERIC
                        AND MT-Hourly-Rate > ZERO
                       MOVE 'H'            TO ET-Pay-Type (Emp-Idx)
                       MOVE MT-Hourly-Rate TO ET-Hourly-Rate (Emp-Idx)
                   WHEN MT-Pay-Type = 'H'
                       DISPLAY 'HOURLY RATE MISSING - PAY TYPE '
                           'UNCHANGED: ' MT-Emp-Name
                   WHEN MT-Pay-Type = 'S'
                       MOVE 'S'            TO ET-Pay-Type (Emp-Idx)
                       MOVE ZERO           TO ET-Hourly-Rate (Emp-Idx)
               END-EVALUATE
               IF MT-Grade NOT = SPACES AND MT-Step NUMERIC
                   MOVE MT-Grade TO ET-Grade (Emp-Idx)
                   MOVE MT-Step  TO ET-Step (Emp-Idx)
               END-IF
               PERFORM 2600-Write-Register-After
               IF MT-Street NOT = SPACES
                   MOVE ET-Number (Emp-Idx) TO WS-Address-Emp-Number
                   PERFORM 2800-Post-Address
               END-IF
               ADD 1 TO WS-Maint-Txn-Count
           ELSE
               MOVE 'EMPLOYEE NOT FOUND' TO RF-Reason
           WRITE Register-Line FROM WS-Register-Refusal.
           DISPLAY 'MAINTENANCE REFUSED: ' MT-Emp-Name ' ' RF-Reason.

      *> The register shows the address replaced, if any, above the
      *> one now on file.
       2800-Post-Address.
           MOVE WS-Address-Emp-Number TO AD-Emp-Number.
           READ Address-File
               INVALID KEY
                   MOVE 'N' TO WS-Address-Found
               NOT INVALID KEY
                   MOVE 'Y' TO WS-Address-Found
                   MOVE 'ADDR WAS' TO RA-Label
                   MOVE AD-Emp-Name TO RA-Emp-Name
                   MOVE AD-Street TO RA-Street
                   MOVE AD-City TO RA-City
                   WRITE Register-Line FROM WS-Register-Address
           END-READ.
           MOVE WS-Address-Emp-Number TO AD-Emp-Number.
           MOVE MT-Emp-Name   TO AD-Emp-Name.
           MOVE MT-Street     TO AD-Street.
           MOVE MT-City       TO AD-City.
           MOVE MT-Addr-State TO AD-State.
           MOVE MT-Zip        TO AD-Zip.
           IF WS-Address-Found = 'Y'
               REWRITE Address-Rec
           ELSE
               WRITE Address-Rec
           END-IF.
           MOVE 'ADDR NOW' TO RA-Label.
           MOVE AD-Emp-Name TO RA-Emp-Name.
           MOVE AD-Street TO RA-Street.
           MOVE AD-City TO RA-City.
           WRITE Register-Line FROM WS-Register-Address.

       2900-Log-Master-Change.
           MOVE 'L'       TO OAP-Request.
           MOVE RG-Action TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       3000-Rewrite-Employee-File.
           MOVE ZERO TO WS-Trailer-Count.
           MOVE ZERO TO WS-Trailer-Hash.
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
