       IDENTIFICATION DIVISION.
       PROGRAM-ID. payNewHire.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Employee master as empMaint leaves it; every hire and rehire
      *> shows there as a hire date.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
      *> Home addresses; the state wants the employee's address on
      *> every new-hire report.
           SELECT Address-File ASSIGN TO "PAYADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-Emp-Number
               FILE STATUS IS WS-Address-Status.
      *> One entry per employee ever reported, with the hire date
      *> reported. A master hire date later than the one on file is
      *> a rehire still to report; the same date is already done.
           SELECT Reported-File ASSIGN TO "PAYNHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-Emp-Number
               FILE STATUS IS WS-Reported-Status.
      *> The state new-hire submission file, grouped by work state:
      *> an S header per state, its D hire records, one T trailer.
           SELECT Submission-File ASSIGN TO "PAYNHSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Submission-Status.
      *> Hires held back for missing data, with the date the report
      *> is due, for HR to complete before the deadline.
           SELECT Exception-File ASSIGN TO "PAYNHEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exception-Status.

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

       FD  Address-File.
       01  Address-Rec.
           COPY EMPADDR.

       FD  Reported-File.
       01  Reported-Rec.
           05 NH-Emp-Number   PIC 9(5).
           05 NH-Hire-Date    PIC X(8).
           05 NH-State        PIC X(2).
           05 NH-Report-Date  PIC X(8).
      *> N = reported new hire, R = reported rehire, B = hired
      *> before this run was first made and taken as reported.
           05 NH-Hire-Type    PIC X.

       FD  Submission-File.
       01  Submission-Line    PIC X(136).

       FD  Exception-File.
       01  Exception-Line     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Employee-Status   PIC XX.
       01  WS-Address-Status    PIC XX.
       01  WS-Reported-Status   PIC XX.
       01  WS-Submission-Status PIC XX.
       01  WS-Exception-Status  PIC XX.
       01  WS-Employee-Eof      PIC X VALUE 'N'.
       01  WS-Address-Avail     PIC X VALUE 'N'.
       01  WS-First-Run         PIC X VALUE 'N'.
       01  WS-Found             PIC X VALUE 'N'.
       01  WS-Hire-Type         PIC X.
       01  WS-Reason            PIC X(24).
       01  WS-Today             PIC X(8).
       01  WS-Today-Numeric REDEFINES WS-Today PIC 9(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-Date-Integer      PIC 9(7).
       01  WS-Cutoff-Date       PIC 9(8).
       01  WS-Due-Date          PIC 9(8).
       01  WS-Report-Count      PIC 9(5) VALUE ZERO.
       01  WS-Exception-Count   PIC 9(5) VALUE ZERO.
       01  WS-Baseline-Count    PIC 9(5) VALUE ZERO.
       01  WS-State-Hires       PIC 9(5).

      *> Days the state allows from hire to report, and how far back
      *> the first run reaches: hires older than that were reported
      *> on the paper forms before this run existed.
       01  WS-Report-Days       PIC 9(3) VALUE 20.
       01  WS-Catch-Up-Days     PIC 9(3) VALUE 30.

      *> Employer identification for each company code.
       01  Employer-Data.
           COPY EMPLOYER.

      *> Hires ready to report, held so the file can be written one
      *> state at a time.
       01  WS-Hire-Count        PIC 9(3) VALUE ZERO.
       01  Hire-Table.
           05 Hire-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Hire-Count
                  INDEXED BY Hire-Idx.
              10 HT-State        PIC X(2).
              10 HT-Hire-Type    PIC X.
              10 HT-Emp-Number   PIC 9(5).
              10 HT-Emp-Name     PIC X(20).
              10 HT-Street       PIC X(30).
              10 HT-City         PIC X(20).
              10 HT-Addr-State   PIC X(2).
              10 HT-Zip          PIC X(10).
              10 HT-Hire-Date    PIC X(8).
              10 HT-EIN          PIC X(9).
              10 HT-Employer     PIC X(28).

       01  WS-State-Count       PIC 9(2) VALUE ZERO.
       01  State-List.
           05 State-Entry OCCURS 0 TO 60 TIMES
                  DEPENDING ON WS-State-Count
                  INDEXED BY State-Idx.
              10 SL-State        PIC X(2).

       01  WS-Header-Record.
           05 NS-Type          PIC X VALUE 'S'.
           05 NS-State         PIC X(2).
           05 NS-Hire-Count    PIC 9(5).
           05 NS-Run-Date      PIC X(8).
       01  WS-Detail-Record.
           05 ND-Type          PIC X VALUE 'D'.
           05 ND-State         PIC X(2).
           05 ND-Hire-Type     PIC X.
           05 ND-Emp-Number    PIC 9(5).
           05 ND-Emp-Name      PIC X(20).
           05 ND-Street        PIC X(30).
           05 ND-City          PIC X(20).
           05 ND-Addr-State    PIC X(2).
           05 ND-Zip           PIC X(10).
           05 ND-Hire-Date     PIC X(8).
           05 ND-EIN           PIC X(9).
           05 ND-Employer      PIC X(28).
       01  WS-Trailer-Record.
           05 NT-Type          PIC X VALUE 'T'.
           05 NT-State-Count   PIC 9(3).
           05 NT-Hire-Count    PIC 9(5).

       01  WS-Exception-Heading.
           05 FILLER           PIC X(40)
              VALUE 'NEW-HIRE REPORTS HELD FOR MISSING DATA  '.
           05 EH-Run-Date      PIC X(8).
       01  WS-Exception-Detail.
           05 EX-Emp-Number    PIC 9(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 EX-Emp-Name      PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 EX-State         PIC X(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 EX-Hire-Date     PIC X(8).
           05 FILLER           PIC X(5) VALUE ' DUE '.
           05 EX-Due-Date      PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 EX-Reason        PIC X(24).


      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PAYNEWHIRE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PAYNEWHIRE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           COMPUTE WS-Date-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Today-Numeric)
               - WS-Catch-Up-Days.
           COMPUTE WS-Cutoff-Date =
               FUNCTION DATE-OF-INTEGER (WS-Date-Integer).
           PERFORM 0100-Open-Files.
           PERFORM 1000-Collect-Hires.
           PERFORM 2000-Write-Submission.
           PERFORM 3000-Record-Reported.
           CLOSE Reported-File.
           CLOSE Submission-File.
           CLOSE Exception-File.
           IF WS-Address-Avail = 'Y'
               CLOSE Address-File
           END-IF.
           IF WS-Exception-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'NEW HIRES HELD FOR MISSING DATA'
                   TO RLP-Message
               MOVE WS-Exception-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'NEW HIRES REPORTED: ' WS-Report-Count
               ' HELD: ' WS-Exception-Count
               ' TAKEN AS ALREADY REPORTED: ' WS-Baseline-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The reported-hire file is created on the first run; that
      *> run takes hires older than the catch-up window as already
      *> reported on paper.
       0100-Open-Files.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Reported-File.
           IF WS-Reported-Status = '35'
               MOVE 'Y' TO WS-First-Run
               OPEN OUTPUT Reported-File
               CLOSE Reported-File
               OPEN I-O Reported-File
           END-IF.
           IF WS-Reported-Status NOT = '00'
               DISPLAY 'PAYNHHST OPEN FAILED, STATUS='
                   WS-Reported-Status
               MOVE 32 TO RETURN-CODE
               CLOSE Employee-File
               STOP RUN
           END-IF.
           OPEN INPUT Address-File.
           IF WS-Address-Status = '00'
               MOVE 'Y' TO WS-Address-Avail
           ELSE
               DISPLAY 'PAYADDR OPEN FAILED, STATUS='
                   WS-Address-Status ' - NO ADDRESSES ON FILE'
           END-IF.
           OPEN OUTPUT Submission-File.
           IF WS-Submission-Status NOT = '00'
               DISPLAY 'PAYNHSUB OPEN FAILED, STATUS='
                   WS-Submission-Status
               MOVE 31 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Exception-File.
           IF WS-Exception-Status NOT = '00'
               DISPLAY 'PAYNHEXC OPEN FAILED, STATUS='
                   WS-Exception-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Today TO EH-Run-Date.
           WRITE Exception-Line FROM WS-Exception-Heading.

       1000-Collect-Hires.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Employee-Eof
           END-READ.
           PERFORM UNTIL WS-Employee-Eof = 'Y'
               IF Emp-Record (1:4) NOT = '*TRL'
                   PERFORM 1100-Check-One-Employee
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Employee-Eof
               END-READ
           END-PERFORM.
           CLOSE Employee-File.

      *> A master with no hire date predates hire dates on EMPFILE
      *> and has nothing to report; a future-dated hire waits for
      *> its start date.
       1100-Check-One-Employee.
           IF Emp-Hire-Date = SPACES OR Emp-Hire-Date > WS-Today
               CONTINUE
           ELSE
               MOVE SPACES TO WS-Hire-Type
               MOVE Emp-Number TO NH-Emp-Number
               READ Reported-File
                   INVALID KEY
                       MOVE 'N' TO WS-Hire-Type
                   NOT INVALID KEY
                       IF Emp-Hire-Date > NH-Hire-Date
                           MOVE 'R' TO WS-Hire-Type
                       END-IF
               END-READ
               EVALUATE TRUE
                   WHEN WS-Hire-Type = SPACES
                       CONTINUE
                   WHEN WS-First-Run = 'Y'
                        AND Emp-Hire-Date < WS-Cutoff-Date
                       PERFORM 1300-Take-As-Reported
                   WHEN OTHER
                       PERFORM 1200-Edit-Hire
               END-EVALUATE
           END-IF.

      *> The state requires the name, work state, hire date, the
      *> employer's ID, and a complete home address. A blank company
      *> is company 01, as everywhere else on the master.
       1200-Edit-Hire.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Found.
           IF Emp-Company = SPACES
               MOVE '01' TO Emp-Company
           END-IF.
           SET Emplr-Idx TO 1.
           SEARCH Employer-Entry
               AT END CONTINUE
               WHEN EMT-Company (Emplr-Idx) = Emp-Company
                   MOVE 'Y' TO WS-Found
           END-SEARCH.
           IF WS-Address-Avail = 'Y'
               MOVE Emp-Number TO AD-Emp-Number
               READ Address-File
                   INVALID KEY MOVE SPACES TO Address-Rec
               END-READ
           ELSE
               MOVE SPACES TO Address-Rec
           END-IF.
           EVALUATE TRUE
               WHEN Emp-Name = SPACES
                   MOVE 'NAME MISSING' TO WS-Reason
               WHEN Emp-State = SPACES
                   MOVE 'WORK STATE MISSING' TO WS-Reason
               WHEN Emp-Hire-Date NOT NUMERIC
                   MOVE 'HIRE DATE INVALID' TO WS-Reason
               WHEN WS-Found = 'N'
                   MOVE 'NO EMPLOYER ID' TO WS-Reason
               WHEN AD-Street = SPACES
                   MOVE 'HOME ADDRESS MISSING' TO WS-Reason
               WHEN AD-City = SPACES OR AD-State = SPACES
                    OR AD-Zip = SPACES
                   MOVE 'ADDRESS INCOMPLETE' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason = SPACES
               PERFORM 1205-Find-State
           END-IF.
           IF WS-Reason NOT = SPACES
               PERFORM 1250-Write-Exception
           ELSE
               PERFORM 1210-Hold-Hire
           END-IF.

      *> A hire that cannot be held for the file is not recorded as
      *> reported either; it waits on the exception list.
       1205-Find-State.
           MOVE 'N' TO WS-Found.
           SET State-Idx TO 1.
           SEARCH State-Entry
               AT END CONTINUE
               WHEN SL-State (State-Idx) = Emp-State
                   MOVE 'Y' TO WS-Found
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-Hire-Count NOT < 500
                   MOVE 'TOO MANY HIRES THIS RUN' TO WS-Reason
               WHEN WS-Found = 'N' AND WS-State-Count NOT < 60
                   MOVE 'TOO MANY STATES THIS RUN' TO WS-Reason
               WHEN WS-Found = 'N'
                   ADD 1 TO WS-State-Count
                   MOVE Emp-State TO SL-State (WS-State-Count)
           END-EVALUATE.

       1210-Hold-Hire.
           ADD 1 TO WS-Hire-Count.
           SET Hire-Idx TO WS-Hire-Count.
           MOVE Emp-State      TO HT-State (Hire-Idx).
           MOVE WS-Hire-Type   TO HT-Hire-Type (Hire-Idx).
           MOVE Emp-Number     TO HT-Emp-Number (Hire-Idx).
           MOVE Emp-Name       TO HT-Emp-Name (Hire-Idx).
           MOVE AD-Street      TO HT-Street (Hire-Idx).
           MOVE AD-City        TO HT-City (Hire-Idx).
           MOVE AD-State       TO HT-Addr-State (Hire-Idx).
           MOVE AD-Zip         TO HT-Zip (Hire-Idx).
           MOVE Emp-Hire-Date  TO HT-Hire-Date (Hire-Idx).
           MOVE EMT-EIN (Emplr-Idx)  TO HT-EIN (Hire-Idx).
           MOVE EMT-Name (Emplr-Idx) TO HT-Employer (Hire-Idx).

      *> Held hires are not recorded as reported, so they come up
      *> again on every run until HR completes them.
       1250-Write-Exception.
           MOVE Emp-Number    TO EX-Emp-Number.
           MOVE Emp-Name      TO EX-Emp-Name.
           MOVE Emp-State     TO EX-State.
           MOVE Emp-Hire-Date TO EX-Hire-Date.
           MOVE SPACES        TO EX-Due-Date.
           IF Emp-Hire-Date NUMERIC
               MOVE Emp-Hire-Date TO WS-Date-Numeric
               COMPUTE WS-Date-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
                   + WS-Report-Days
               COMPUTE WS-Due-Date =
                   FUNCTION DATE-OF-INTEGER (WS-Date-Integer)
               MOVE WS-Due-Date TO EX-Due-Date
           END-IF.
           MOVE WS-Reason     TO EX-Reason.
           WRITE Exception-Line FROM WS-Exception-Detail.
           ADD 1 TO WS-Exception-Count.

       1300-Take-As-Reported.
           MOVE Emp-Number    TO NH-Emp-Number.
           MOVE Emp-Hire-Date TO NH-Hire-Date.
           MOVE Emp-State     TO NH-State.
           MOVE WS-Today      TO NH-Report-Date.
           MOVE 'B'           TO NH-Hire-Type.
           WRITE Reported-Rec
               INVALID KEY REWRITE Reported-Rec
           END-WRITE.
           ADD 1 TO WS-Baseline-Count.

      *> One S header per work state, followed by that state's hires.
       2000-Write-Submission.
           PERFORM VARYING State-Idx FROM 1 BY 1
                   UNTIL State-Idx > WS-State-Count
               MOVE ZERO TO WS-State-Hires
               PERFORM VARYING Hire-Idx FROM 1 BY 1
                       UNTIL Hire-Idx > WS-Hire-Count
                   IF HT-State (Hire-Idx) = SL-State (State-Idx)
                       ADD 1 TO WS-State-Hires
                   END-IF
               END-PERFORM
               MOVE SL-State (State-Idx) TO NS-State
               MOVE WS-State-Hires       TO NS-Hire-Count
               MOVE WS-Today             TO NS-Run-Date
               WRITE Submission-Line FROM WS-Header-Record
               PERFORM VARYING Hire-Idx FROM 1 BY 1
                       UNTIL Hire-Idx > WS-Hire-Count
                   IF HT-State (Hire-Idx) = SL-State (State-Idx)
                       PERFORM 2100-Write-One-Hire
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-State-Count TO NT-State-Count.
           MOVE WS-Report-Count TO NT-Hire-Count.
           WRITE Submission-Line FROM WS-Trailer-Record.

       2100-Write-One-Hire.
           MOVE HT-State (Hire-Idx)      TO ND-State.
           MOVE HT-Hire-Type (Hire-Idx)  TO ND-Hire-Type.
           MOVE HT-Emp-Number (Hire-Idx) TO ND-Emp-Number.
           MOVE HT-Emp-Name (Hire-Idx)   TO ND-Emp-Name.
           MOVE HT-Street (Hire-Idx)     TO ND-Street.
           MOVE HT-City (Hire-Idx)       TO ND-City.
           MOVE HT-Addr-State (Hire-Idx) TO ND-Addr-State.
           MOVE HT-Zip (Hire-Idx)        TO ND-Zip.
           MOVE HT-Hire-Date (Hire-Idx)  TO ND-Hire-Date.
           MOVE HT-EIN (Hire-Idx)        TO ND-EIN.
           MOVE HT-Employer (Hire-Idx)   TO ND-Employer.
           WRITE Submission-Line FROM WS-Detail-Record.
           ADD 1 TO WS-Report-Count.

      *> Every hire on the submission is recorded with the hire
      *> date reported, replacing the entry for an earlier hire.
       3000-Record-Reported.
           PERFORM VARYING Hire-Idx FROM 1 BY 1
                   UNTIL Hire-Idx > WS-Hire-Count
               MOVE HT-Emp-Number (Hire-Idx) TO NH-Emp-Number
               MOVE HT-Hire-Date (Hire-Idx)  TO NH-Hire-Date
               MOVE HT-State (Hire-Idx)      TO NH-State
               MOVE WS-Today                 TO NH-Report-Date
               MOVE HT-Hire-Type (Hire-Idx)  TO NH-Hire-Type
               WRITE Reported-Rec
                   INVALID KEY REWRITE Reported-Rec
               END-WRITE
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
           MOVE WS-Report-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
