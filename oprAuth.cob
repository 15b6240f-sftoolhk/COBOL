       IDENTIFICATION DIVISION.
       PROGRAM-ID. oprAuth.
       AUTHOR FMORAESTEC.

      *> Shared operator-authority service called by every master
      *> maintenance program. Request C checks one card: the
      *> submitting operator must hold S authority, and a different
      *> operator A authority, for the caller's program, the card's
      *> transaction code, and the card's company. A refused card
      *> comes back with result N and a reason, and is written to
      *> the SECVIOL security violation log. Request L records a
      *> card the caller has applied on the MSTCHG master-change
      *> log. The authority file is read once, on the first call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Authority-File ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Authority-Status.
           SELECT Violation-File ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Violation-Status.
           SELECT Change-Log-File ASSIGN TO "MSTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Change-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Authority-File.
       01  Authority-Rec.
           COPY OPRAUTH.

       FD  Violation-File.
       01  Violation-Rec.
           COPY SECVIOL.

       FD  Change-Log-File.
       01  Change-Log-Rec.
           COPY MSTCHG.

       WORKING-STORAGE SECTION.
       01  WS-Authority-Status  PIC XX.
       01  WS-Violation-Status  PIC XX.
       01  WS-Change-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Loaded            PIC X VALUE 'N'.
       01  WS-Authority-Missing PIC X VALUE 'N'.
       01  WS-Auth-Count        PIC 9(3) VALUE ZERO.
       01  WS-Timestamp         PIC X(14).
       01  WS-Company           PIC X(2).
       01  WS-Submit-Granted    PIC X.
       01  WS-Approve-Granted   PIC X.

      *> Every grant on the authority file, held for the run.
       01  Authority-Table.
           05 Authority-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Auth-Count
                  INDEXED BY Auth-Idx.
              10 AT-Operator   PIC X(8).
              10 AT-Program    PIC X(12).
              10 AT-Txn-Code   PIC X.
              10 AT-Company    PIC X(2).
              10 AT-Role       PIC X.
                 88 AT-May-Submit   VALUE 'S' 'B'.
                 88 AT-May-Approve  VALUE 'A' 'B'.

       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12).
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       LINKAGE SECTION.
       01  Operator-Auth-Parms.
           05 LS-Request        PIC X.
           05 LS-Program        PIC X(12).
           05 LS-Operator       PIC X(8).
           05 LS-Approver       PIC X(8).
           05 LS-Txn-Code       PIC X.
           05 LS-Company        PIC X(2).
           05 LS-Key            PIC X(20).
           05 LS-Action         PIC X(12).
           05 LS-Result         PIC X.
           05 LS-Reason         PIC X(30).

       PROCEDURE DIVISION USING Operator-Auth-Parms.
       0000-Main.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Timestamp.
      *> A card with no company belongs to company 01, the same
      *> way eodBalance rolls blank companies into 01.
           IF LS-Company = SPACES
               MOVE '01' TO WS-Company
           ELSE
               MOVE LS-Company TO WS-Company
           END-IF.
           EVALUATE LS-Request
               WHEN 'C'
                   IF WS-Loaded = 'N'
                       PERFORM 0100-Load-Authority
                   END-IF
                   PERFORM 1000-Check-Card
               WHEN 'L'
                   PERFORM 2000-Log-Master-Change
               WHEN OTHER
                   DISPLAY 'OPRAUTH: UNKNOWN REQUEST ' LS-Request
           END-EVALUATE.
           GOBACK.

      *> No authority file grants nothing: every card is refused
      *> until security has set one up.
       0100-Load-Authority.
           MOVE 'Y' TO WS-Loaded.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Authority-File.
           IF WS-Authority-Status NOT = '00'
               MOVE 'Y' TO WS-Authority-Missing
               DISPLAY 'OPRAUTH OPEN FAILED, STATUS='
                   WS-Authority-Status ' - ALL CARDS REFUSED'
           ELSE
               READ Authority-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Auth-Count >= 500
                   ADD 1 TO WS-Auth-Count
                   MOVE OA-Operator TO AT-Operator (WS-Auth-Count)
                   MOVE OA-Program  TO AT-Program (WS-Auth-Count)
                   MOVE OA-Txn-Code TO AT-Txn-Code (WS-Auth-Count)
                   MOVE OA-Company  TO AT-Company (WS-Auth-Count)
                   MOVE OA-Role     TO AT-Role (WS-Auth-Count)
                   READ Authority-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
      *> Grants past the table are not honoured; the cards they
      *> would have passed are refused and show on the violation
      *> log, so nothing is let through by an oversized file.
               IF WS-Eof-Switch = 'N'
                   DISPLAY 'OPRAUTH EXCEEDS THE TABLE - GRANTS '
                       'BEYOND 500 IGNORED'
                   MOVE LS-Program TO RLP-Program
                   MOVE 'W' TO RLP-Severity
                   MOVE 'OPRAUTH GRANTS BEYOND TABLE IGNORED'
                       TO RLP-Message
                   MOVE WS-Auth-Count TO RLP-Count
                   MOVE ZERO TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
               END-IF
               CLOSE Authority-File
           END-IF.

       1000-Check-Card.
           MOVE 'N' TO WS-Submit-Granted.
           MOVE 'N' TO WS-Approve-Granted.
           PERFORM VARYING Auth-Idx FROM 1 BY 1
                   UNTIL Auth-Idx > WS-Auth-Count
               IF AT-Program (Auth-Idx) = LS-Program
                    AND (AT-Txn-Code (Auth-Idx) = LS-Txn-Code
                         OR AT-Txn-Code (Auth-Idx) = '*')
                    AND (AT-Company (Auth-Idx) = WS-Company
                         OR AT-Company (Auth-Idx) = '**')
                   IF AT-Operator (Auth-Idx) = LS-Operator
                        AND AT-May-Submit (Auth-Idx)
                       MOVE 'Y' TO WS-Submit-Granted
                   END-IF
                   IF AT-Operator (Auth-Idx) = LS-Approver
                        AND AT-May-Approve (Auth-Idx)
                       MOVE 'Y' TO WS-Approve-Granted
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO LS-Reason.
           EVALUATE TRUE
               WHEN LS-Operator = SPACES
                   MOVE 'OPERATOR ID MISSING' TO LS-Reason
               WHEN LS-Approver = SPACES
                   MOVE 'APPROVER ID MISSING' TO LS-Reason
               WHEN LS-Approver = LS-Operator
                   MOVE 'OPERATOR SELF-APPROVED' TO LS-Reason
               WHEN WS-Authority-Missing = 'Y'
                   MOVE 'NO OPERATOR AUTHORITY' TO LS-Reason
               WHEN WS-Submit-Granted = 'N'
                   MOVE 'OPERATOR NOT AUTHORIZED' TO LS-Reason
               WHEN WS-Approve-Granted = 'N'
                   MOVE 'APPROVER NOT AUTHORIZED' TO LS-Reason
           END-EVALUATE.
           IF LS-Reason = SPACES
               MOVE 'Y' TO LS-Result
           ELSE
               MOVE 'N' TO LS-Result
               PERFORM 1100-Write-Violation
           END-IF.

       1100-Write-Violation.
           OPEN EXTEND Violation-File.
           IF WS-Violation-Status = '35'
               OPEN OUTPUT Violation-File
           END-IF.
           IF WS-Violation-Status = '00'
               MOVE WS-Timestamp (1:8)  TO SV-Date
               MOVE WS-Timestamp (9:6)  TO SV-Time
               MOVE LS-Program          TO SV-Program
               MOVE LS-Operator         TO SV-Operator
               MOVE LS-Approver         TO SV-Approver
               MOVE LS-Txn-Code         TO SV-Txn-Code
               MOVE WS-Company          TO SV-Company
               MOVE LS-Key              TO SV-Key
               MOVE LS-Reason           TO SV-Reason
               WRITE Violation-Rec
               CLOSE Violation-File
           ELSE
               DISPLAY 'SECVIOL OPEN FAILED, STATUS='
                   WS-Violation-Status
           END-IF.

       2000-Log-Master-Change.
           OPEN EXTEND Change-Log-File.
           IF WS-Change-Status = '35'
               OPEN OUTPUT Change-Log-File
           END-IF.
           IF WS-Change-Status = '00'
               MOVE WS-Timestamp (1:8)  TO MC-Date
               MOVE WS-Timestamp (9:6)  TO MC-Time
               MOVE LS-Program          TO MC-Program
               MOVE LS-Operator         TO MC-Operator
               MOVE LS-Approver         TO MC-Approver
               MOVE LS-Txn-Code         TO MC-Txn-Code
               MOVE WS-Company          TO MC-Company
               MOVE LS-Key              TO MC-Key
               MOVE LS-Action           TO MC-Action
               WRITE Change-Log-Rec
               CLOSE Change-Log-File
           ELSE
               DISPLAY 'MSTCHG OPEN FAILED, STATUS=' WS-Change-Status
           END-IF.
