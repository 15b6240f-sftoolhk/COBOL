           SELECT Run-Log-File ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.
      *> Maintenance cards oprAuth refused; today's are listed
      *> after the warnings so security sees who tried what.
           SELECT Violation-File ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Violation-Status.
           SELECT Log-Report ASSIGN TO "LOGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
       01  Run-Log-Rec.
           COPY RUNLOG.

       FD  Violation-File.
       01  Violation-Rec.
           COPY SECVIOL.

       FD  Log-Report.
       01  Log-Report-Line     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Log-Status       PIC XX.
       01  WS-Report-Status    PIC XX.
       01  WS-Violation-Status PIC XX.
       01  WS-Violation-Total  PIC 9(5) VALUE ZERO.
       01  WS-Eof-Switch       PIC X VALUE 'N'.
       01  WS-Today            PIC X(8).
       01  WS-Program-Count    PIC 9(2) VALUE ZERO.
           05 WL-Message       PIC X(40).
       01  WS-No-Warning-Line  PIC X(32)
           VALUE 'NO WARNINGS OR ERRORS LOGGED'.
       01  WS-Violation-Heading PIC X(47)
           VALUE 'SECURITY VIOLATIONS FOR TODAY - CARDS REFUSED'.
       01  WS-Violation-Line.
           05 VL-Program       PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-Operator      PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-Approver      PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-Txn-Code      PIC X.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-Company       PIC X(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-Key           PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-Reason        PIC X(23).
       01  WS-Violation-Total-Line.
           05 FILLER           PIC X(22)
              VALUE 'VIOLATIONS LOGGED    '.
           05 VT-Count         PIC Z(4)9.
       01  WS-No-Violation-Line PIC X(32)
           VALUE 'NO SECURITY VIOLATIONS LOGGED'.

      *> Per-program roll-up of today's log entries.
       01  Program-Table.
           PERFORM 1000-Accumulate-Summary.
           PERFORM 2000-Write-Summary.
           PERFORM 3000-Write-Warning-Lines.
           PERFORM 4000-Write-Violation-Lines.
           CLOSE Log-Report.
           PERFORM 9000-End-Run-Control.
           STOP RUN.
               END-IF
           END-IF.

       4000-Write-Violation-Lines.
           WRITE Log-Report-Line FROM WS-Violation-Heading.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Violation-File.
           IF WS-Violation-Status = '00'
               READ Violation-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF SV-Date = WS-Today
                       MOVE SV-Program  TO VL-Program
                       MOVE SV-Operator TO VL-Operator
                       MOVE SV-Approver TO VL-Approver
                       MOVE SV-Txn-Code TO VL-Txn-Code
                       MOVE SV-Company  TO VL-Company
                       MOVE SV-Key      TO VL-Key
                       MOVE SV-Reason   TO VL-Reason
                       WRITE Log-Report-Line FROM WS-Violation-Line
                       ADD 1 TO WS-Violation-Total
                   END-IF
                   READ Violation-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Violation-File
           END-IF.
           IF WS-Violation-Total = ZERO
               WRITE Log-Report-Line FROM WS-No-Violation-Line
           ELSE
               MOVE WS-Violation-Total TO VT-Count
               WRITE Log-Report-Line FROM WS-Violation-Total-Line
           END-IF.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
