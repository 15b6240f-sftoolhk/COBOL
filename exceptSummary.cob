           SELECT Meas-Variance-File ASSIGN TO "MEASVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Meas-Var-Status.
      *> Cumulative security violation log oprAuth writes; only
      *> today's refusals count here.
           SELECT Violation-File ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Violation-Status.
           SELECT Aging-File ASSIGN TO "EXCPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Aging-Status.
       FD  Meas-Variance-File.
       01  Variance-Line       PIC X(80).

       FD  Violation-File.
       01  Violation-Rec.
           COPY SECVIOL.

       FD  Aging-File.
       01  Aging-Rec.
           05 AGE-Source       PIC X(8).
       01  WS-Meas-Error-Status    PIC XX.
       01  WS-Meas-Var-Status      PIC XX.
       01  WS-Aging-Status         PIC XX.
       01  WS-Violation-Status     PIC XX.
       01  WS-Report-Status        PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
           PERFORM 1200-Sweep-Recon-Exceptions.
           PERFORM 1300-Sweep-Measurement-Errors.
           PERFORM 1400-Sweep-Measurement-Variances.
           PERFORM 1500-Sweep-Security-Violations.
           PERFORM 2000-Age-From-Carryforward.
           PERFORM 3000-Write-Summary-Report.
           PERFORM 4000-Save-Carryforward.
               CLOSE Meas-Variance-File
           END-IF.

      *> A refused maintenance card ranks with the payroll
      *> exceptions: someone tried to change a master without the
      *> authority to.
       1500-Sweep-Security-Violations.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Violation-File.
           IF WS-Violation-Status = '00'
               READ Violation-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF SV-Date = WS-Today
                       MOVE 'SECVIOL' TO WS-Add-Source
                       MOVE SV-Reason TO WS-Add-Reason
                       MOVE ZERO TO WS-Add-Amount
                       MOVE 1 TO WS-Add-Severity
                       PERFORM 0100-Add-To-Summary
                   END-IF
                   READ Violation-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Violation-File
           END-IF.

      *> A source/reason pair already on the carryforward keeps its
      *> original first-seen date; pairs that cleared simply do not
      *> come back, and new ones started aging today.
