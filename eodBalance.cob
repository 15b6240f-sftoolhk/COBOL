       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Combines the per-run totals the payroll, distribution, stock,
      *> and invoicing programs each append to EODBAL into one
      *> balancing report.
           SELECT Balance-File ASSIGN TO "EODBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.
           SELECT GL-Extract-File ASSIGN TO "PAYGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-Extract-Status.
      *> The billing figure is re-derived from the day's receivable
      *> debits on the invoicing run's ARGLEXT extract.
           SELECT AR-Extract-File ASSIGN TO "ARGLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-Extract-Status.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 GL-Period            PIC 9(3).
           05 GL-Emp-Number        PIC 9(5).

       FD  AR-Extract-File.
       01  AR-Extract-Line.
           05 AR-Ref          PIC X(20).
           05 AR-Dr-Cr        PIC X.
           05 AR-Account      PIC X(8).
           05 AR-Amount       PIC 9(7)V99.
           05 AR-Date         PIC X(8).
           05 AR-Reason       PIC X(3).

       FD  Stock
           RECORD CONTAINS 80 CHARACTERS.
       01  Stock-Record.
       01  WS-Payroll-Total      PIC 9(9)V99 VALUE ZERO.
       01  WS-Distrib-Total      PIC 9(9)V99 VALUE ZERO.
       01  WS-Stock-Total        PIC 9(9)V99 VALUE ZERO.
       01  WS-Billing-Total      PIC 9(9)V99 VALUE ZERO.
       01  WS-Grand-Total        PIC 9(9)V99 VALUE ZERO.
       01  WS-Detail-Line.
           05 DL-Source          PIC X(10).
       01  WS-Stock-Eof          PIC X VALUE 'N'.
       01  WS-Derived-Payroll    PIC 9(9)V99 VALUE ZERO.
       01  WS-Derived-Stock      PIC 9(9)V99 VALUE ZERO.
       01  WS-Derived-Billing    PIC 9(9)V99 VALUE ZERO.
       01  WS-AR-Extract-Status  PIC XX.
       01  WS-AR-Eof             PIC X VALUE 'N'.
       01  WS-Extended-Cost      PIC 9(8)V99.
       01  WS-Proof-Difference   PIC S9(9)V99.
       01  WS-Proof-Tolerance    PIC 9(3)V99 VALUE 1.00.
              10 CB-Payroll       PIC 9(9)V99.
              10 CB-Distrib       PIC 9(9)V99.
              10 CB-Stock         PIC 9(9)V99.
              10 CB-Billing       PIC 9(9)V99.
       01  WS-Feeder-Status      PIC XX.
       01  WS-Feeder-Eof         PIC X VALUE 'N'.
       01  WS-Payroll-Ended      PIC X VALUE 'N'.
           CLOSE Balance-File.
           PERFORM 1500-Rederive-Payroll.
           PERFORM 1600-Rederive-Stock.
           PERFORM 1700-Rederive-Billing.
           PERFORM 2000-Write-Balancing-Report.
           PERFORM 2500-Prove-Sources.
           PERFORM 2700-Check-Missing-Feeds.
                               MOVE 'Y' TO WS-Stock-Ended
                       END-EVALUATE
                   END-IF
      *> A run a restore has backed out has not ended after all.
                   IF RC-Run-Date = WS-Today AND RC-Action = 'B'
                       EVALUATE RC-Program
                           WHEN 'ADDVALUES'
                               MOVE 'N' TO WS-Payroll-Ended
                           WHEN 'DEFADDVALUE'
                               MOVE 'N' TO WS-Distrib-Ended
                           WHEN 'TWOADDVALUE'
                               MOVE 'N' TO WS-Stock-Ended
                       END-EVALUATE
                   END-IF
                   READ Feeder-Control-File
                       AT END MOVE 'Y' TO WS-Feeder-Eof
                   END-READ
           MOVE 'STOCK' TO DL-Source.
           MOVE CB-Stock (Co-Idx) TO DL-Amount.
           WRITE Balance-Report-Line FROM WS-Detail-Line.
           MOVE 'BILLING' TO DL-Source.
           MOVE CB-Billing (Co-Idx) TO DL-Amount.
           WRITE Balance-Report-Line FROM WS-Detail-Line.
           COMPUTE WS-Grand-Total = CB-Payroll (Co-Idx)
               + CB-Distrib (Co-Idx) + CB-Stock (Co-Idx)
               + CB-Billing (Co-Idx).
           MOVE WS-Grand-Total TO CT-Amount.
           WRITE Balance-Report-Line FROM WS-Company-Total-Line.

                   WS-Stock-Status ' - STOCK NOT PROVED'
           END-IF.

      *> Only today's debits count: the extract is appended to run
      *> after run, like the stock extract.
       1700-Rederive-Billing.
           OPEN INPUT AR-Extract-File.
           IF WS-AR-Extract-Status = '00'
               READ AR-Extract-File
                   AT END MOVE 'Y' TO WS-AR-Eof
               END-READ
               PERFORM UNTIL WS-AR-Eof = 'Y'
                   IF AR-Dr-Cr = 'D' AND AR-Date = WS-Today
                       ADD AR-Amount TO WS-Derived-Billing
                   END-IF
                   READ AR-Extract-File
                       AT END MOVE 'Y' TO WS-AR-Eof
                   END-READ
               END-PERFORM
               CLOSE AR-Extract-File
           ELSE
               IF WS-Billing-Total > ZERO
                   DISPLAY 'ARGLEXT OPEN FAILED, STATUS='
                       WS-AR-Extract-Status ' - BILLING NOT PROVED'
               END-IF
           END-IF.

       2500-Prove-Sources.
           MOVE 'PAYROLL' TO PF-Source.
           MOVE WS-Derived-Payroll TO PF-Derived.
           COMPUTE WS-Proof-Difference =
               WS-Stock-Total - WS-Derived-Stock.
           PERFORM 2600-Write-Proof-Line.
           MOVE 'BILLING' TO PF-Source.
           MOVE WS-Derived-Billing TO PF-Derived.
           COMPUTE WS-Proof-Difference =
               WS-Billing-Total - WS-Derived-Billing.
           PERFORM 2600-Write-Proof-Line.
           IF WS-Out-Of-Proof = 'Y'
               MOVE 42 TO RETURN-CODE
               DISPLAY 'ONE OR MORE SOURCES OUT OF PROOF - '
                   ADD BAL-Amount TO WS-Distrib-Total
               WHEN 'STOCK'
                   ADD BAL-Amount TO WS-Stock-Total
               WHEN 'BILLING'
                   ADD BAL-Amount TO WS-Billing-Total
               WHEN OTHER
                   DISPLAY 'UNKNOWN BALANCE SOURCE: ' BAL-Source
           END-EVALUATE.
               MOVE ZERO TO CB-Payroll (Co-Idx)
               MOVE ZERO TO CB-Distrib (Co-Idx)
               MOVE ZERO TO CB-Stock (Co-Idx)
               MOVE ZERO TO CB-Billing (Co-Idx)
               MOVE 'Y' TO WS-Co-Found
           END-IF.
           IF WS-Co-Found = 'Y'
                       ADD BAL-Amount TO CB-Distrib (Co-Idx)
                   WHEN 'STOCK'
                       ADD BAL-Amount TO CB-Stock (Co-Idx)
                   WHEN 'BILLING'
                       ADD BAL-Amount TO CB-Billing (Co-Idx)
               END-EVALUATE
           END-IF.

               PERFORM 2100-Write-Company-Section
           END-PERFORM.
           COMPUTE WS-Grand-Total =
               WS-Payroll-Total + WS-Distrib-Total + WS-Stock-Total
               + WS-Billing-Total.
           MOVE 'PAYROLL' TO DL-Source.
           MOVE WS-Payroll-Total TO DL-Amount.
           WRITE Balance-Report-Line FROM WS-Detail-Line.
           MOVE 'STOCK' TO DL-Source.
           MOVE WS-Stock-Total TO DL-Amount.
           WRITE Balance-Report-Line FROM WS-Detail-Line.
           MOVE 'BILLING' TO DL-Source.
           MOVE WS-Billing-Total TO DL-Amount.
           WRITE Balance-Report-Line FROM WS-Detail-Line.
           MOVE WS-Grand-Total TO TL-Amount.
           WRITE Balance-Report-Line FROM WS-Total-Line.
           DISPLAY 'END OF DAY BALANCE - PAYROLL=' WS-Payroll-Total
               ' DISTRIB=' WS-Distrib-Total ' STOCK=' WS-Stock-Total
               ' BILLING=' WS-Billing-Total
               ' GRAND TOTAL=' WS-Grand-Total.
       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
