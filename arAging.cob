       IDENTIFICATION DIVISION.
       PROGRAM-ID. arAging.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Customer master; the credit hold this run sets or clears is
      *> what salesOrder checks before accepting a new line.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Cust-Number
               FILE STATUS IS WS-Customer-Status.
      *> Open-item receivables ledger: invoices from custInvoice,
      *> payments and unapplied credits from cashApply.
           SELECT AR-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-Key
               FILE STATUS IS WS-AR-Status.
      *> Optional as-of date card; without it the run ages to today.
           SELECT Param-Card-File ASSIGN TO "ARAGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
           SELECT Aging-Report ASSIGN TO "ARAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
       01  Customer-Rec.
           COPY CUSTMAST.

       FD  AR-File.
       01  AR-Item-Rec.
           COPY ARITEM.

       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 AP-As-Of-Date     PIC X(8).

       FD  Aging-Report.
       01  Aging-Report-Line    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Customer-Status   PIC XX.
       01  WS-AR-Status         PIC XX.
       01  WS-Param-Status      PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-AR-Eof            PIC X VALUE 'N'.
       01  WS-AR-Avail          PIC X VALUE 'N'.
       01  WS-Flag              PIC X.
       01  WS-Past-Due          PIC X.
       01  WS-As-Of-Date        PIC X(8).
       01  WS-Date-Numeric      PIC 9(8).
       01  WS-As-Of-Integer     PIC 9(8).
       01  WS-Item-Integer      PIC 9(8).
       01  WS-Days-Old          PIC S9(5).
       01  WS-Customer-Count    PIC 9(5) VALUE ZERO.
       01  WS-Held-Count        PIC 9(5) VALUE ZERO.
       01  WS-Cleared-Count     PIC 9(5) VALUE ZERO.
       01  WS-Flagged-Count     PIC 9(5) VALUE ZERO.
       01  WS-Net-Balance       PIC S9(9)V99.

      *> One customer's open invoices by age, and unapplied credit.
       01  WS-Cust-Buckets.
           05 WS-Cust-Current   PIC 9(9)V99.
           05 WS-Cust-030       PIC 9(9)V99.
           05 WS-Cust-060       PIC 9(9)V99.
           05 WS-Cust-090       PIC 9(9)V99.
           05 WS-Cust-Credit    PIC 9(9)V99.

      *> Whole ledger by age.
       01  WS-Total-Current     PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-030         PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-060         PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-090         PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-Credit      PIC 9(11)V99 VALUE ZERO.

       01  WS-Heading-Line.
           05 FILLER            PIC X(27)
                  VALUE 'AR AGING BY CUSTOMER AS OF '.
           05 HL-As-Of-Date     PIC X(8).
       01  WS-Customer-Line.
           05 CL-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CL-Name           PIC X(20).
           05 FILLER            PIC X(5) VALUE ' NET='.
           05 CL-Net            PIC Z(8)9.99-.
           05 FILLER            PIC X(7) VALUE ' LIMIT='.
           05 CL-Limit          PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 CL-Hold-Note      PIC X(12).
       01  WS-Bucket-Line.
           05 FILLER            PIC X(6) VALUE '  CUR='.
           05 BL-Current        PIC Z(6)9.99.
           05 FILLER            PIC X(4) VALUE ' 30='.
           05 BL-030            PIC Z(6)9.99.
           05 FILLER            PIC X(4) VALUE ' 60='.
           05 BL-060            PIC Z(6)9.99.
           05 FILLER            PIC X(5) VALUE ' 90+='.
           05 BL-090            PIC Z(6)9.99.
           05 FILLER            PIC X(5) VALUE ' CR=-'.
           05 BL-Credit         PIC Z(6)9.99.
       01  WS-Total-Line.
           05 TL-Label          PIC X(20).
           05 TL-Amount         PIC Z(10)9.99.
       01  WS-Count-Line.
           05 FILLER            PIC X(10) VALUE 'CUSTOMERS '.
           05 CT-Customers      PIC Z(4)9.
           05 FILLER            PIC X(9) VALUE ' FLAGGED '.
           05 CT-Flagged        PIC Z(4)9.
           05 FILLER            PIC X(13) VALUE ' NEWLY HELD '.
           05 CT-Held           PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' RELEASED '.
           05 CT-Cleared        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'ARAGING'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'ARAGING'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-As-Of-Date.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF AP-As-Of-Date NUMERIC
                           MOVE AP-As-Of-Date TO WS-As-Of-Date
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.
           MOVE WS-As-Of-Date TO WS-Date-Numeric.
           COMPUTE WS-As-Of-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Date-Numeric).
           OPEN I-O Customer-File.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> No ledger yet means nothing has been invoiced: every
      *> customer ages to zero and any old hold is released.
           OPEN INPUT AR-File.
           IF WS-AR-Status = '00'
               MOVE 'Y' TO WS-AR-Avail
           ELSE
               IF WS-AR-Status NOT = '35'
                   DISPLAY 'ARLEDGER OPEN FAILED, STATUS='
                       WS-AR-Status
                   MOVE 57 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT Aging-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'ARAGING OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-As-Of-Date TO HL-As-Of-Date.
           WRITE Aging-Report-Line FROM WS-Heading-Line.
           READ Customer-File NEXT RECORD
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Age-Customer
               READ Customer-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           PERFORM 3000-Write-Totals.
           CLOSE Customer-File.
           IF WS-AR-Avail = 'Y'
               CLOSE AR-File
           END-IF.
           CLOSE Aging-Report.
           DISPLAY 'CUSTOMERS AGED: ' WS-Customer-Count
               ' FLAGGED: ' WS-Flagged-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       1000-Age-Customer.
           INITIALIZE WS-Cust-Buckets.
           MOVE 'N' TO WS-Past-Due.
           IF WS-AR-Avail = 'Y'
               PERFORM 1100-Read-Customer-Items
           END-IF.
           COMPUTE WS-Net-Balance = WS-Cust-Current + WS-Cust-030
               + WS-Cust-060 + WS-Cust-090 - WS-Cust-Credit.
      *> Credit review wants to see any customer 60 days past due
      *> or owing more than the limit credit set (none set, none
      *> applies).
           MOVE 'N' TO WS-Flag.
           IF WS-Past-Due = 'Y'
               MOVE 'Y' TO WS-Flag
           END-IF.
           IF CM-Credit-Limit > ZERO
                AND WS-Net-Balance > CM-Credit-Limit
               MOVE 'Y' TO WS-Flag
           END-IF.
           MOVE SPACES TO CL-Hold-Note.
           IF WS-Flag = 'Y'
               ADD 1 TO WS-Flagged-Count
               IF CM-On-Credit-Hold
                   MOVE 'ON HOLD' TO CL-Hold-Note
               ELSE
                   MOVE 'H' TO CM-Credit-Hold
                   REWRITE Customer-Rec
                   ADD 1 TO WS-Held-Count
                   MOVE 'HOLD PLACED' TO CL-Hold-Note
               END-IF
           ELSE
               IF CM-On-Credit-Hold
                   MOVE SPACE TO CM-Credit-Hold
                   REWRITE Customer-Rec
                   ADD 1 TO WS-Cleared-Count
                   MOVE 'HOLD RELEASE' TO CL-Hold-Note
               END-IF
           END-IF.
           IF WS-Cust-Buckets NOT = ZERO
                OR CL-Hold-Note NOT = SPACES
               PERFORM 2000-Write-Customer
           END-IF.

      *> Items read customer first; invoices age from the invoice
      *> date, unapplied credits net against what is owed.
       1100-Read-Customer-Items.
           MOVE CM-Cust-Number TO AI-Cust-Number.
           MOVE SPACE TO AI-Item-Type.
           MOVE ZERO TO AI-Item-Number.
           MOVE 'N' TO WS-AR-Eof.
           START AR-File KEY NOT < AI-Key
               INVALID KEY MOVE 'Y' TO WS-AR-Eof
           END-START.
           PERFORM UNTIL WS-AR-Eof = 'Y'
               READ AR-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-AR-Eof
                   NOT AT END
                       IF AI-Cust-Number NOT = CM-Cust-Number
                           MOVE 'Y' TO WS-AR-Eof
                       ELSE
                           IF AI-Open-Amount > ZERO
                               PERFORM 1200-Bucket-Item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1200-Bucket-Item.
           IF AI-Is-Credit
               ADD AI-Open-Amount TO WS-Cust-Credit
           ELSE
               MOVE ZERO TO WS-Days-Old
               IF AI-Item-Date NUMERIC
                   MOVE AI-Item-Date TO WS-Date-Numeric
                   COMPUTE WS-Item-Integer =
                       FUNCTION INTEGER-OF-DATE (WS-Date-Numeric)
                   COMPUTE WS-Days-Old =
                       WS-As-Of-Integer - WS-Item-Integer
               END-IF
               EVALUATE TRUE
                   WHEN WS-Days-Old >= 90
                       ADD AI-Open-Amount TO WS-Cust-090
                       MOVE 'Y' TO WS-Past-Due
                   WHEN WS-Days-Old >= 60
                       ADD AI-Open-Amount TO WS-Cust-060
                       MOVE 'Y' TO WS-Past-Due
                   WHEN WS-Days-Old >= 30
                       ADD AI-Open-Amount TO WS-Cust-030
                   WHEN OTHER
                       ADD AI-Open-Amount TO WS-Cust-Current
               END-EVALUATE
           END-IF.

       2000-Write-Customer.
           ADD 1 TO WS-Customer-Count.
           MOVE CM-Cust-Number  TO CL-Cust-Number.
           MOVE CM-Name         TO CL-Name.
           MOVE WS-Net-Balance  TO CL-Net.
           MOVE CM-Credit-Limit TO CL-Limit.
           WRITE Aging-Report-Line FROM WS-Customer-Line.
           MOVE WS-Cust-Current TO BL-Current.
           MOVE WS-Cust-030     TO BL-030.
           MOVE WS-Cust-060     TO BL-060.
           MOVE WS-Cust-090     TO BL-090.
           MOVE WS-Cust-Credit  TO BL-Credit.
           WRITE Aging-Report-Line FROM WS-Bucket-Line.
           ADD WS-Cust-Current TO WS-Total-Current.
           ADD WS-Cust-030     TO WS-Total-030.
           ADD WS-Cust-060     TO WS-Total-060.
           ADD WS-Cust-090     TO WS-Total-090.
           ADD WS-Cust-Credit  TO WS-Total-Credit.

       3000-Write-Totals.
           MOVE 'TOTAL CURRENT' TO TL-Label.
           MOVE WS-Total-Current TO TL-Amount.
           WRITE Aging-Report-Line FROM WS-Total-Line.
           MOVE 'TOTAL 30-59 DAYS' TO TL-Label.
           MOVE WS-Total-030 TO TL-Amount.
           WRITE Aging-Report-Line FROM WS-Total-Line.
           MOVE 'TOTAL 60-89 DAYS' TO TL-Label.
           MOVE WS-Total-060 TO TL-Amount.
           WRITE Aging-Report-Line FROM WS-Total-Line.
           MOVE 'TOTAL 90+ DAYS' TO TL-Label.
           MOVE WS-Total-090 TO TL-Amount.
           WRITE Aging-Report-Line FROM WS-Total-Line.
           MOVE 'UNAPPLIED CREDIT' TO TL-Label.
           MOVE WS-Total-Credit TO TL-Amount.
           WRITE Aging-Report-Line FROM WS-Total-Line.
           MOVE WS-Customer-Count TO CT-Customers.
           MOVE WS-Flagged-Count  TO CT-Flagged.
           MOVE WS-Held-Count     TO CT-Held.
           MOVE WS-Cleared-Count  TO CT-Cleared.
           WRITE Aging-Report-Line FROM WS-Count-Line.

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
           MOVE WS-Customer-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
