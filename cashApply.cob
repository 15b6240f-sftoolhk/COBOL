       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashApply.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cash-receipt cards: customer, payment reference, date,
      *> amount, and up to five invoice numbers the remittance names.
      *> A card naming no invoice pays the customer's oldest open
      *> invoices first.
           SELECT Receipt-File ASSIGN TO "CASHRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Receipt-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Cust-Number
               FILE STATUS IS WS-Customer-Status.
      *> Open-item receivables ledger custInvoice raises invoices
      *> on; cash settles them here, and what is left over goes on
      *> as an unapplied credit item.
           SELECT AR-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-Key
               FILE STATUS IS WS-AR-Status.
      *> Last unapplied-credit number issued, so credit items never
      *> collide under the customer's key.
           SELECT Cash-Control-File ASSIGN TO "CASHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
      *> Printed cash register: every receipt, where each part of it
      *> went, and every card refused.
           SELECT Register-File ASSIGN TO "CASHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Receipt-File.
       01  Receipt-Rec.
           05 CR-Cust-Number       PIC X(6).
           05 CR-Receipt-Ref       PIC X(8).
           05 CR-Receipt-Date      PIC X(8).
           05 CR-Amount-Text       PIC X(9).
           05 CR-Amount REDEFINES CR-Amount-Text
                                   PIC 9(7)V99.
           05 CR-Invoice-List.
              10 CR-Invoice-Text   PIC X(7) OCCURS 5 TIMES.
           05 CR-Invoice-Nums REDEFINES CR-Invoice-List.
              10 CR-Invoice-No     PIC 9(7) OCCURS 5 TIMES.

       FD  Customer-File.
       01  Customer-Rec.
           COPY CUSTMAST.

       FD  AR-File.
       01  AR-Item-Rec.
           COPY ARITEM.

       FD  Cash-Control-File.
       01  Cash-Control-Rec.
           05 CC-Last-Credit       PIC 9(7).

       FD  Register-File.
       01  Register-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Receipt-Status    PIC XX.
       01  WS-Customer-Status   PIC XX.
       01  WS-AR-Status         PIC XX.
       01  WS-Control-Status    PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-AR-Eof            PIC X VALUE 'N'.
       01  WS-Cust-Found        PIC X VALUE 'N'.
       01  WS-Named             PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Receipt-Date      PIC X(8).
       01  WS-Reason            PIC X(25).
       01  WS-Note              PIC X(25).
       01  WS-Inv-Sub           PIC 9.
       01  WS-Last-Credit       PIC 9(7) VALUE ZERO.
       01  WS-Remaining         PIC 9(7)V99.
       01  WS-Apply-Amount      PIC 9(7)V99.
       01  WS-Receipt-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Short-Count       PIC 9(5) VALUE ZERO.
       01  WS-Received-Total    PIC 9(9)V99 VALUE ZERO.
       01  WS-Applied-Total     PIC 9(9)V99 VALUE ZERO.
       01  WS-Unapplied-Total   PIC 9(9)V99 VALUE ZERO.

       01  WS-Register-Receipt.
           05 FILLER            PIC X(8) VALUE 'RECEIPT '.
           05 RR-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Receipt-Ref    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Receipt-Date   PIC X(8).
           05 FILLER            PIC X(8) VALUE ' AMOUNT='.
           05 RR-Amount         PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Method         PIC X(12).
       01  WS-Register-Apply.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE 'INVOICE '.
           05 RA-Invoice        PIC 9(7).
           05 FILLER            PIC X(9) VALUE ' APPLIED='.
           05 RA-Applied        PIC Z(6)9.99.
           05 FILLER            PIC X(9) VALUE ' BALANCE='.
           05 RA-Balance        PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RA-Note           PIC X(9).
       01  WS-Register-Skip.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE 'INVOICE '.
           05 RK-Invoice        PIC X(7).
           05 FILLER            PIC X VALUE SPACE.
           05 RK-Reason         PIC X(25).
       01  WS-Register-Credit.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE 'UNAPPLIED CREDIT '.
           05 RC-Credit         PIC 9(7).
           05 FILLER            PIC X(8) VALUE ' AMOUNT='.
           05 RC-Amount         PIC Z(6)9.99.
       01  WS-Register-Refusal.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RF-Cust-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RF-Receipt-Ref    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RF-Amount         PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RF-Reason         PIC X(25).
       01  WS-Register-Totals.
           05 FILLER            PIC X(9) VALUE 'RECEIPTS '.
           05 RT-Count          PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' RECEIVED='.
           05 RT-Received       PIC Z(8)9.99.
           05 FILLER            PIC X(9) VALUE ' APPLIED='.
           05 RT-Applied        PIC Z(8)9.99.
           05 FILLER            PIC X(11) VALUE ' UNAPPLIED='.
           05 RT-Unapplied      PIC Z(8)9.99.
       01  WS-Register-Counts.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RT-Refused        PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE ' SHORT PAYS '.
           05 RT-Short          PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'CASHAPPLY'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'CASHAPPLY'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           OPEN INPUT Receipt-File.
           IF WS-Receipt-Status NOT = '00'
               DISPLAY 'CASHRCPT OPEN FAILED, STATUS='
                   WS-Receipt-Status
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Customer-File.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-File.
           IF WS-AR-Status = '35'
               OPEN OUTPUT AR-File
               CLOSE AR-File
               OPEN I-O AR-File
           END-IF.
           IF WS-AR-Status NOT = '00'
               DISPLAY 'ARLEDGER OPEN FAILED, STATUS=' WS-AR-Status
               MOVE 57 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'CASHREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Cash-Control-File.
           IF WS-Control-Status = '00'
               READ Cash-Control-File
                   NOT AT END
                       IF CC-Last-Credit NUMERIC
                           MOVE CC-Last-Credit TO WS-Last-Credit
                       END-IF
               END-READ
               CLOSE Cash-Control-File
           END-IF.
           READ Receipt-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Process-Receipt
               READ Receipt-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Receipt-Count   TO RT-Count.
           MOVE WS-Received-Total  TO RT-Received.
           MOVE WS-Applied-Total   TO RT-Applied.
           MOVE WS-Unapplied-Total TO RT-Unapplied.
           WRITE Register-Line FROM WS-Register-Totals.
           MOVE WS-Refused-Count   TO RT-Refused.
           MOVE WS-Short-Count     TO RT-Short.
           WRITE Register-Line FROM WS-Register-Counts.
           CLOSE Receipt-File.
           CLOSE Customer-File.
           CLOSE AR-File.
           CLOSE Register-File.
           OPEN OUTPUT Cash-Control-File.
           MOVE WS-Last-Credit TO CC-Last-Credit.
           WRITE Cash-Control-Rec.
           CLOSE Cash-Control-File.
           DISPLAY 'RECEIPTS APPLIED: ' WS-Receipt-Count
               ' REFUSED: ' WS-Refused-Count
               ' UNAPPLIED: ' WS-Unapplied-Total.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       1000-Process-Receipt.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Cust-Found.
           IF CR-Cust-Number NOT = SPACES
               MOVE CR-Cust-Number TO CM-Cust-Number
               READ Customer-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Cust-Found
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN CR-Cust-Number = SPACES
                   MOVE 'CUSTOMER NUMBER MISSING' TO WS-Reason
               WHEN WS-Cust-Found = 'N'
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-Reason
               WHEN CR-Receipt-Ref = SPACES
                   MOVE 'PAYMENT REFERENCE MISSING' TO WS-Reason
               WHEN CR-Amount-Text NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-Reason
               WHEN CR-Amount = ZERO
                   MOVE 'AMOUNT ZERO' TO WS-Reason
               WHEN CR-Receipt-Date NOT = SPACES
                    AND CR-Receipt-Date NOT NUMERIC
                   MOVE 'RECEIPT DATE NOT NUMERIC' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE CR-Cust-Number TO RF-Cust-Number
               MOVE CR-Receipt-Ref TO RF-Receipt-Ref
               MOVE CR-Amount-Text TO RF-Amount
               MOVE WS-Reason      TO RF-Reason
               WRITE Register-Line FROM WS-Register-Refusal
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 1100-Apply-Receipt
           END-IF.

       1100-Apply-Receipt.
           IF CR-Receipt-Date = SPACES
               MOVE WS-Today TO WS-Receipt-Date
           ELSE
               MOVE CR-Receipt-Date TO WS-Receipt-Date
           END-IF.
           MOVE CR-Amount TO WS-Remaining.
           ADD 1 TO WS-Receipt-Count.
           ADD CR-Amount TO WS-Received-Total.
           IF CR-Invoice-List = SPACES
               MOVE 'N' TO WS-Named
               MOVE 'OLDEST FIRST' TO RR-Method
           ELSE
               MOVE 'Y' TO WS-Named
               MOVE 'AS NAMED' TO RR-Method
           END-IF.
           MOVE CR-Cust-Number  TO RR-Cust-Number.
           MOVE CR-Receipt-Ref  TO RR-Receipt-Ref.
           MOVE WS-Receipt-Date TO RR-Receipt-Date.
           MOVE CR-Amount       TO RR-Amount.
           WRITE Register-Line FROM WS-Register-Receipt.
           IF WS-Named = 'Y'
               PERFORM VARYING WS-Inv-Sub FROM 1 BY 1
                       UNTIL WS-Inv-Sub > 5
                   IF CR-Invoice-Text (WS-Inv-Sub) NOT = SPACES
                       PERFORM 1200-Apply-Named-Invoice
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 1300-Apply-Oldest-First
           END-IF.
           IF WS-Remaining > ZERO
               PERFORM 1500-Record-Unapplied-Credit
           END-IF.

      *> The remittance says what it pays. An invoice it names that
      *> is not this customer's open item takes nothing, and the
      *> money stays on account as unapplied credit rather than
      *> being spread over invoices the customer did not name.
       1200-Apply-Named-Invoice.
           MOVE SPACES TO WS-Note.
           IF CR-Invoice-Text (WS-Inv-Sub) NOT NUMERIC
               MOVE 'INVOICE NUMBER NOT NUMERIC' TO WS-Note
           ELSE
               MOVE CR-Cust-Number TO AI-Cust-Number
               MOVE 'I' TO AI-Item-Type
               MOVE CR-Invoice-No (WS-Inv-Sub) TO AI-Item-Number
               READ AR-File
                   INVALID KEY
                       MOVE 'NOT OPEN FOR THIS CUSTOMER' TO WS-Note
               END-READ
               IF WS-Note = SPACES
                   IF AI-Open-Amount = ZERO
                       MOVE 'INVOICE ALREADY PAID' TO WS-Note
                   ELSE
                       IF WS-Remaining = ZERO
                           MOVE 'NOTHING LEFT TO APPLY' TO WS-Note
                       ELSE
                           PERFORM 1400-Apply-To-Item
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-Note NOT = SPACES
               MOVE CR-Invoice-Text (WS-Inv-Sub) TO RK-Invoice
               MOVE WS-Note TO RK-Reason
               WRITE Register-Line FROM WS-Register-Skip
           END-IF.

      *> The customer's invoices read in invoice-number order, which
      *> is the order they were raised.
       1300-Apply-Oldest-First.
           MOVE CR-Cust-Number TO AI-Cust-Number.
           MOVE 'I' TO AI-Item-Type.
           MOVE ZERO TO AI-Item-Number.
           MOVE 'N' TO WS-AR-Eof.
           START AR-File KEY NOT < AI-Key
               INVALID KEY MOVE 'Y' TO WS-AR-Eof
           END-START.
           PERFORM UNTIL WS-AR-Eof = 'Y' OR WS-Remaining = ZERO
               READ AR-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-AR-Eof
                   NOT AT END
                       IF AI-Cust-Number NOT = CR-Cust-Number
                            OR NOT AI-Is-Invoice
                           MOVE 'Y' TO WS-AR-Eof
                       ELSE
                           IF AI-Open-Amount > ZERO
                               PERFORM 1400-Apply-To-Item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A payment short of the balance leaves the rest open on the
      *> invoice; it ages from the invoice date as before.
       1400-Apply-To-Item.
           IF WS-Remaining < AI-Open-Amount
               MOVE WS-Remaining TO WS-Apply-Amount
           ELSE
               MOVE AI-Open-Amount TO WS-Apply-Amount
           END-IF.
           SUBTRACT WS-Apply-Amount FROM AI-Open-Amount.
           SUBTRACT WS-Apply-Amount FROM WS-Remaining.
           MOVE WS-Receipt-Date TO AI-Last-Activity.
           MOVE CR-Receipt-Ref  TO AI-Reference.
           REWRITE AR-Item-Rec.
           ADD WS-Apply-Amount TO WS-Applied-Total.
           MOVE AI-Item-Number  TO RA-Invoice.
           MOVE WS-Apply-Amount TO RA-Applied.
           MOVE AI-Open-Amount  TO RA-Balance.
           IF AI-Open-Amount > ZERO
               MOVE 'SHORT PAY' TO RA-Note
               ADD 1 TO WS-Short-Count
           ELSE
               MOVE 'PAID' TO RA-Note
           END-IF.
           WRITE Register-Line FROM WS-Register-Apply.

       1500-Record-Unapplied-Credit.
           ADD 1 TO WS-Last-Credit.
           MOVE CR-Cust-Number  TO AI-Cust-Number.
           MOVE 'U'             TO AI-Item-Type.
           MOVE WS-Last-Credit  TO AI-Item-Number.
           MOVE WS-Receipt-Date TO AI-Item-Date.
           MOVE WS-Remaining    TO AI-Original-Amount.
           MOVE WS-Remaining    TO AI-Open-Amount.
           MOVE WS-Receipt-Date TO AI-Last-Activity.
           MOVE CR-Receipt-Ref  TO AI-Reference.
           WRITE AR-Item-Rec
               INVALID KEY
                   DISPLAY 'CREDIT ' WS-Last-Credit
                       ' ALREADY ON ARLEDGER - NOT RECORDED'
                   MOVE 57 TO RETURN-CODE
           END-WRITE.
           ADD WS-Remaining TO WS-Unapplied-Total.
           MOVE WS-Last-Credit TO RC-Credit.
           MOVE WS-Remaining   TO RC-Amount.
           WRITE Register-Line FROM WS-Register-Credit.

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
           MOVE WS-Receipt-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
