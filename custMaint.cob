       IDENTIFICATION DIVISION.
       PROGRAM-ID. custMaint.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Customer maintenance cards keyed by customer number:
      *> A = add, C = change, D = delete. A change card leaves any
      *> blank field as it stands on the master. Each card names the
      *> operator who keyed it and the one who approved it.
           SELECT Cust-Txn-File ASSIGN TO "CUSTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Status.
      *> The customer master salesOrder takes its ship-to stop,
      *> route, and credit limit from.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Cust-Number
               FILE STATUS IS WS-Customer-Status.
      *> Open order lines: a customer still owed stock cannot be
      *> deleted out from under the order.
           SELECT Order-File ASSIGN TO "SOORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-Key
               FILE STATUS IS WS-Order-Status.
      *> Open receivables: a customer who still owes money, or is
      *> owed an unapplied credit, cannot be deleted either.
           SELECT AR-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-Key
               FILE STATUS IS WS-AR-Status.
      *> Printed before/after register of every card applied and
      *> the reason for every card refused.
           SELECT Register-File ASSIGN TO "CUSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Cust-Txn-File.
       01  Cust-Txn-Rec.
           05 CT-Txn-Code          PIC X.
              88 CT-Is-Add            VALUE 'A'.
              88 CT-Is-Change         VALUE 'C'.
              88 CT-Is-Delete         VALUE 'D'.
           05 CT-Cust-Number       PIC X(6).
           05 CT-Name              PIC X(30).
           05 CT-Ship-Stop         PIC X(15).
           05 CT-Route             PIC X(6).
           05 CT-Credit-Limit-Text PIC X(9).
           05 CT-Credit-Limit REDEFINES CT-Credit-Limit-Text
                                   PIC 9(7)V99.
      *> oprAuth refuses the card unless both hold authority for
      *> its code and they are two different people.
           05 CT-Operator          PIC X(8).
           05 CT-Approver          PIC X(8).

       FD  Customer-File.
       01  Customer-Rec.
           COPY CUSTMAST.

       FD  Order-File.
       01  Order-Rec.
           COPY SOLINE.

       FD  AR-File.
       01  AR-Item-Rec.
           COPY ARITEM.

       FD  Register-File.
       01  Register-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Txn-Status        PIC XX.
       01  WS-Customer-Status   PIC XX.
       01  WS-Order-Status      PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-AR-Status         PIC XX.
       01  WS-AR-Open           PIC X VALUE 'N'.
       01  WS-AR-Eof            PIC X VALUE 'N'.
       01  WS-AR-Avail          PIC X VALUE 'N'.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Order-Eof         PIC X VALUE 'N'.
       01  WS-Cust-Found        PIC X VALUE 'N'.
       01  WS-Open-Found        PIC X VALUE 'N'.
       01  WS-Open-Full         PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Reason            PIC X(25).
       01  WS-Open-Count        PIC 9(4) VALUE ZERO.
       01  WS-Applied-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.

      *> Every customer with at least one open order line.
       01  Open-Cust-Table.
           05 Open-Cust-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Open-Count
                  INDEXED BY Open-Idx.
              10 OC-Cust-Number  PIC X(6).

       01  WS-Register-Heading.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RH-Action         PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-Cust-Number    PIC X(6).
           05 FILLER            PIC X(4) VALUE ' BY '.
           05 RH-Operator       PIC X(8).
       01  WS-Register-Detail.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-Label          PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-Name           PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-Ship-Stop      PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-Route          PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-Credit-Limit   PIC Z(6)9.99.
       01  WS-Register-Refusal.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RF-Txn-Code       PIC X.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Cust-Number    PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Operator       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Reason         PIC X(25).
       01  WS-Register-Summary.
           05 FILLER            PIC X(9) VALUE 'APPLIED  '.
           05 RS-Applied        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE '  REFUSED '.
           05 RS-Refused        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'CUSTMAINT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'CUSTMAINT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth. The customer master is shared by every
      *> company, so a card needs an all-company grant.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'CUSTMAINT'.
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
           PERFORM 0020-Load-Open-Customers.
      *> No receivables file yet means nothing owed to protect.
           OPEN INPUT AR-File.
           IF WS-AR-Status = '00'
               MOVE 'Y' TO WS-AR-Avail
           END-IF.
           OPEN INPUT Cust-Txn-File.
           IF WS-Txn-Status NOT = '00'
               DISPLAY 'CUSTTXN OPEN FAILED, STATUS=' WS-Txn-Status
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Customer-File.
           IF WS-Customer-Status = '35'
               OPEN OUTPUT Customer-File
               CLOSE Customer-File
               OPEN I-O Customer-File
           END-IF.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'CUSTREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Cust-Txn-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Process-Transaction
               READ Cust-Txn-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Applied-Count TO RS-Applied.
           MOVE WS-Refused-Count TO RS-Refused.
           WRITE Register-Line FROM WS-Register-Summary.
           CLOSE Cust-Txn-File.
           CLOSE Customer-File.
           CLOSE Register-File.
           IF WS-AR-Avail = 'Y'
               CLOSE AR-File
           END-IF.
           DISPLAY 'CUSTOMER CHANGES APPLIED: ' WS-Applied-Count
               ' REFUSED: ' WS-Refused-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> No order file yet means no open orders to protect.
       0020-Load-Open-Customers.
           OPEN INPUT Order-File.
           IF WS-Order-Status = '00'
               READ Order-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Order-Eof
               END-READ
               PERFORM UNTIL WS-Order-Eof = 'Y'
                   IF SO-Is-Open OR SO-Is-Held
                       PERFORM 0025-Note-Open-Customer
                   END-IF
                   READ Order-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-Order-Eof
                   END-READ
               END-PERFORM
               CLOSE Order-File
           END-IF.

      *> A customer the table cannot hold is treated as having open
      *> orders - refusing a delete is the safe side to err on.
       0025-Note-Open-Customer.
           MOVE 'N' TO WS-Open-Found.
           SET Open-Idx TO 1.
           SEARCH Open-Cust-Entry
               AT END CONTINUE
               WHEN OC-Cust-Number (Open-Idx) = SO-Cust-Number
                   MOVE 'Y' TO WS-Open-Found
           END-SEARCH.
           IF WS-Open-Found = 'N'
               IF WS-Open-Count < 2000
                   ADD 1 TO WS-Open-Count
                   MOVE SO-Cust-Number
                       TO OC-Cust-Number (WS-Open-Count)
               ELSE
                   DISPLAY 'OPEN CUSTOMER TABLE FULL - DELETES '
                       'REFUSED FOR THE REST OF THE RUN'
                   MOVE 'Y' TO WS-Order-Eof
                   MOVE 'Y' TO WS-Open-Full
               END-IF
           END-IF.

       1000-Process-Transaction.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Cust-Found.
           MOVE 'N' TO WS-Open-Found.
           IF CT-Cust-Number NOT = SPACES
               MOVE CT-Cust-Number TO CM-Cust-Number
               READ Customer-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Cust-Found
               END-READ
               SET Open-Idx TO 1
               SEARCH Open-Cust-Entry
                   AT END CONTINUE
                   WHEN OC-Cust-Number (Open-Idx) = CT-Cust-Number
                       MOVE 'Y' TO WS-Open-Found
               END-SEARCH
               IF CT-Is-Delete
                   PERFORM 1100-Check-Open-AR
               END-IF
           END-IF.
           PERFORM 1050-Check-Operator-Authority.
           EVALUATE TRUE
               WHEN OAP-Result NOT = 'Y'
                   MOVE OAP-Reason TO WS-Reason
               WHEN NOT CT-Is-Add AND NOT CT-Is-Change
                    AND NOT CT-Is-Delete
                   MOVE 'TXN CODE NOT A, C OR D' TO WS-Reason
               WHEN CT-Cust-Number = SPACES
                   MOVE 'CUSTOMER NUMBER MISSING' TO WS-Reason
               WHEN CT-Is-Add AND WS-Cust-Found = 'Y'
                   MOVE 'CUSTOMER ALREADY ON FILE' TO WS-Reason
               WHEN NOT CT-Is-Add AND WS-Cust-Found = 'N'
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-Reason
               WHEN CT-Is-Delete AND WS-Open-Found = 'Y'
                   MOVE 'CUSTOMER HAS OPEN ORDERS' TO WS-Reason
               WHEN CT-Is-Delete AND WS-Open-Full = 'Y'
                   MOVE 'CUSTOMER HAS OPEN ORDERS' TO WS-Reason
               WHEN CT-Is-Delete AND WS-AR-Open = 'Y'
                   MOVE 'CUSTOMER HAS OPEN AR ITEMS' TO WS-Reason
               WHEN CT-Is-Delete
                   CONTINUE
               WHEN CT-Is-Add AND CT-Name = SPACES
                   MOVE 'CUSTOMER NAME MISSING' TO WS-Reason
               WHEN CT-Is-Add AND CT-Ship-Stop = SPACES
                   MOVE 'SHIP-TO STOP MISSING' TO WS-Reason
               WHEN CT-Is-Add AND CT-Route = SPACES
                   MOVE 'DELIVERY ROUTE MISSING' TO WS-Reason
               WHEN CT-Is-Add AND CT-Credit-Limit NOT NUMERIC
                   MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-Reason
               WHEN CT-Is-Change AND CT-Credit-Limit-Text NOT = SPACES
                    AND CT-Credit-Limit NOT NUMERIC
                   MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE CT-Txn-Code    TO RF-Txn-Code
               MOVE CT-Cust-Number TO RF-Cust-Number
               MOVE CT-Operator    TO RF-Operator
               MOVE WS-Reason      TO RF-Reason
               WRITE Register-Line FROM WS-Register-Refusal
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 1200-Apply-Transaction
               ADD 1 TO WS-Applied-Count
               MOVE 'L'       TO OAP-Request
               MOVE RH-Action TO OAP-Action
               CALL 'oprAuth' USING Operator-Auth-Parms
           END-IF.

       1050-Check-Operator-Authority.
           MOVE 'C'            TO OAP-Request.
           MOVE CT-Operator    TO OAP-Operator.
           MOVE CT-Approver    TO OAP-Approver.
           MOVE CT-Txn-Code    TO OAP-Txn-Code.
           MOVE '**'           TO OAP-Company.
           MOVE CT-Cust-Number TO OAP-Key.
           MOVE SPACES         TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

      *> The customer's items read together under the key; any
      *> with an amount still open blocks the delete.
       1100-Check-Open-AR.
           MOVE 'N' TO WS-AR-Open.
           IF WS-AR-Avail = 'Y'
               MOVE CT-Cust-Number TO AI-Cust-Number
               MOVE LOW-VALUES TO AI-Item-Type
               MOVE ZERO TO AI-Item-Number
               MOVE 'N' TO WS-AR-Eof
               START AR-File KEY NOT < AI-Key
                   INVALID KEY MOVE 'Y' TO WS-AR-Eof
               END-START
               PERFORM UNTIL WS-AR-Eof = 'Y' OR WS-AR-Open = 'Y'
                   READ AR-File NEXT RECORD
                       AT END MOVE 'Y' TO WS-AR-Eof
                       NOT AT END
                           IF AI-Cust-Number NOT = CT-Cust-Number
                               MOVE 'Y' TO WS-AR-Eof
                           ELSE
                               IF AI-Open-Amount > ZERO
                                   MOVE 'Y' TO WS-AR-Open
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1200-Apply-Transaction.
           EVALUATE TRUE
               WHEN CT-Is-Add
                   MOVE 'ADD'     TO RH-Action
               WHEN CT-Is-Change
                   MOVE 'CHANGE'  TO RH-Action
               WHEN OTHER
                   MOVE 'DELETE'  TO RH-Action
           END-EVALUATE.
           MOVE CT-Cust-Number TO RH-Cust-Number.
           MOVE CT-Operator    TO RH-Operator.
           WRITE Register-Line FROM WS-Register-Heading.
           IF WS-Cust-Found = 'Y'
               MOVE 'BEFORE' TO RD-Label
               PERFORM 1300-Write-Register-Detail
           END-IF.
           EVALUATE TRUE
               WHEN CT-Is-Delete
                   DELETE Customer-File
               WHEN CT-Is-Add
                   MOVE CT-Cust-Number  TO CM-Cust-Number
                   MOVE CT-Name         TO CM-Name
                   MOVE CT-Ship-Stop    TO CM-Ship-Stop
                   MOVE CT-Route        TO CM-Route
                   MOVE CT-Credit-Limit TO CM-Credit-Limit
                   MOVE WS-Today        TO CM-Added-Date
                   MOVE SPACE           TO CM-Credit-Hold
                   WRITE Customer-Rec
                   MOVE 'AFTER' TO RD-Label
                   PERFORM 1300-Write-Register-Detail
               WHEN OTHER
                   IF CT-Name NOT = SPACES
                       MOVE CT-Name TO CM-Name
                   END-IF
                   IF CT-Ship-Stop NOT = SPACES
                       MOVE CT-Ship-Stop TO CM-Ship-Stop
                   END-IF
                   IF CT-Route NOT = SPACES
                       MOVE CT-Route TO CM-Route
                   END-IF
                   IF CT-Credit-Limit-Text NOT = SPACES
                       MOVE CT-Credit-Limit TO CM-Credit-Limit
                   END-IF
                   REWRITE Customer-Rec
                   MOVE 'AFTER' TO RD-Label
                   PERFORM 1300-Write-Register-Detail
           END-EVALUATE.

       1300-Write-Register-Detail.
           MOVE CM-Name         TO RD-Name.
           MOVE CM-Ship-Stop    TO RD-Ship-Stop.
           MOVE CM-Route        TO RD-Route.
           MOVE CM-Credit-Limit TO RD-Credit-Limit.
           WRITE Register-Line FROM WS-Register-Detail.

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
