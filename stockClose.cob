           05 PC-Year         PIC 9(4).
           05 PC-Month        PIC 9(6).
           05 PC-Operator     PIC X(8).
      *> A second operator approving the card; oprAuth refuses any
      *> card that changes the calendar unless both hold authority
      *> for the mode and are two different people.
           05 PC-Approver     PIC X(8).

       FD  Stock-Calendar-File.
       01  Stock-Calendar-Rec.
       01  WS-Year              PIC 9(4) VALUE ZERO.
       01  WS-Month             PIC 9(6) VALUE ZERO.
       01  WS-Operator          PIC X(8) VALUE SPACES.
       01  WS-Approver          PIC X(8) VALUE SPACES.
       01  WS-Calendar-Changed  PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Current-Month     PIC 9(6).
       01  WS-Cal-Count         PIC 9(2) VALUE ZERO.
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: the mode card is checked
      *> before it applies, and a calendar it changed is logged as
      *> a master change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'STOCKCLOSE'.
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
           MOVE WS-Today (1:6) TO WS-Current-Month.
           PERFORM 0100-Read-Mode-Card.
           PERFORM 0200-Load-Calendar.
           PERFORM 0300-Check-Operator-Authority.
           IF OAP-Result = 'Y'
               EVALUATE WS-Mode
                   WHEN 'G'
                       PERFORM 1000-Generate-Year
                   WHEN 'C'
                       PERFORM 2000-Close-Month
                   WHEN 'R'
                       PERFORM 3000-Reopen-Month
                   WHEN OTHER
                       DISPLAY 'UNKNOWN STOCK CALENDAR MODE: ' WS-Mode
                       MOVE 70 TO RETURN-CODE
               END-EVALUATE
               IF WS-Calendar-Changed = 'Y'
                   MOVE 'L' TO OAP-Request
                   CALL 'oprAuth' USING Operator-Auth-Parms
               END-IF
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

                   MOVE PC-Year     TO WS-Year
                   MOVE PC-Month    TO WS-Month
                   MOVE PC-Operator TO WS-Operator
                   MOVE PC-Approver TO WS-Approver
           END-READ.
           CLOSE Param-Card-File.

               CLOSE Stock-Calendar-File
           END-IF.

      *> Only a card that changes the calendar needs authority:
      *> the operator who keyed it and a second who approved it.
       0300-Check-Operator-Authority.
           MOVE 'Y' TO OAP-Result.
           IF WS-Mode = 'G' OR WS-Mode = 'C' OR WS-Mode = 'R'
               MOVE 'C'         TO OAP-Request
               MOVE WS-Operator TO OAP-Operator
               MOVE WS-Approver TO OAP-Approver
               MOVE WS-Mode     TO OAP-Txn-Code
               MOVE '**'        TO OAP-Company
               MOVE SPACES      TO OAP-Key
               IF WS-Mode = 'G'
                   STRING 'YEAR ' WS-Year
                       DELIMITED BY SIZE INTO OAP-Key
               ELSE
                   STRING 'MONTH ' WS-Month
                       DELIMITED BY SIZE INTO OAP-Key
               END-IF
               EVALUATE WS-Mode
                   WHEN 'G'
                       MOVE 'GENERATE' TO OAP-Action
                   WHEN 'C'
                       MOVE 'CLOSE'    TO OAP-Action
                   WHEN OTHER
                       MOVE 'REOPEN'   TO OAP-Action
               END-EVALUATE
               CALL 'oprAuth' USING Operator-Auth-Parms
               IF OAP-Result NOT = 'Y'
                   DISPLAY 'STOCK CALENDAR CARD REFUSED, ' OAP-Reason
                   MOVE 'E' TO RLP-Severity
                   MOVE 'CALENDAR CARD REFUSED - NOT AUTHORIZED'
                       TO RLP-Message
                   MOVE ZERO TO RLP-Count
                   MOVE 76 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 76 TO RETURN-CODE
               END-IF
           END-IF.

      *> Twelve open months for the card year; a calendar still
      *> carrying an open month that has not passed is live and
      *> refuses to be generated over.
           END-IF.

       1500-Rewrite-Calendar.
           MOVE 'Y' TO WS-Calendar-Changed.
           OPEN OUTPUT Stock-Calendar-File.
           PERFORM VARYING Cal-Idx FROM 1 BY 1
                   UNTIL Cal-Idx > WS-Cal-Count
                        AND RC-Return-Code = ZERO
                       MOVE 'Y' TO WS-Recon-Clean
                   END-IF
                   IF RC-Program = 'INITALIZE'
                        AND RC-Run-Date = WS-Today
                        AND RC-Action = 'B'
                       MOVE 'N' TO WS-Recon-Clean
                   END-IF
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
                   END-READ
