           05 PC-Year         PIC 9(4).
           05 PC-Period       PIC 9(3).
           05 PC-Operator     PIC X(8).
      *> A second operator approving the card; oprAuth refuses any
      *> card that changes the calendar unless both hold authority
      *> for the mode and are two different people.
           05 PC-Approver     PIC X(8).

       FD  Calendar-File.
       01  Calendar-Rec.
       01  WS-Year              PIC 9(4) VALUE ZERO.
       01  WS-Period            PIC 9(3) VALUE ZERO.
       01  WS-Operator          PIC X(8) VALUE SPACES.
       01  WS-Approver          PIC X(8) VALUE SPACES.
       01  WS-Calendar-Changed  PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Calendar-Count    PIC 9(3) VALUE ZERO.
       01  WS-Period-Found      PIC X VALUE 'N'.
       01  WS-Work-Integer      PIC 9(8).
       01  WS-Expected-Begin    PIC X(8).
       01  WS-Posted-Clean      PIC X VALUE 'N'.
       01  WS-Clean-Runs        PIC S9(3) VALUE ZERO.
       01  WS-Holds-Outstanding PIC X VALUE 'N'.
       01  WS-Close-Begin       PIC X(8).
       01  WS-Close-End         PIC X(8).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: the mode card is checked
      *> before it applies, and a calendar it changed is logged as
      *> a master change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'PAYCALBUILD'.
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
           PERFORM 0100-Read-Mode-Card.
           PERFORM 0200-Load-Calendar.
           PERFORM 0300-Check-Operator-Authority.
           IF OAP-Result = 'Y'
               EVALUATE WS-Mode
                   WHEN 'G'
                       PERFORM 1000-Generate-Year
                   WHEN 'V'
                       PERFORM 2000-Validate-Calendar
                   WHEN 'C'
                       PERFORM 3000-Close-Period
                   WHEN 'R'
                       PERFORM 4000-Reopen-Period
                   WHEN OTHER
                       DISPLAY 'UNKNOWN CALENDAR MODE: ' WS-Mode
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
                   MOVE PC-Period   TO WS-Period
                   MOVE PC-Operator TO WS-Operator
                   MOVE PC-Approver TO WS-Approver
           END-READ.
           CLOSE Param-Card-File.

               CLOSE Calendar-File
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
                   STRING 'PERIOD ' WS-Period
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
                   DISPLAY 'CALENDAR CARD REFUSED, ' OAP-Reason
                   MOVE 'E' TO RLP-Severity
                   MOVE 'CALENDAR CARD REFUSED - NOT AUTHORIZED'
                       TO RLP-Message
                   MOVE ZERO TO RLP-Count
                   MOVE 76 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 76 TO RETURN-CODE
               END-IF
           END-IF.

      *> Twelve monthly periods for the card year: begin on the
      *> first, end on the last day of the month, pay date on the
      *> end date, all open. A calendar still carrying an open
           MOVE 'O' TO CLT-Status (WS-Calendar-Count).

       1200-Rewrite-Calendar.
           MOVE 'Y' TO WS-Calendar-Changed.
           OPEN OUTPUT Calendar-File.
           PERFORM VARYING Cal-Idx FROM 1 BY 1
                   UNTIL Cal-Idx > WS-Calendar-Count

       3200-Check-Posting-Ran-Clean.
           MOVE 'N' TO WS-Posted-Clean.
           MOVE ZERO TO WS-Clean-Runs.
           MOVE 'N' TO WS-Sequence-Eof.
           OPEN INPUT Sequence-Control-File.
           IF WS-Sequence-Status = '00'
                   AT END MOVE 'Y' TO WS-Sequence-Eof
               END-READ
               PERFORM UNTIL WS-Sequence-Eof = 'Y'
      *> A clean run a restore has backed out no longer counts.
                   IF RC-Program = 'ADDVALUES'
                        AND RC-Return-Code = ZERO
                        AND RC-Run-Date NOT < WS-Close-Begin
                        AND RC-Run-Date NOT > WS-Close-End
                       IF RC-Action = 'E'
                           ADD 1 TO WS-Clean-Runs
                       END-IF
                       IF RC-Action = 'B'
                           SUBTRACT 1 FROM WS-Clean-Runs
                       END-IF
                   END-IF
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
               END-PERFORM
               CLOSE Sequence-Control-File
           END-IF.
           IF WS-Clean-Runs > ZERO
               MOVE 'Y' TO WS-Posted-Clean
           END-IF.

       3300-Check-No-Holds.
           MOVE 'N' TO WS-Holds-Outstanding.
