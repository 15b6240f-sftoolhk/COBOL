       IDENTIFICATION DIVISION.
       PROGRAM-ID. pickConfirm.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Open picks as pickRelease last planned them; a confirmed
      *> pick retires from the file, the rest wait for their card.
           SELECT Open-Pick-File ASSIGN TO "PICKOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Pick-Status.
      *> The pickers' cards: pick number, quantity actually pulled,
      *> the location it came from (blank means where the list
      *> sent them), and who picked it.
           SELECT Confirm-Card-File ASSIGN TO "PICKCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Card-Status.
      *> Confirmed picks for moveValues in STOCKTXN layout - only
      *> the picked quantity posts - with the short quantity after
      *> the image and a control trailer.
           SELECT Pick-Issue-File ASSIGN TO "STOCKPKI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Issue-Status.
      *> Every short pick, kept until cycleCount has put the item
      *> on a count sheet: a short pick usually means the balance
      *> is wrong.
           SELECT Short-Pick-File ASSIGN TO "PICKSHRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Short-Status.
      *> What each card did, short picks called out as they are
      *> confirmed.
           SELECT Confirm-Report ASSIGN TO "PICKCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Open-Pick-File.
       01  Open-Pick-Rec.
           COPY PICKLINE.

       FD  Confirm-Card-File.
       01  Confirm-Card-Rec.
           05 CF-Pick-Number   PIC 9(6).
           05 CF-Picked-Qty    PIC 9(5).
           05 CF-Location      PIC X(3).
           05 CF-Picker        PIC X(8).

       FD  Pick-Issue-File.
       01  Pick-Issue-Rec.
           COPY PRODID REPLACING ID-FIELD BY PI-Stock-ID.
           05 PI-Txn-Type     PIC X.
           05 PI-Txn-Qty      PIC 9(5).
           05 PI-Cost         PIC S9(3)V99.
           05 PI-Txn-Date     PIC X(8).
           05 PI-Txn-Doc      PIC X(8).
           05 PI-Txn-Source   PIC X(2).
           05 PI-Txn-Loc      PIC X(3).
           05 PI-Txn-Loc-To   PIC X(3).
           05 PI-Txn-Lot      PIC X(8).
           05 PI-Txn-Pri      PIC 9.
           05 PI-Txn-To-ID    PIC X(10).
           05 PI-Txn-Route    PIC X(6).
           05 PI-Txn-Order-Line PIC X(3).
           05 PI-Short-Qty    PIC 9(5).
       01  Pick-Issue-Trailer.
           COPY TRAILER.

       FD  Short-Pick-File.
       01  Short-Pick-Rec.
           05 SP-Stock-ID1     PIC X(10).
           05 SP-Location      PIC X(3).
           05 SP-Pick-Number   PIC 9(6).
           05 SP-Short-Qty     PIC 9(5).
           05 SP-Date          PIC X(8).
           05 SP-Picker        PIC X(8).

       FD  Confirm-Report.
       01  Confirm-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Open-Pick-Status  PIC XX.
       01  WS-Card-Status       PIC XX.
       01  WS-Issue-Status      PIC XX.
       01  WS-Short-Status      PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Card-Eof          PIC X VALUE 'N'.
       01  WS-Batch-Pending     PIC X VALUE 'N'.
       01  WS-Pick-Found        PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.
       01  WS-Pick-Count        PIC 9(3) VALUE ZERO.
       01  WS-Pick-Sub          PIC 9(3).
       01  WS-Found-Sub         PIC 9(3).
       01  WS-Short-Qty         PIC 9(5).
       01  WS-Confirmed-Count   PIC 9(5) VALUE ZERO.
       01  WS-Short-Count       PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Units-Short       PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.

      *> The open picks as loaded; a confirmed one is marked and
      *> left out when the file is rewritten.
       01  Pick-Table.
           05 Pick-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Pick-Count
                  INDEXED BY Pick-Idx.
              10 PT-Pick-Image  PIC X(69).
              10 PT-Confirmed   PIC X.

       01  WS-Report-Heading.
           05 FILLER            PIC X(23)
                  VALUE 'PICK CONFIRMATIONS FOR '.
           05 RH-Date           PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(34)
                  VALUE '  PICK ITEM       LOC   REQ PICKED'.
           05 FILLER            PIC X(22)
                  VALUE ' SHORT PICKER   RESULT'.
       01  WS-Detail-Line.
           05 DL-Pick-Number    PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Stock-ID       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Loc            PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Requested      PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Picked         PIC Z(5)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Short          PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Picker         PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Result         PIC X(17).
       01  WS-Total-Line.
           05 FILLER            PIC X(10) VALUE 'CONFIRMED '.
           05 TL-Confirmed      PIC Z(4)9.
           05 FILLER            PIC X(13) VALUE ' SHORT PICKS '.
           05 TL-Short          PIC Z(4)9.
           05 FILLER            PIC X(13) VALUE ' UNITS SHORT '.
           05 TL-Units-Short    PIC Z(6)9.
           05 FILLER            PIC X(9) VALUE ' REFUSED '.
           05 TL-Refused        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PICKCONFIRM'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PICKCONFIRM'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0020-Check-Pending-Batch.
           PERFORM 0100-Load-Open-Picks.
           OPEN INPUT Confirm-Card-File.
           IF WS-Card-Status NOT = '00'
               DISPLAY 'PICKCONF OPEN FAILED, STATUS='
                   WS-Card-Status ' - NO CONFIRMATIONS THIS RUN'
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 0200-Open-Outputs.
           READ Confirm-Card-File
               AT END MOVE 'Y' TO WS-Card-Eof
           END-READ.
           PERFORM UNTIL WS-Card-Eof = 'Y'
               PERFORM 1000-Confirm-One-Pick
               READ Confirm-Card-File
                   AT END MOVE 'Y' TO WS-Card-Eof
               END-READ
           END-PERFORM.
           MOVE '*TRL'           TO TR-Mark.
           MOVE WS-Trailer-Count TO TR-Record-Count.
           MOVE WS-Trailer-Hash  TO TR-Hash-Total.
           WRITE Pick-Issue-Trailer.
           MOVE WS-Confirmed-Count TO TL-Confirmed.
           MOVE WS-Short-Count     TO TL-Short.
           MOVE WS-Units-Short     TO TL-Units-Short.
           MOVE WS-Refused-Count   TO TL-Refused.
           MOVE SPACES TO Confirm-Line.
           WRITE Confirm-Line.
           WRITE Confirm-Line FROM WS-Total-Line.
           CLOSE Confirm-Card-File.
           CLOSE Pick-Issue-File.
           CLOSE Short-Pick-File.
           CLOSE Confirm-Report.
           PERFORM 3000-Save-Open-Picks.
           DISPLAY 'PICKS CONFIRMED: ' WS-Confirmed-Count
               ' SHORT: ' WS-Short-Count
               ' REFUSED: ' WS-Refused-Count.
           IF WS-Short-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'SHORT PICKS SENT TO CYCLE COUNT'
                   TO RLP-Message
               MOVE WS-Short-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The last batch of confirmed picks must have posted before
      *> another is cut: a second batch over an unposted one would
      *> throw away picks already retired from the open file.
       0020-Check-Pending-Batch.
           OPEN INPUT Pick-Issue-File.
           IF WS-Issue-Status = '00'
               READ Pick-Issue-File
                   AT END CONTINUE
                   NOT AT END
                       IF Pick-Issue-Rec (1:4) NOT = '*TRL'
                           MOVE 'Y' TO WS-Batch-Pending
                       END-IF
               END-READ
               CLOSE Pick-Issue-File
           END-IF.
           IF WS-Batch-Pending = 'Y'
               DISPLAY 'STOCKPKI NOT YET POSTED BY MOVEVALUES - '
                   'NO CONFIRMATIONS THIS RUN'
               MOVE 'E' TO RLP-Severity
               MOVE 'STOCKPKI NOT YET POSTED' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 94 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 94 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> A partial load followed by the rewrite would lose every
      *> pick past the table - refuse instead.
       0100-Load-Open-Picks.
           OPEN INPUT Open-Pick-File.
           IF WS-Open-Pick-Status = '00'
               READ Open-Pick-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Pick-Count >= 500
                   ADD 1 TO WS-Pick-Count
                   MOVE Open-Pick-Rec TO PT-Pick-Image (WS-Pick-Count)
                   MOVE 'N' TO PT-Confirmed (WS-Pick-Count)
                   READ Open-Pick-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Open-Pick-File
               IF WS-Eof-Switch = 'N'
                   DISPLAY 'PICKOPEN EXCEEDS ' WS-Pick-Count
                       ' PICKS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'OPEN PICK FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Pick-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
           END-IF.

       0200-Open-Outputs.
           OPEN OUTPUT Confirm-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'PICKCRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Pick-Issue-File.
           IF WS-Issue-Status NOT = '00'
               DISPLAY 'STOCKPKI OPEN FAILED, STATUS=' WS-Issue-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Short-Pick-File.
           IF WS-Short-Status = '35'
               OPEN OUTPUT Short-Pick-File
           END-IF.
           IF WS-Short-Status NOT = '00'
               DISPLAY 'PICKSHRT OPEN FAILED, STATUS=' WS-Short-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Date.
           WRITE Confirm-Line FROM WS-Report-Heading.
           WRITE Confirm-Line FROM WS-Column-Heading.

      *> A card must name an open pick and may not claim more than
      *> the pick asked for; anything less is a short pick. The
      *> picked quantity posts from where the picker says it came.
       1000-Confirm-One-Pick.
           ADD 1 TO WS-Record-Count.
           MOVE SPACES TO WS-Detail-Line.
           MOVE 'N' TO WS-Pick-Found.
           IF CF-Pick-Number NUMERIC AND CF-Picked-Qty NUMERIC
               PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                       UNTIL WS-Pick-Sub > WS-Pick-Count
                          OR WS-Pick-Found = 'Y'
                   MOVE PT-Pick-Image (WS-Pick-Sub) TO Open-Pick-Rec
                   IF PK-Pick-Number = CF-Pick-Number
                        AND PT-Confirmed (WS-Pick-Sub) = 'N'
                       MOVE 'Y' TO WS-Pick-Found
                       MOVE WS-Pick-Sub TO WS-Found-Sub
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CF-Pick-Number TO DL-Pick-Number.
           MOVE CF-Picked-Qty  TO DL-Picked.
           MOVE CF-Picker      TO DL-Picker.
           EVALUATE TRUE
               WHEN CF-Pick-Number NOT NUMERIC
                    OR CF-Picked-Qty NOT NUMERIC
                   MOVE ZERO TO DL-Picked
                   MOVE 'CARD NOT NUMERIC' TO DL-Result
                   ADD 1 TO WS-Refused-Count
               WHEN WS-Pick-Found = 'N'
                   MOVE 'PICK NOT OPEN' TO DL-Result
                   ADD 1 TO WS-Refused-Count
               WHEN CF-Picked-Qty > PK-Qty
                   MOVE PK-Stock-ID TO DL-Stock-ID
                   MOVE PK-Qty      TO DL-Requested
                   MOVE 'OVER PICK REFUSED' TO DL-Result
                   ADD 1 TO WS-Refused-Count
               WHEN OTHER
                   PERFORM 1100-Post-Confirmation
           END-EVALUATE.
           WRITE Confirm-Line FROM WS-Detail-Line.

       1100-Post-Confirmation.
           MOVE 'Y' TO PT-Confirmed (WS-Found-Sub).
           ADD 1 TO WS-Confirmed-Count.
           COMPUTE WS-Short-Qty = PK-Qty - CF-Picked-Qty.
           MOVE SPACES           TO Pick-Issue-Rec.
           MOVE PK-Stock-ID      TO PI-Stock-ID.
           MOVE 'I'              TO PI-Txn-Type.
           MOVE CF-Picked-Qty    TO PI-Txn-Qty.
           MOVE PK-Cost          TO PI-Cost.
           MOVE WS-Today         TO PI-Txn-Date.
           MOVE PK-Doc           TO PI-Txn-Doc.
           MOVE PK-Source        TO PI-Txn-Source.
           EVALUATE TRUE
               WHEN CF-Location NOT = SPACES
                   MOVE CF-Location TO PI-Txn-Loc
               WHEN PK-Pick-Loc NOT = SPACES
                   MOVE PK-Pick-Loc TO PI-Txn-Loc
               WHEN OTHER
                   MOVE PK-Loc TO PI-Txn-Loc
           END-EVALUATE.
           MOVE PK-Pri           TO PI-Txn-Pri.
           MOVE PK-Route         TO PI-Txn-Route.
           MOVE PK-Order-Line    TO PI-Txn-Order-Line.
           MOVE WS-Short-Qty     TO PI-Short-Qty.
           WRITE Pick-Issue-Rec.
           ADD 1 TO WS-Trailer-Count.
           ADD PI-Txn-Qty TO WS-Trailer-Hash.
           MOVE PK-Stock-ID  TO DL-Stock-ID.
           MOVE PI-Txn-Loc   TO DL-Loc.
           MOVE PK-Qty       TO DL-Requested.
           MOVE WS-Short-Qty TO DL-Short.
           IF WS-Short-Qty > ZERO
               PERFORM 1200-Record-Short-Pick
               MOVE 'SHORT PICK' TO DL-Result
           ELSE
               MOVE 'CONFIRMED' TO DL-Result
           END-IF.

       1200-Record-Short-Pick.
           ADD 1 TO WS-Short-Count.
           ADD WS-Short-Qty TO WS-Units-Short.
           MOVE PK-Stock-ID    TO SP-Stock-ID1.
           MOVE PI-Txn-Loc     TO SP-Location.
           MOVE PK-Pick-Number TO SP-Pick-Number.
           MOVE WS-Short-Qty   TO SP-Short-Qty.
           MOVE WS-Today       TO SP-Date.
           MOVE CF-Picker      TO SP-Picker.
           WRITE Short-Pick-Rec.
           DISPLAY 'SHORT PICK ' PK-Pick-Number ' ' PK-Stock-ID
               ' AT ' PI-Txn-Loc ' SHORT ' WS-Short-Qty
               ' - ITEM SENT TO CYCLE COUNT'.

      *> Only the picks still waiting for a card go back.
       3000-Save-Open-Picks.
           OPEN OUTPUT Open-Pick-File.
           PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                   UNTIL WS-Pick-Sub > WS-Pick-Count
               IF PT-Confirmed (WS-Pick-Sub) = 'N'
                   MOVE PT-Pick-Image (WS-Pick-Sub) TO Open-Pick-Rec
                   WRITE Open-Pick-Rec
               END-IF
           END-PERFORM.
           CLOSE Open-Pick-File.

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
           MOVE WS-Record-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
