       IDENTIFICATION DIVISION.
       PROGRAM-ID. pickRelease.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Open picks moveValues released; each is planned to a
      *> location here and the file is rewritten with the plan, so
      *> pickConfirm knows where the picker was sent.
           SELECT Open-Pick-File ASSIGN TO "PICKOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Open-Pick-Status.
      *> Location and lot balances moveValues carries; read only,
      *> to send the picker where the stock is said to be.
           SELECT Location-File ASSIGN TO "STOCKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Location-Status.
           SELECT Lot-File ASSIGN TO "STOCKLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Status.
      *> One list per route, in location then lot order, so each
      *> picker walks the building once.
           SELECT Pick-List ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-List-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Open-Pick-File.
       01  Open-Pick-Rec.
           COPY PICKLINE.

       FD  Location-File.
       01  Location-Rec.
           05 LC-Stock-ID1    PIC X(10).
           05 LC-Location     PIC X(3).
           05 LC-Qty          PIC 9(5).

       FD  Lot-File.
       01  Lot-Rec.
           05 LO-Stock-ID1    PIC X(10).
           05 LO-Lot          PIC X(8).
           05 LO-Qty          PIC 9(5).
           05 LO-Date         PIC X(8).

       FD  Pick-List.
       01  Pick-List-Line         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Open-Pick-Status  PIC XX.
       01  WS-Location-Status   PIC XX.
       01  WS-Lot-Status        PIC XX.
       01  WS-List-Status       PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Location-Eof      PIC X VALUE 'N'.
       01  WS-Lot-Eof           PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Record-Count      PIC 9(7) VALUE ZERO.
       01  WS-Pick-Count        PIC 9(3) VALUE ZERO.
       01  WS-Pick-Sub          PIC 9(3).
       01  WS-Plan-Pri          PIC 99.
       01  WS-Location-Count    PIC 9(3) VALUE ZERO.
       01  WS-Location-Found    PIC X VALUE 'N'.
       01  WS-Lot-Count         PIC 9(3) VALUE ZERO.
       01  WS-Lot-Found         PIC X VALUE 'N'.
       01  WS-Line-Count        PIC 9(4) VALUE ZERO.
       01  WS-Ins-Sub           PIC 9(4).
       01  WS-Shift-Sub         PIC 9(4).
       01  WS-Best-Sub          PIC 9(3).
       01  WS-Oldest-Sub        PIC 9(3).
       01  WS-Lot-Sub           PIC 9(3).
       01  WS-Lot-Left          PIC 9(5).
       01  WS-Lot-Take          PIC 9(5).
       01  WS-Plan-Loc          PIC X(3).
       01  WS-Plan-Note         PIC X(9).
      *> The main stockroom: an issue that names no location is
      *> picked there whenever it holds enough.
       01  WS-Default-Location  PIC X(3) VALUE 'MN '.
       01  WS-Prior-Route       PIC X(6).
       01  WS-First-Route       PIC X VALUE 'Y'.
       01  WS-Route-Lines       PIC 9(5).
       01  WS-Route-Qty         PIC 9(7).
       01  WS-Reprint-Count     PIC 9(5) VALUE ZERO.
       01  WS-Short-Loc-Count   PIC 9(5) VALUE ZERO.

      *> The open picks as loaded, each the full PICKLINE image.
       01  Pick-Table.
           05 Pick-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Pick-Count
                  INDEXED BY Pick-Idx.
              10 PT-Pick-Image  PIC X(69).

      *> Location and lot balances, drawn down as picks are planned
      *> so two picks for one item are not both sent to the last
      *> units on a shelf.
       01  Location-Table.
           05 Location-Entry OCCURS 0 TO 400 TIMES
                  DEPENDING ON WS-Location-Count
                  INDEXED BY Loc-Idx.
              10 LT-Stock-ID1   PIC X(10).
              10 LT-Location    PIC X(3).
              10 LT-Qty         PIC 9(5).

       01  Lot-Table.
           05 Lot-Entry OCCURS 0 TO 400 TIMES
                  DEPENDING ON WS-Lot-Count
                  INDEXED BY Lot-Idx.
              10 LOT-Stock-ID1  PIC X(10).
              10 LOT-Lot        PIC X(8).
              10 LOT-Qty        PIC 9(5).
              10 LOT-Date       PIC X(8).

      *> One line per pick and lot, kept in route, location, lot,
      *> item order as they are added - the order the list prints.
       01  Line-Table.
           05 Line-Entry OCCURS 0 TO 1000 TIMES
                  DEPENDING ON WS-Line-Count
                  INDEXED BY Line-Idx.
              10 LN-Sort-Key.
                 15 LN-Route       PIC X(6).
                 15 LN-Loc         PIC X(3).
                 15 LN-Lot         PIC X(8).
                 15 LN-Stock-ID    PIC X(10).
                 15 LN-Pick-Number PIC 9(6).
              10 LN-Qty         PIC 9(5).
              10 LN-Doc         PIC X(8).
              10 LN-Note        PIC X(9).
       01  WS-New-Line.
           05 NL-Sort-Key.
              10 NL-Route       PIC X(6).
              10 NL-Loc         PIC X(3).
              10 NL-Lot         PIC X(8).
              10 NL-Stock-ID    PIC X(10).
              10 NL-Pick-Number PIC 9(6).
           05 NL-Qty            PIC 9(5).
           05 NL-Doc            PIC X(8).
           05 NL-Note           PIC X(9).

       01  WS-Route-Heading.
           05 FILLER            PIC X(20)
                  VALUE 'PICK LIST FOR ROUTE '.
           05 RH-Route          PIC X(6).
           05 FILLER            PIC X(10) VALUE '  RELEASED'.
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Date           PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(36)
                  VALUE 'LOC LOT      ITEM         QTY   PICK'.
           05 FILLER            PIC X(26)
                  VALUE ' DOC      NOTE      PICKED'.
       01  WS-Detail-Line.
           05 DL-Loc            PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Lot            PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Stock-ID       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Qty            PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Pick-Number    PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Doc            PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Note           PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 FILLER            PIC X(6) VALUE '______'.
       01  WS-Route-Total.
           05 FILLER            PIC X(18)
                  VALUE 'ROUTE TOTAL LINES '.
           05 RT-Lines          PIC Z(4)9.
           05 FILLER            PIC X(5) VALUE ' QTY '.
           05 RT-Qty            PIC Z(6)9.
       01  WS-Grand-Total.
           05 FILLER            PIC X(13) VALUE 'PICKS LISTED '.
           05 GT-Picks          PIC Z(4)9.
           05 FILLER            PIC X(7) VALUE ' LINES '.
           05 GT-Lines          PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE ' REPRINTS '.
           05 GT-Reprints       PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'PICKRELEASE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'PICKRELEASE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Open-Picks.
           IF WS-Pick-Count = ZERO
               DISPLAY 'NO OPEN PICKS TO LIST'
           ELSE
               PERFORM 0200-Load-Locations
               PERFORM 0300-Load-Lots
               PERFORM VARYING WS-Plan-Pri FROM 1 BY 1
                       UNTIL WS-Plan-Pri > 9
                   PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                           UNTIL WS-Pick-Sub > WS-Pick-Count
                       MOVE PT-Pick-Image (WS-Pick-Sub)
                           TO Open-Pick-Rec
                       IF PK-Pri = WS-Plan-Pri
                           PERFORM 1000-Plan-One-Pick
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM 2000-Write-Pick-List
               PERFORM 3000-Save-Open-Picks
           END-IF.
           DISPLAY 'PICKS LISTED: ' WS-Record-Count
               ' LINES: ' WS-Line-Count
               ' REPRINTS: ' WS-Reprint-Count
               ' LOCATION SHORT: ' WS-Short-Loc-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> A partial load followed by the rewrite would lose every
      *> pick past the table - refuse instead. A priority outside
      *> 1-9 is planned with the middle of the range.
       0100-Load-Open-Picks.
           OPEN INPUT Open-Pick-File.
           IF WS-Open-Pick-Status = '00'
               READ Open-Pick-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                       OR WS-Pick-Count >= 500
                   IF PK-Pri NOT NUMERIC OR PK-Pri = ZERO
                       MOVE 5 TO PK-Pri
                   END-IF
                   ADD 1 TO WS-Pick-Count
                   MOVE Open-Pick-Rec TO PT-Pick-Image (WS-Pick-Count)
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

      *> Duplicate item/location rows merge as they load, the way
      *> moveValues folds them.
       0200-Load-Locations.
           OPEN INPUT Location-File.
           IF WS-Location-Status = '00'
               READ Location-File
                   AT END MOVE 'Y' TO WS-Location-Eof
               END-READ
               PERFORM UNTIL WS-Location-Eof = 'Y'
                       OR WS-Location-Count >= 400
                   PERFORM 0210-Merge-One-Location
                   READ Location-File
                       AT END MOVE 'Y' TO WS-Location-Eof
                   END-READ
               END-PERFORM
               CLOSE Location-File
               IF WS-Location-Eof = 'N'
                   DISPLAY 'STOCKLOC EXCEEDS ' WS-Location-Count
                       ' RECORDS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'LOCATION FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Location-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
           END-IF.

       0210-Merge-One-Location.
           MOVE 'N' TO WS-Location-Found.
           SET Loc-Idx TO 1.
           SEARCH Location-Entry
               AT END CONTINUE
               WHEN LT-Stock-ID1 (Loc-Idx) = LC-Stock-ID1
                    AND LT-Location (Loc-Idx) = LC-Location
                   ADD LC-Qty TO LT-Qty (Loc-Idx)
                   MOVE 'Y' TO WS-Location-Found
           END-SEARCH.
           IF WS-Location-Found = 'N'
               ADD 1 TO WS-Location-Count
               MOVE LC-Stock-ID1
                   TO LT-Stock-ID1 (WS-Location-Count)
               MOVE LC-Location
                   TO LT-Location (WS-Location-Count)
               MOVE LC-Qty TO LT-Qty (WS-Location-Count)
           END-IF.

       0300-Load-Lots.
           OPEN INPUT Lot-File.
           IF WS-Lot-Status = '00'
               READ Lot-File
                   AT END MOVE 'Y' TO WS-Lot-Eof
               END-READ
               PERFORM UNTIL WS-Lot-Eof = 'Y'
                       OR WS-Lot-Count >= 400
                   PERFORM 0310-Merge-One-Lot
                   READ Lot-File
                       AT END MOVE 'Y' TO WS-Lot-Eof
                   END-READ
               END-PERFORM
               CLOSE Lot-File
               IF WS-Lot-Eof = 'N'
                   DISPLAY 'STOCKLOT EXCEEDS ' WS-Lot-Count
                       ' RECORDS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'LOT FILE OVERFLOWS TABLE' TO RLP-Message
                   MOVE WS-Lot-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
           END-IF.

       0310-Merge-One-Lot.
           MOVE 'N' TO WS-Lot-Found.
           SET Lot-Idx TO 1.
           SEARCH Lot-Entry
               AT END CONTINUE
               WHEN LOT-Stock-ID1 (Lot-Idx) = LO-Stock-ID1
                    AND LOT-Lot (Lot-Idx) = LO-Lot
                   ADD LO-Qty TO LOT-Qty (Lot-Idx)
                   MOVE 'Y' TO WS-Lot-Found
           END-SEARCH.
           IF WS-Lot-Found = 'N'
               ADD 1 TO WS-Lot-Count
               MOVE LO-Stock-ID1 TO LOT-Stock-ID1 (WS-Lot-Count)
               MOVE LO-Lot       TO LOT-Lot (WS-Lot-Count)
               MOVE LO-Qty       TO LOT-Qty (WS-Lot-Count)
               MOVE LO-Date      TO LOT-Date (WS-Lot-Count)
           END-IF.

      *> The picker goes where the issue said; with no location
      *> named, to the main stockroom if it holds enough, else to
      *> whichever location holds the most. Lots are taken oldest
      *> first, the order moveValues relieves them when the pick
      *> posts, one list line per lot.
       1000-Plan-One-Pick.
           ADD 1 TO WS-Record-Count.
           MOVE SPACES TO WS-Plan-Note.
           IF PK-Is-Listed
               MOVE 'REPRINT' TO WS-Plan-Note
               ADD 1 TO WS-Reprint-Count
           END-IF.
           IF PK-Loc NOT = SPACES
               MOVE PK-Loc TO WS-Plan-Loc
           ELSE
               PERFORM 1100-Choose-Location
           END-IF.
           PERFORM 1200-Draw-Location.
           MOVE WS-Plan-Loc TO PK-Pick-Loc.
           MOVE 'Y' TO PK-Listed.
           MOVE Open-Pick-Rec TO PT-Pick-Image (WS-Pick-Sub).
           MOVE PK-Qty TO WS-Lot-Left.
           PERFORM UNTIL WS-Lot-Left = ZERO
               MOVE ZERO TO WS-Oldest-Sub
               PERFORM 1300-Find-Oldest-Lot
               IF WS-Oldest-Sub = ZERO
                   MOVE SPACES TO NL-Lot
                   MOVE WS-Lot-Left TO NL-Qty
                   PERFORM 1400-Add-Pick-Line
                   MOVE ZERO TO WS-Lot-Left
               ELSE
                   MOVE LOT-Qty (WS-Oldest-Sub) TO WS-Lot-Take
                   IF WS-Lot-Take > WS-Lot-Left
                       MOVE WS-Lot-Left TO WS-Lot-Take
                   END-IF
                   SUBTRACT WS-Lot-Take FROM LOT-Qty (WS-Oldest-Sub)
                   SUBTRACT WS-Lot-Take FROM WS-Lot-Left
                   MOVE LOT-Lot (WS-Oldest-Sub) TO NL-Lot
                   MOVE WS-Lot-Take TO NL-Qty
                   PERFORM 1400-Add-Pick-Line
               END-IF
           END-PERFORM.

       1100-Choose-Location.
           MOVE WS-Default-Location TO WS-Plan-Loc.
           MOVE 'N' TO WS-Location-Found.
           SET Loc-Idx TO 1.
           SEARCH Location-Entry
               AT END CONTINUE
               WHEN LT-Stock-ID1 (Loc-Idx) = PK-Stock-ID
                    AND LT-Location (Loc-Idx) = WS-Default-Location
                    AND LT-Qty (Loc-Idx) >= PK-Qty
                   MOVE 'Y' TO WS-Location-Found
           END-SEARCH.
           IF WS-Location-Found = 'N'
               MOVE ZERO TO WS-Best-Sub
               PERFORM VARYING Loc-Idx FROM 1 BY 1
                       UNTIL Loc-Idx > WS-Location-Count
                   IF LT-Stock-ID1 (Loc-Idx) = PK-Stock-ID
                        AND LT-Qty (Loc-Idx) > ZERO
                       IF WS-Best-Sub = ZERO
                           SET WS-Best-Sub TO Loc-Idx
                       ELSE
                           IF LT-Qty (Loc-Idx) > LT-Qty (WS-Best-Sub)
                               SET WS-Best-Sub TO Loc-Idx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Best-Sub NOT = ZERO
                   MOVE LT-Location (WS-Best-Sub) TO WS-Plan-Loc
               END-IF
           END-IF.

      *> A location the balance file says cannot cover the pick is
      *> flagged on the line: the picker is likely to come up short,
      *> and the shelf is worth a look either way.
       1200-Draw-Location.
           MOVE 'N' TO WS-Location-Found.
           SET Loc-Idx TO 1.
           SEARCH Location-Entry
               AT END CONTINUE
               WHEN LT-Stock-ID1 (Loc-Idx) = PK-Stock-ID
                    AND LT-Location (Loc-Idx) = WS-Plan-Loc
                   MOVE 'Y' TO WS-Location-Found
           END-SEARCH.
           IF WS-Location-Found = 'Y'
                AND LT-Qty (Loc-Idx) >= PK-Qty
               SUBTRACT PK-Qty FROM LT-Qty (Loc-Idx)
           ELSE
               IF WS-Location-Found = 'Y'
                   MOVE ZERO TO LT-Qty (Loc-Idx)
               END-IF
               MOVE 'LOC SHORT' TO WS-Plan-Note
               ADD 1 TO WS-Short-Loc-Count
           END-IF.

       1300-Find-Oldest-Lot.
           PERFORM VARYING WS-Lot-Sub FROM 1 BY 1
                   UNTIL WS-Lot-Sub > WS-Lot-Count
               IF LOT-Stock-ID1 (WS-Lot-Sub) = PK-Stock-ID
                    AND LOT-Qty (WS-Lot-Sub) > ZERO
                   IF WS-Oldest-Sub = ZERO
                       MOVE WS-Lot-Sub TO WS-Oldest-Sub
                   ELSE
                       IF LOT-Date (WS-Lot-Sub) <
                               LOT-Date (WS-Oldest-Sub)
                           MOVE WS-Lot-Sub TO WS-Oldest-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> A list that will not fit would send pickers out with part
      *> of the work - refuse instead.
       1400-Add-Pick-Line.
           IF WS-Line-Count >= 1000
               DISPLAY 'PICK LIST LINES EXCEED ' WS-Line-Count
                   ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PICK LIST LINES OVERFLOW TABLE'
                   TO RLP-Message
               MOVE WS-Line-Count TO RLP-Count
               MOVE 96 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 96 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE PK-Route       TO NL-Route.
           MOVE WS-Plan-Loc    TO NL-Loc.
           MOVE PK-Stock-ID    TO NL-Stock-ID.
           MOVE PK-Pick-Number TO NL-Pick-Number.
           MOVE PK-Doc         TO NL-Doc.
           MOVE WS-Plan-Note   TO NL-Note.
           MOVE 1 TO WS-Ins-Sub.
           PERFORM UNTIL WS-Ins-Sub > WS-Line-Count
                   OR LN-Sort-Key (WS-Ins-Sub) > NL-Sort-Key
               ADD 1 TO WS-Ins-Sub
           END-PERFORM.
           ADD 1 TO WS-Line-Count.
           PERFORM VARYING WS-Shift-Sub FROM WS-Line-Count BY -1
                   UNTIL WS-Shift-Sub <= WS-Ins-Sub
               MOVE Line-Entry (WS-Shift-Sub - 1)
                   TO Line-Entry (WS-Shift-Sub)
           END-PERFORM.
           MOVE WS-New-Line TO Line-Entry (WS-Ins-Sub).

      *> Each route starts its own list with its own heading, and
      *> closes on its line and quantity count; stock bound for no
      *> route lists first, under a blank route.
       2000-Write-Pick-List.
           OPEN OUTPUT Pick-List.
           IF WS-List-Status NOT = '00'
               DISPLAY 'PICKLIST OPEN FAILED, STATUS=' WS-List-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Line-Idx FROM 1 BY 1
                   UNTIL Line-Idx > WS-Line-Count
               IF WS-First-Route = 'Y'
                    OR LN-Route (Line-Idx) NOT = WS-Prior-Route
                   PERFORM 2100-Write-Route-Total
                   PERFORM 2200-Write-Route-Heading
               END-IF
               ADD 1 TO WS-Route-Lines
               ADD LN-Qty (Line-Idx) TO WS-Route-Qty
               MOVE LN-Loc (Line-Idx)         TO DL-Loc
               MOVE LN-Lot (Line-Idx)         TO DL-Lot
               MOVE LN-Stock-ID (Line-Idx)    TO DL-Stock-ID
               MOVE LN-Qty (Line-Idx)         TO DL-Qty
               MOVE LN-Pick-Number (Line-Idx) TO DL-Pick-Number
               MOVE LN-Doc (Line-Idx)         TO DL-Doc
               MOVE LN-Note (Line-Idx)        TO DL-Note
               WRITE Pick-List-Line FROM WS-Detail-Line
           END-PERFORM.
           PERFORM 2100-Write-Route-Total.
           MOVE WS-Record-Count  TO GT-Picks.
           MOVE WS-Line-Count    TO GT-Lines.
           MOVE WS-Reprint-Count TO GT-Reprints.
           MOVE SPACES TO Pick-List-Line.
           WRITE Pick-List-Line.
           WRITE Pick-List-Line FROM WS-Grand-Total.
           CLOSE Pick-List.

       2100-Write-Route-Total.
           IF WS-First-Route = 'N'
               MOVE WS-Route-Lines TO RT-Lines
               MOVE WS-Route-Qty   TO RT-Qty
               WRITE Pick-List-Line FROM WS-Route-Total
               MOVE SPACES TO Pick-List-Line
               WRITE Pick-List-Line
           END-IF.

       2200-Write-Route-Heading.
           MOVE 'N' TO WS-First-Route.
           MOVE LN-Route (Line-Idx) TO WS-Prior-Route.
           MOVE ZERO TO WS-Route-Lines.
           MOVE ZERO TO WS-Route-Qty.
           MOVE LN-Route (Line-Idx) TO RH-Route.
           MOVE WS-Today TO RH-Date.
           WRITE Pick-List-Line FROM WS-Route-Heading.
           WRITE Pick-List-Line FROM WS-Column-Heading.

      *> The picks go back with the location each was sent to and
      *> marked listed, so a second list shows them as reprints.
       3000-Save-Open-Picks.
           OPEN OUTPUT Open-Pick-File.
           PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                   UNTIL WS-Pick-Sub > WS-Pick-Count
               MOVE PT-Pick-Image (WS-Pick-Sub) TO Open-Pick-Rec
               WRITE Open-Pick-Rec
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
