           SELECT Location-File ASSIGN TO "STOCKLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Location-Status.
      *> Short picks pickConfirm recorded: the item goes on the next
      *> count sheet whatever its class, because a short pick
      *> usually means the balance is wrong. An entry leaves the
      *> file once a sheet has listed it.
           SELECT Short-Pick-File ASSIGN TO "PICKSHRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Short-Status.
           SELECT Count-Sheet-File ASSIGN TO "STOCKCSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sheet-Status.
           05 LC-Location     PIC X(3).
           05 LC-Qty          PIC 9(5).

       FD  Short-Pick-File.
       01  Short-Pick-Rec.
           05 SP-Stock-ID1     PIC X(10).
           05 SP-Location      PIC X(3).
           05 SP-Pick-Number   PIC 9(6).
           05 SP-Short-Qty     PIC 9(5).
           05 SP-Date          PIC X(8).
           05 SP-Picker        PIC X(8).

       FD  Count-Sheet-File.
       01  Count-Sheet-Line.
           05 CS-Location      PIC X(10).
       01  WS-Location-Found   PIC X VALUE 'N'.
       01  WS-Compare-Qty      PIC 9(5).
       01  WS-Scoped-Ok        PIC X.
       01  WS-Short-Status     PIC XX.
       01  WS-Short-Eof        PIC X VALUE 'N'.
       01  WS-Short-Avail      PIC X VALUE 'N'.
       01  WS-Short-Count      PIC 9(3) VALUE ZERO.
       01  WS-Short-Sub        PIC 9(3).
       01  WS-Short-Hit        PIC X.
       01  WS-Short-Sheets     PIC 9(5) VALUE ZERO.
       01  WS-Short-Item       PIC X(10).

      *> Short picks waiting for a count, each the full PICKSHRT
      *> record with a flag once a sheet has listed the item.
       01  Short-Table.
           05 Short-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Short-Count
                  INDEXED BY Short-Idx.
              10 SH-Record.
                 15 SH-Stock-ID1  PIC X(10).
                 15 SH-Location   PIC X(3).
                 15 FILLER        PIC X(27).
              10 SH-Covered     PIC X.

      *> Location balances moveValues carries, loaded for the
      *> processing pass and rewritten with counted quantities for
      *> balances off STOCKLOC; with no location the sheets cover
      *> the whole master as before.
       1000-Generate-Count-Sheets.
           PERFORM 1050-Load-Short-Picks.
           IF WS-Scope-Location NOT = SPACES
               PERFORM 1500-Generate-Location-Sheets
           ELSE
               PERFORM 1100-Generate-Master-Sheets
           END-IF.
           PERFORM 1900-Save-Short-Picks.

      *> A partial load followed by the rewrite would drop short
      *> picks nobody has counted yet - refuse instead.
       1050-Load-Short-Picks.
           OPEN INPUT Short-Pick-File.
           IF WS-Short-Status = '00'
               MOVE 'Y' TO WS-Short-Avail
               READ Short-Pick-File
                   AT END MOVE 'Y' TO WS-Short-Eof
               END-READ
               PERFORM UNTIL WS-Short-Eof = 'Y'
                       OR WS-Short-Count >= 200
                   ADD 1 TO WS-Short-Count
                   MOVE Short-Pick-Rec TO SH-Record (WS-Short-Count)
                   MOVE 'N' TO SH-Covered (WS-Short-Count)
                   READ Short-Pick-File
                       AT END MOVE 'Y' TO WS-Short-Eof
                   END-READ
               END-PERFORM
               CLOSE Short-Pick-File
               IF WS-Short-Eof = 'N'
                   DISPLAY 'PICKSHRT EXCEEDS ' WS-Short-Count
                       ' RECORDS - COUNT SHEETS REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'SHORT PICK FILE OVERFLOWS TABLE'
                       TO RLP-Message
                   MOVE WS-Short-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
           END-IF.

      *> Marks every waiting short pick for the item (and, on a
      *> scoped count, for that location only) as listed.
       1060-Cover-Short-Picks.
           MOVE 'N' TO WS-Short-Hit.
           PERFORM VARYING WS-Short-Sub FROM 1 BY 1
                   UNTIL WS-Short-Sub > WS-Short-Count
               IF SH-Stock-ID1 (WS-Short-Sub) = WS-Short-Item
                    AND SH-Covered (WS-Short-Sub) = 'N'
                    AND (WS-Scope-Location = SPACES
                     OR SH-Location (WS-Short-Sub) = WS-Scope-Location)
                   MOVE 'Y' TO SH-Covered (WS-Short-Sub)
                   MOVE 'Y' TO WS-Short-Hit
               END-IF
           END-PERFORM.

      *> What a sheet did not list stays for the next one; a whole-
      *> master run lists everything the master holds, so what is
      *> left then is an item the master does not know.
       1900-Save-Short-Picks.
           IF WS-Short-Avail = 'Y'
               OPEN OUTPUT Short-Pick-File
               PERFORM VARYING WS-Short-Sub FROM 1 BY 1
                       UNTIL WS-Short-Sub > WS-Short-Count
                   IF SH-Covered (WS-Short-Sub) = 'N'
                       IF WS-Scope-Location = SPACES
                           DISPLAY 'SHORT PICK ITEM NOT ON MASTER: '
                               SH-Stock-ID1 (WS-Short-Sub)
                       ELSE
                           MOVE SH-Record (WS-Short-Sub)
                               TO Short-Pick-Rec
                           WRITE Short-Pick-Rec
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Short-Pick-File
               DISPLAY 'SHORT-PICKED ITEMS ADDED TO THE SHEETS: '
                   WS-Short-Sheets
           END-IF.

       1100-Generate-Master-Sheets.
           MOVE WS-Today TO WS-Cycle-Day.
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1110-Check-Count-Frequency
               MOVE Stock-ID1 TO WS-Short-Item
               PERFORM 1060-Cover-Short-Picks
               IF WS-Short-Hit = 'Y' AND WS-Count-Due = 'N'
                   MOVE 'Y' TO WS-Count-Due
                   ADD 1 TO WS-Short-Sheets
               END-IF
               IF WS-Count-Due = 'Y'
                   MOVE Stock-Type TO CS-Location
                   MOVE Stock-ID1  TO CS-Stock-ID1
                   MOVE LC-Stock-ID1 TO CS-Stock-ID1
                   WRITE Count-Sheet-Line
                   ADD 1 TO WS-Sheet-Count
                   MOVE LC-Stock-ID1 TO WS-Short-Item
                   PERFORM 1060-Cover-Short-Picks
               END-IF
               READ Location-File
                   AT END MOVE 'Y' TO WS-Location-Eof
               END-READ
           END-PERFORM.
           CLOSE Location-File.
      *> A short pick here for an item the balance file no longer
      *> shows at this location still gets a line: the count then
      *> proves the zero.
           PERFORM VARYING Short-Idx FROM 1 BY 1
                   UNTIL Short-Idx > WS-Short-Count
               IF SH-Covered (Short-Idx) = 'N'
                    AND SH-Location (Short-Idx) = WS-Scope-Location
                   MOVE SH-Stock-ID1 (Short-Idx) TO WS-Short-Item
                   PERFORM 1060-Cover-Short-Picks
                   MOVE WS-Scope-Location TO CS-Location
                   MOVE WS-Short-Item     TO CS-Stock-ID1
                   WRITE Count-Sheet-Line
                   ADD 1 TO WS-Sheet-Count
                   ADD 1 TO WS-Short-Sheets
               END-IF
           END-PERFORM.
           CLOSE Count-Sheet-File.
           DISPLAY 'COUNT SHEET LINES WRITTEN FOR LOCATION '
               WS-Scope-Location ': ' WS-Sheet-Count.
