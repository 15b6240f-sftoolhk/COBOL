       IDENTIFICATION DIVISION.
       PROGRAM-ID. fuelRecon.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fuel-card purchases as the card company sends them, one
      *> record per fill: the unit fuelled, the date, the card
      *> reference, the fuel quantity and what it cost.
           SELECT Fuel-Card-File ASSIGN TO "FUELCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Fuel-Status.
      *> The vehicle master carries the distance each truck has
      *> driven since its fuel was last reconciled, rolled on by
      *> routeConfirm, and the economy range the truck should hold.
           SELECT Vehicle-File ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vehicle-Status.
      *> Fuel against distance per unit, with every unit whose
      *> economy is out of range flagged, and the purchases that
      *> could not be matched to a truck.
           SELECT Fuel-Report ASSIGN TO "FUELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Fuel-Card-File.
       01  Fuel-Card-Rec.
           05 FC-Unit-Number       PIC X(6).
           05 FC-Date              PIC X(8).
           05 FC-Card-Ref          PIC X(10).
           05 FC-Quantity-Text     PIC X(6).
           05 FC-Quantity REDEFINES FC-Quantity-Text
                                   PIC 9(4)V99.
           05 FC-Amount-Text       PIC X(7).
           05 FC-Amount REDEFINES FC-Amount-Text
                                   PIC 9(5)V99.

       FD  Vehicle-File.
       01  Vehicle-Rec.
           COPY VEHMAST.

       FD  Fuel-Report.
       01  Fuel-Report-Line        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Fuel-Status       PIC XX.
       01  WS-Vehicle-Status    PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Vehicle-Found     PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Reason            PIC X(25).
       01  WS-Vehicle-Count     PIC 9(3) VALUE ZERO.
       01  WS-Fill-Count        PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count    PIC 9(5) VALUE ZERO.
       01  WS-Reconciled-Count  PIC 9(3) VALUE ZERO.
       01  WS-Flagged-Count     PIC 9(3) VALUE ZERO.
       01  WS-Economy           PIC 9(4)V99.
       01  WS-Economy-Flag      PIC X(7).
       01  WS-Total-Dist        PIC 9(8)V9 VALUE ZERO.
       01  WS-Total-Qty         PIC 9(8)V99 VALUE ZERO.
       01  WS-Total-Amount      PIC 9(9)V99 VALUE ZERO.

      *> The vehicle master in storage, each record held as read
      *> with the period's fuel gathered beside it.
       01  Vehicle-Table.
           05 Vehicle-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Vehicle-Count
                  INDEXED BY Veh-Idx.
              10 VTT-Unit-Number   PIC X(6).
              10 VTT-Image         PIC X(57).
              10 VTT-Fuel-Qty      PIC 9(6)V99.
              10 VTT-Fuel-Amount   PIC 9(7)V99.
              10 VTT-Fills         PIC 9(4).

       01  WS-Report-Heading.
           05 FILLER            PIC X(30)
                  VALUE 'FUEL RECONCILIATION RUN DATE '.
           05 RH-Today          PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(40)
                  VALUE 'UNIT   CL FILLS DISTANCE      FUEL     A'.
           05 FILLER            PIC X(30)
                  VALUE 'MOUNT ECONOMY    RANGE    FLAG'.
       01  WS-Unit-Line.
           05 UL-Unit-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Class          PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 UL-Fills          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Distance       PIC Z(5)9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Fuel           PIC Z(5)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Amount         PIC Z(6)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Economy        PIC ZZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Econ-Low       PIC ZZ9.9.
           05 FILLER            PIC X VALUE '-'.
           05 UL-Econ-High      PIC ZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 UL-Flag           PIC X(7).
       01  WS-Total-Line.
           05 FILLER            PIC X(10) VALUE 'TOTAL'.
           05 TL-Fills          PIC ZZZZ9.
           05 TL-Distance       PIC Z(6)9.9.
           05 TL-Fuel           PIC Z(6)9.99.
           05 TL-Amount         PIC Z(7)9.99.
           05 FILLER            PIC X(9) VALUE ' FLAGGED '.
           05 TL-Flagged        PIC ZZ9.
       01  WS-Reject-Heading.
           05 FILLER            PIC X(40)
                  VALUE 'FUEL PURCHASES NOT RECONCILED'.
       01  WS-Reject-Line.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RJ-Unit-Number    PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RJ-Date           PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RJ-Card-Ref       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RJ-Quantity       PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RJ-Amount         PIC X(7).
           05 FILLER            PIC X VALUE SPACE.
           05 RJ-Reason         PIC X(25).
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'FUELRECON'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'FUELRECON'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Vehicles.
           OPEN INPUT Fuel-Card-File.
           IF WS-Fuel-Status NOT = '00'
               DISPLAY 'FUELCARD OPEN FAILED, STATUS=' WS-Fuel-Status
               MOVE 48 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Fuel-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'FUELRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Today TO RH-Today.
           WRITE Fuel-Report-Line FROM WS-Report-Heading.
           PERFORM 1000-Gather-Fuel.
           CLOSE Fuel-Card-File.
           WRITE Fuel-Report-Line FROM WS-Blank-Line.
           WRITE Fuel-Report-Line FROM WS-Column-Heading.
           OPEN OUTPUT Vehicle-File.
           IF WS-Vehicle-Status NOT = '00'
               DISPLAY 'VEHMAST OPEN OUTPUT FAILED, STATUS='
                   WS-Vehicle-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Veh-Idx FROM 1 BY 1
                   UNTIL Veh-Idx > WS-Vehicle-Count
               PERFORM 2000-Reconcile-Vehicle
           END-PERFORM.
           CLOSE Vehicle-File.
           MOVE WS-Fill-Count   TO TL-Fills.
           MOVE WS-Total-Dist   TO TL-Distance.
           MOVE WS-Total-Qty    TO TL-Fuel.
           MOVE WS-Total-Amount TO TL-Amount.
           MOVE WS-Flagged-Count TO TL-Flagged.
           WRITE Fuel-Report-Line FROM WS-Blank-Line.
           WRITE Fuel-Report-Line FROM WS-Total-Line.
           CLOSE Fuel-Report.
           IF WS-Flagged-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'UNITS WITH FUEL ECONOMY OUT OF RANGE'
                   TO RLP-Message
               MOVE WS-Flagged-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-Rejected-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'FUEL PURCHASES NOT RECONCILED' TO RLP-Message
               MOVE WS-Rejected-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'FUEL FILLS: ' WS-Fill-Count
               ' REJECTED: ' WS-Rejected-Count
               ' UNITS RECONCILED: ' WS-Reconciled-Count
               ' FLAGGED: ' WS-Flagged-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The master is rewritten in full at the end, so one too big
      *> to hold would lose trucks; the run is refused instead.
       0100-Load-Vehicles.
           OPEN INPUT Vehicle-File.
           IF WS-Vehicle-Status NOT = '00'
               DISPLAY 'VEHMAST OPEN FAILED, STATUS='
                   WS-Vehicle-Status
               MOVE 24 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Vehicle-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WS-Vehicle-Count >= 300
                   DISPLAY 'VEHMAST EXCEEDS ' WS-Vehicle-Count
                       ' UNITS - RUN REFUSED'
                   MOVE 'E' TO RLP-Severity
                   MOVE 'VEHMAST OVERFLOWS TABLE' TO RLP-Message
                   MOVE WS-Vehicle-Count TO RLP-Count
                   MOVE 96 TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
                   MOVE 96 TO RETURN-CODE
                   PERFORM 9000-End-Run-Control
                   STOP RUN
               END-IF
               ADD 1 TO WS-Vehicle-Count
               SET Veh-Idx TO WS-Vehicle-Count
               MOVE VH-Unit-Number TO VTT-Unit-Number (Veh-Idx)
               MOVE Vehicle-Rec    TO VTT-Image (Veh-Idx)
               MOVE ZERO TO VTT-Fuel-Qty (Veh-Idx)
               MOVE ZERO TO VTT-Fuel-Amount (Veh-Idx)
               MOVE ZERO TO VTT-Fills (Veh-Idx)
               READ Vehicle-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Vehicle-File.

       1000-Gather-Fuel.
           MOVE 'N' TO WS-Eof-Switch.
           READ Fuel-Card-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1100-Gather-One-Fill
               READ Fuel-Card-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           IF WS-Rejected-Count > ZERO
               DISPLAY 'FUEL PURCHASES NOT RECONCILED: '
                   WS-Rejected-Count
           END-IF.

       1100-Gather-One-Fill.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Vehicle-Found.
           SET Veh-Idx TO 1.
           SEARCH Vehicle-Entry
               AT END CONTINUE
               WHEN VTT-Unit-Number (Veh-Idx) = FC-Unit-Number
                   MOVE 'Y' TO WS-Vehicle-Found
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-Vehicle-Found = 'N'
                   MOVE 'UNIT NOT ON FILE' TO WS-Reason
               WHEN FC-Quantity NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC' TO WS-Reason
               WHEN FC-Quantity = ZERO
                   MOVE 'QUANTITY IS ZERO' TO WS-Reason
               WHEN FC-Amount NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               IF WS-Rejected-Count = ZERO
                   WRITE Fuel-Report-Line FROM WS-Blank-Line
                   WRITE Fuel-Report-Line FROM WS-Reject-Heading
               END-IF
               ADD 1 TO WS-Rejected-Count
               MOVE FC-Unit-Number   TO RJ-Unit-Number
               MOVE FC-Date          TO RJ-Date
               MOVE FC-Card-Ref      TO RJ-Card-Ref
               MOVE FC-Quantity-Text TO RJ-Quantity
               MOVE FC-Amount-Text   TO RJ-Amount
               MOVE WS-Reason        TO RJ-Reason
               WRITE Fuel-Report-Line FROM WS-Reject-Line
           ELSE
               ADD 1 TO WS-Fill-Count
               ADD 1 TO VTT-Fills (Veh-Idx)
               ADD FC-Quantity TO VTT-Fuel-Qty (Veh-Idx)
               ADD FC-Amount   TO VTT-Fuel-Amount (Veh-Idx)
           END-IF.

      *> Economy is the distance driven since the last
      *> reconciliation over the fuel bought in this import. A unit
      *> that bought fuel is reconciled and its distance starts
      *> again from zero; one that drove but bought nothing on the
      *> card keeps its distance until fuel turns up against it.
       2000-Reconcile-Vehicle.
           MOVE VTT-Image (Veh-Idx) TO Vehicle-Rec.
           MOVE SPACES TO WS-Economy-Flag.
           MOVE ZERO TO WS-Economy.
           EVALUATE TRUE
               WHEN VTT-Fuel-Qty (Veh-Idx) = ZERO
                    AND VH-Fuel-Dist = ZERO
                   CONTINUE
               WHEN VTT-Fuel-Qty (Veh-Idx) = ZERO
                   MOVE 'NO FUEL' TO WS-Economy-Flag
               WHEN VH-Fuel-Dist = ZERO
                   MOVE 'NO DIST' TO WS-Economy-Flag
                   ADD 1 TO WS-Flagged-Count
               WHEN OTHER
                   COMPUTE WS-Economy ROUNDED =
                       VH-Fuel-Dist / VTT-Fuel-Qty (Veh-Idx)
                   EVALUATE TRUE
                       WHEN VH-Econ-Low > ZERO
                            AND WS-Economy < VH-Econ-Low
                           MOVE 'LOW' TO WS-Economy-Flag
                           ADD 1 TO WS-Flagged-Count
                       WHEN VH-Econ-High > ZERO
                            AND WS-Economy > VH-Econ-High
                           MOVE 'HIGH' TO WS-Economy-Flag
                           ADD 1 TO WS-Flagged-Count
                   END-EVALUATE
           END-EVALUATE.
           IF VTT-Fuel-Qty (Veh-Idx) > ZERO
                OR VH-Fuel-Dist > ZERO
               MOVE VH-Unit-Number          TO UL-Unit-Number
               MOVE VH-Vehicle-Class        TO UL-Class
               MOVE VTT-Fills (Veh-Idx)     TO UL-Fills
               MOVE VH-Fuel-Dist            TO UL-Distance
               MOVE VTT-Fuel-Qty (Veh-Idx)  TO UL-Fuel
               MOVE VTT-Fuel-Amount (Veh-Idx) TO UL-Amount
               MOVE WS-Economy              TO UL-Economy
               MOVE VH-Econ-Low             TO UL-Econ-Low
               MOVE VH-Econ-High            TO UL-Econ-High
               MOVE WS-Economy-Flag         TO UL-Flag
               WRITE Fuel-Report-Line FROM WS-Unit-Line
               ADD VTT-Fuel-Qty (Veh-Idx)    TO WS-Total-Qty
               ADD VTT-Fuel-Amount (Veh-Idx) TO WS-Total-Amount
           END-IF.
           IF VTT-Fuel-Qty (Veh-Idx) > ZERO
               ADD VH-Fuel-Dist TO WS-Total-Dist
               ADD 1 TO WS-Reconciled-Count
               MOVE ZERO TO VH-Fuel-Dist
           END-IF.
           WRITE Vehicle-Rec.

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
           MOVE WS-Fill-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
