       IDENTIFICATION DIVISION.
       PROGRAM-ID. routeBuild.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Optional parameter card: the delivery date to build for.
      *> Without one the run builds today's dispatch.
           SELECT Param-Card-File ASSIGN TO "ROUTBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> The day's demand is every sales-order issue posted for the
      *> delivery date; the order line names the customer and the
      *> customer master the stop the goods go to.
           SELECT Ledger-File ASSIGN TO "STOCKLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ledger-Status.
           SELECT Order-File ASSIGN TO "SOORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-Key
               FILE STATUS IS WS-Order-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Cust-Number
               FILE STATUS IS WS-Customer-Status.
      *> Unit weight per product, so each stop's load is known.
           SELECT Product-File ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Product-Status.
      *> Delivery masters kept by stopMaint.
           SELECT Stop-File ASSIGN TO "STOPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stop-Status.
           SELECT Distance-File ASSIGN TO "STOPDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Distance-Status.
           SELECT Route-Master-File ASSIGN TO "ROUTEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Route-Status.
      *> A route whose truck is out of service is not dispatched.
           SELECT Vehicle-File ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vehicle-Status.
      *> Stops routeConfirm rolled forward as missed or refused ride
      *> again on this dispatch.
           SELECT Rollforward-File ASSIGN TO "ROUTROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rollforward-Status.
      *> The built dispatch, in the shape defaddValue costs.
           SELECT Route-File ASSIGN TO "ROUTESEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Segment-Status.
      *> Stop sequence per route with planned arrival against each
      *> stop's delivery window, and the demand that could not be
      *> routed.
           SELECT Build-Report ASSIGN TO "ROUTBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PC-Delivery-Date     PIC X(8).

       FD  Ledger-File.
       01  Ledger-Rec.
           05 LG-Stock-ID1    PIC X(10).
           05 LG-Date         PIC X(8).
           05 LG-Type         PIC X.
           05 LG-Qty          PIC 9(5).
           05 LG-Cost         PIC S9(3)V99.
           05 LG-Doc          PIC X(8).
           05 LG-Source       PIC X(2).
           05 LG-Loc          PIC X(3).
           05 LG-Lot          PIC X(8).
           05 LG-Route        PIC X(6).
           05 LG-Unit-Cost    PIC 9(5)V99.
           05 LG-Order-Line   PIC X(3).

       FD  Order-File.
       01  Order-Rec.
           COPY SOLINE.

       FD  Customer-File.
       01  Customer-Rec.
           COPY CUSTMAST.

       FD  Product-File.
       01  Product-Rec.
           COPY PRODID REPLACING ID-FIELD BY Prod-Code.
           05 Prod-Description    PIC X(30).
           05 Prod-Status         PIC X.
           05 Prod-Successor      PIC X(10).
           05 Prod-Supersede-Date PIC X(8).
           05 Prod-Use-Up-First   PIC X.
           05 Prod-Unit-Weight    PIC 9(4)V99.

       FD  Stop-File.
       01  Stop-Rec.
           COPY STOPMAST.

       FD  Distance-File.
       01  Distance-Rec.
           COPY STOPDIST.

       FD  Route-Master-File.
       01  Route-Master-Rec.
           COPY ROUTEMST.

       FD  Vehicle-File.
       01  Vehicle-Rec.
           COPY VEHMAST.

       FD  Rollforward-File.
       01  Rollforward-Rec.
           05 RR-Route-ID     PIC X(6).
           05 RR-From-Stop    PIC X(15).
           05 RR-To-Stop      PIC X(15).
           05 RR-Distance     PIC 9(4)V9.
           05 RR-Vehicle-Class PIC X(2).
           05 RR-Dept         PIC X(4).
           05 RR-Weight       PIC 9(4)V9.
           05 FILLER          PIC X(12).

       FD  Route-File.
       01  Route-Segment-Rec.
           05 RS-Route-ID     PIC X(6).
           05 RS-From-Stop    PIC X(15).
           05 RS-To-Stop      PIC X(15).
           05 RS-Distance     PIC 9(4)V9.
           05 RS-Vehicle-Class PIC X(2).
           05 RS-Dept         PIC X(4).
           05 RS-Weight       PIC 9(4)V9.
           05 RS-Unit-Number  PIC X(6).
           05 RS-Driver-Number PIC X(5).

       FD  Build-Report.
       01  Build-Report-Line      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Ledger-Status     PIC XX.
       01  WS-Order-Status      PIC XX.
       01  WS-Customer-Status   PIC XX.
       01  WS-Product-Status    PIC XX.
       01  WS-Stop-Status       PIC XX.
       01  WS-Distance-Status   PIC XX.
       01  WS-Route-Status      PIC XX.
       01  WS-Vehicle-Status    PIC XX.
       01  WS-Rollforward-Status PIC XX.
       01  WS-Segment-Status    PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Order-Eof         PIC X VALUE 'N'.
       01  WS-Line-Found        PIC X VALUE 'N'.
       01  WS-Stop-Found        PIC X VALUE 'N'.
       01  WS-Route-Found       PIC X VALUE 'N'.
       01  WS-Demand-Found      PIC X VALUE 'N'.
       01  WS-Improved          PIC X VALUE 'N'.
       01  WS-Today             PIC X(8).
       01  WS-Delivery-Date     PIC X(8).
       01  WS-Reason            PIC X(25).
       01  WS-Overflow-File     PIC X(8).

      *> The demand line being placed on a stop.
       01  WS-Place-Doc         PIC X(8).
       01  WS-Place-Item        PIC X(10).
       01  WS-Place-Stop        PIC X(15).
       01  WS-Place-Route       PIC X(6).
       01  WS-Place-Weight      PIC 9(6)V99.
       01  WS-Place-Redeliver   PIC X.

       01  WS-Prod-Count        PIC 9(4) VALUE ZERO.
       01  WS-Stop-Count        PIC 9(4) VALUE ZERO.
       01  WS-Dist-Count        PIC 9(4) VALUE ZERO.
       01  WS-Route-Count       PIC 9(3) VALUE ZERO.
       01  WS-Vehicle-Count     PIC 9(3) VALUE ZERO.
       01  WS-Held-Route-Count  PIC 9(3) VALUE ZERO.
       01  WS-Routed-Stop-Count PIC 9(3) VALUE ZERO.
       01  WS-Demand-Count      PIC 9(3) VALUE ZERO.
       01  WS-Exception-Count   PIC 9(3) VALUE ZERO.
       01  WS-Path-Count        PIC 9(3) VALUE ZERO.
       01  WS-Segment-Count     PIC 9(5) VALUE ZERO.
       01  WS-Shipment-Count    PIC 9(5) VALUE ZERO.
       01  WS-Redeliver-Count   PIC 9(5) VALUE ZERO.
       01  WS-Window-Count      PIC 9(5) VALUE ZERO.
       01  WS-No-Dist-Count     PIC 9(5) VALUE ZERO.
       01  WS-Route-Window-Count PIC 9(3).
       01  WS-Route-Stop-Count  PIC 9(3).
       01  WS-Route-Dist        PIC 9(6)V9.
       01  WS-Route-Weight      PIC 9(7)V99.
       01  WS-Fleet-Dist        PIC 9(7)V9 VALUE ZERO.
       01  WS-Fleet-Weight      PIC 9(8)V99 VALUE ZERO.

      *> Path positions: the depot holds position 1 and never moves.
       01  WS-Pos               PIC 9(3).
       01  WS-Pos-I             PIC 9(3).
       01  WS-Pos-J             PIC 9(3).
       01  WS-Pos-Lo            PIC 9(3).
       01  WS-Pos-Hi            PIC 9(3).
       01  WS-Pass-Count        PIC 9(3).
       01  WS-Best-Demand       PIC 9(3).
       01  WS-Best-Dist         PIC 9(5)V9.
       01  WS-Current-Stop      PIC X(15).
       01  WS-Swap-Stop         PIC X(15).
       01  WS-Swap-Demand       PIC 9(3).
       01  WS-Length-Before     PIC 9(6)V9.
       01  WS-Length-After      PIC 9(6)V9.

      *> Leg lookup: a pair with no distance on file counts as the
      *> longest leg there is, so the sequence puts it off, and is
      *> written that way so it cannot pass unnoticed.
       01  WS-Leg-From          PIC X(15).
       01  WS-Leg-To            PIC X(15).
       01  WS-Leg-Dist          PIC 9(4)V9.
       01  WS-Leg-Known         PIC X.

      *> Clock arithmetic in minutes from midnight.
       01  WS-Clock-Min         PIC 9(5).
       01  WS-Travel-Min        PIC 9(5).
       01  WS-Open-Min          PIC 9(5).
       01  WS-Close-Min         PIC 9(5).
       01  WS-Time-HH           PIC 9(3).
       01  WS-Time-MM           PIC 99.
       01  WS-Window-Flag       PIC X(5).
       01  WS-Note              PIC X(8).

       01  Prod-Table.
           05 Prod-Entry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WS-Prod-Count
                  INDEXED BY Prod-Idx.
              10 PT-Prod-Code      PIC X(10).
              10 PT-Unit-Weight    PIC 9(4)V99.
       01  Stop-Table.
           05 Stop-Entry OCCURS 0 TO 1000 TIMES
                  DEPENDING ON WS-Stop-Count
                  INDEXED BY Stop-Idx.
              10 STT-Stop-ID       PIC X(15).
              10 STT-Window-Open   PIC 9(4).
              10 STT-Window-Close  PIC 9(4).
              10 STT-Service-Min   PIC 9(3).
              10 STT-Route         PIC X(6).
       01  Dist-Table.
           05 Dist-Entry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WS-Dist-Count
                  INDEXED BY Dist-Idx.
              10 DT-From-Stop      PIC X(15).
              10 DT-To-Stop        PIC X(15).
              10 DT-Distance       PIC 9(4)V9.
       01  Route-Table.
           05 Route-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Route-Count
                  INDEXED BY Route-Idx.
              10 RTT-Route-ID      PIC X(6).
              10 RTT-Depot-Stop    PIC X(15).
              10 RTT-Vehicle-Class PIC X(2).
              10 RTT-Dept          PIC X(4).
              10 RTT-Depart-Time   PIC 9(4).
              10 RTT-Speed         PIC 9(3).
              10 RTT-Unit-Number   PIC X(6).
              10 RTT-Driver-Number PIC X(5).
       01  Vehicle-Table.
           05 Vehicle-Entry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WS-Vehicle-Count
                  INDEXED BY Veh-Idx.
              10 VTT-Unit-Number   PIC X(6).
              10 VTT-Status        PIC X.

      *> One entry per stop served today, whatever number of order
      *> lines make up its load.
       01  Demand-Table.
           05 Demand-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Demand-Count
                  INDEXED BY Dem-Idx.
              10 DM-Stop-ID        PIC X(15).
              10 DM-Stop-Sub       PIC 9(4).
              10 DM-Route-Sub      PIC 9(3).
              10 DM-Weight         PIC 9(6)V99.
              10 DM-Redeliver      PIC X.
              10 DM-Sequenced      PIC X.
       01  Path-Table.
           05 Path-Entry OCCURS 501 TIMES.
              10 PA-Stop-ID        PIC X(15).
              10 PA-Demand-Sub     PIC 9(3).
       01  Exception-Table.
           05 Exception-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Exception-Count
                  INDEXED BY Exc-Idx.
              10 ET-Doc            PIC X(8).
              10 ET-Item           PIC X(10).
              10 ET-Stop           PIC X(15).
              10 ET-Reason         PIC X(25).

       01  WS-Report-Heading.
           05 FILLER            PIC X(30)
                  VALUE 'ROUTE BUILD FOR DELIVERY DATE '.
           05 RH-Delivery-Date  PIC X(8).
       01  WS-Route-Heading.
           05 FILLER            PIC X(6) VALUE 'ROUTE '.
           05 RH-Route-ID       PIC X(6).
           05 FILLER            PIC X(8) VALUE '  DEPOT '.
           05 RH-Depot-Stop     PIC X(15).
           05 FILLER            PIC X(7) VALUE ' CLASS '.
           05 RH-Vehicle-Class  PIC X(2).
           05 FILLER            PIC X(6) VALUE ' DEPT '.
           05 RH-Dept           PIC X(4).
           05 FILLER            PIC X(8) VALUE ' DEPART '.
           05 RH-Depart-Time    PIC 9(4).
       01  WS-Route-Crew.
           05 FILLER            PIC X(7) VALUE '  UNIT '.
           05 RH-Unit-Number    PIC X(6).
           05 FILLER            PIC X(8) VALUE ' DRIVER '.
           05 RH-Driver-Number  PIC X(5).
       01  WS-Column-Heading.
           05 FILLER            PIC X(40)
                  VALUE '  SEQ TO STOP           DIST ARRV WINDOW'.
           05 FILLER            PIC X(23)
                  VALUE '      WEIGHT FLAG  NOTE'.
       01  WS-Stop-Line.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SL-Seq            PIC ZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-To-Stop        PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Distance       PIC Z(3)9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Arrive-HH      PIC 99.
           05 SL-Arrive-MM      PIC 99.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Window         PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Weight         PIC Z(5)9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Flag           PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 SL-Note           PIC X(8).
       01  WS-Window-Text.
           05 WT-Open           PIC 9(4).
           05 FILLER            PIC X VALUE '-'.
           05 WT-Close          PIC 9(4).
       01  WS-Route-Total-Line.
           05 FILLER            PIC X(12) VALUE 'ROUTE TOTAL '.
           05 TL-Stops          PIC ZZ9.
           05 FILLER            PIC X(7) VALUE ' STOPS '.
           05 TL-Dist           PIC Z(5)9.9.
           05 FILLER            PIC X(8) VALUE ' WEIGHT '.
           05 TL-Weight         PIC Z(6)9.9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 TL-Window         PIC ZZ9.
           05 FILLER            PIC X(15) VALUE ' OUTSIDE WINDOW'.
       01  WS-Fleet-Total-Line.
           05 FILLER            PIC X(12) VALUE 'FLEET TOTAL '.
           05 FT-Stops          PIC ZZ9.
           05 FILLER            PIC X(7) VALUE ' STOPS '.
           05 FT-Dist           PIC Z(6)9.9.
           05 FILLER            PIC X(8) VALUE ' WEIGHT '.
           05 FT-Weight         PIC Z(7)9.9.
       01  WS-Exception-Heading.
           05 FILLER            PIC X(40)
                  VALUE 'DEMAND NOT ROUTED'.
       01  WS-Exception-Line.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EL-Doc            PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 EL-Item           PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 EL-Stop           PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 EL-Reason         PIC X(25).
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'ROUTEBUILD'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'ROUTEBUILD'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today TO WS-Delivery-Date.
           PERFORM 0010-Read-Parameters.
           PERFORM 0100-Load-Stops.
           PERFORM 0200-Load-Distances.
           PERFORM 0300-Load-Routes.
           PERFORM 0350-Load-Vehicles.
           PERFORM 0400-Load-Products.
           OPEN INPUT Customer-File.
           IF WS-Customer-Status NOT = '00'
               DISPLAY 'CUSTMAST OPEN FAILED, STATUS='
                   WS-Customer-Status
               MOVE 21 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN INPUT Order-File.
           IF WS-Order-Status NOT = '00'
               DISPLAY 'SOORDER OPEN FAILED, STATUS=' WS-Order-Status
               MOVE 56 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 0500-Collect-Demand.
           CLOSE Order-File.
           CLOSE Customer-File.
           PERFORM 0600-Collect-Redeliveries.
           OPEN OUTPUT Route-File.
           IF WS-Segment-Status NOT = '00'
               DISPLAY 'ROUTESEG OPEN FAILED, STATUS='
                   WS-Segment-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Build-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'ROUTBRPT OPEN FAILED, STATUS='
                   WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Delivery-Date TO RH-Delivery-Date.
           WRITE Build-Report-Line FROM WS-Report-Heading.
           PERFORM VARYING Route-Idx FROM 1 BY 1
                   UNTIL Route-Idx > WS-Route-Count
               PERFORM 1000-Build-Route
           END-PERFORM.
           MOVE WS-Routed-Stop-Count TO FT-Stops.
           MOVE WS-Fleet-Dist    TO FT-Dist.
           MOVE WS-Fleet-Weight  TO FT-Weight.
           WRITE Build-Report-Line FROM WS-Blank-Line.
           WRITE Build-Report-Line FROM WS-Fleet-Total-Line.
           IF WS-Exception-Count > ZERO
               PERFORM 2000-Write-Exceptions
           END-IF.
           CLOSE Route-File.
           CLOSE Build-Report.
           PERFORM 3000-Log-Warnings.
           DISPLAY 'ROUTE BUILD ' WS-Delivery-Date ' STOPS: '
               WS-Routed-Stop-Count ' SEGMENTS: ' WS-Segment-Count
               ' NOT ROUTED: ' WS-Exception-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0010-Read-Parameters.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PC-Delivery-Date NUMERIC
                           MOVE PC-Delivery-Date TO WS-Delivery-Date
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.

      *> The stop and route masters must be there to build against;
      *> the distance table may still be empty on a new system, in
      *> which case every leg shows as having no distance.
       0100-Load-Stops.
           OPEN INPUT Stop-File.
           IF WS-Stop-Status NOT = '00'
               DISPLAY 'STOPMAST OPEN FAILED, STATUS=' WS-Stop-Status
               MOVE 24 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Stop-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WS-Stop-Count >= 1000
                   MOVE 'STOPMAST' TO WS-Overflow-File
                   MOVE WS-Stop-Count TO RLP-Count
                   PERFORM 0900-Refuse-Overflow
               END-IF
               ADD 1 TO WS-Stop-Count
               SET Stop-Idx TO WS-Stop-Count
               MOVE ST-Stop-ID      TO STT-Stop-ID (Stop-Idx)
               MOVE ST-Window-Open  TO STT-Window-Open (Stop-Idx)
               MOVE ST-Window-Close TO STT-Window-Close (Stop-Idx)
               MOVE ST-Service-Min  TO STT-Service-Min (Stop-Idx)
               MOVE ST-Route        TO STT-Route (Stop-Idx)
               READ Stop-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Stop-File.

       0200-Load-Distances.
           OPEN INPUT Distance-File.
           IF WS-Distance-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Distance-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Dist-Count >= 5000
                       MOVE 'STOPDIST' TO WS-Overflow-File
                       MOVE WS-Dist-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Dist-Count
                   SET Dist-Idx TO WS-Dist-Count
                   MOVE SD-From-Stop TO DT-From-Stop (Dist-Idx)
                   MOVE SD-To-Stop   TO DT-To-Stop (Dist-Idx)
                   MOVE SD-Distance  TO DT-Distance (Dist-Idx)
                   READ Distance-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Distance-File
           END-IF.

       0300-Load-Routes.
           OPEN INPUT Route-Master-File.
           IF WS-Route-Status NOT = '00'
               DISPLAY 'ROUTEMST OPEN FAILED, STATUS='
                   WS-Route-Status
               MOVE 24 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Route-Master-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WS-Route-Count >= 100
                   MOVE 'ROUTEMST' TO WS-Overflow-File
                   MOVE WS-Route-Count TO RLP-Count
                   PERFORM 0900-Refuse-Overflow
               END-IF
               ADD 1 TO WS-Route-Count
               SET Route-Idx TO WS-Route-Count
               MOVE RO-Route-ID      TO RTT-Route-ID (Route-Idx)
               MOVE RO-Depot-Stop    TO RTT-Depot-Stop (Route-Idx)
               MOVE RO-Vehicle-Class TO RTT-Vehicle-Class (Route-Idx)
               MOVE RO-Dept          TO RTT-Dept (Route-Idx)
               MOVE RO-Depart-Time   TO RTT-Depart-Time (Route-Idx)
               MOVE RO-Speed         TO RTT-Speed (Route-Idx)
               MOVE RO-Unit-Number   TO RTT-Unit-Number (Route-Idx)
               MOVE RO-Driver-Number TO RTT-Driver-Number (Route-Idx)
               READ Route-Master-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Route-Master-File.

      *> No vehicle master means no truck can be cleared, so every
      *> route with a unit assigned is held back.
       0350-Load-Vehicles.
           OPEN INPUT Vehicle-File.
           IF WS-Vehicle-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Vehicle-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Vehicle-Count >= 300
                       MOVE 'VEHMAST' TO WS-Overflow-File
                       MOVE WS-Vehicle-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Vehicle-Count
                   SET Veh-Idx TO WS-Vehicle-Count
                   MOVE VH-Unit-Number TO VTT-Unit-Number (Veh-Idx)
                   MOVE VH-Status      TO VTT-Status (Veh-Idx)
                   READ Vehicle-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Vehicle-File
           END-IF.

      *> A product with no weight keyed loads as weightless, which
      *> defaddValue's capacity screen passes over.
       0400-Load-Products.
           OPEN INPUT Product-File.
           IF WS-Product-Status NOT = '00'
               DISPLAY 'PRODMAST OPEN FAILED, STATUS='
                   WS-Product-Status
               MOVE 25 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Product-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF WS-Prod-Count >= 2000
                   MOVE 'PRODMAST' TO WS-Overflow-File
                   MOVE WS-Prod-Count TO RLP-Count
                   PERFORM 0900-Refuse-Overflow
               END-IF
               ADD 1 TO WS-Prod-Count
               SET Prod-Idx TO WS-Prod-Count
               MOVE Prod-Code TO PT-Prod-Code (Prod-Idx)
               IF Prod-Unit-Weight NUMERIC
                   MOVE Prod-Unit-Weight TO PT-Unit-Weight (Prod-Idx)
               ELSE
                   MOVE ZERO TO PT-Unit-Weight (Prod-Idx)
               END-IF
               READ Product-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Product-File.

      *> Only sales-order issues for the delivery date are demand;
      *> transfers, requisitions and the rest never go on a truck.
       0500-Collect-Demand.
           OPEN INPUT Ledger-File.
           IF WS-Ledger-Status NOT = '00'
               DISPLAY 'STOCKLED OPEN FAILED, STATUS='
                   WS-Ledger-Status
               MOVE 48 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Ledger-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF LG-Type = 'I' AND LG-Source = 'SO'
                    AND LG-Date = WS-Delivery-Date
                    AND LG-Qty > ZERO
                   PERFORM 0510-Place-Shipment
               END-IF
               READ Ledger-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Ledger-File.

      *> The ledger names the order and the item; the order line
      *> names the customer, and the customer master the stop.
       0510-Place-Shipment.
           ADD 1 TO WS-Shipment-Count.
           MOVE SPACES TO WS-Reason.
           MOVE SPACES TO WS-Place-Stop.
           MOVE 'N' TO WS-Line-Found.
           MOVE LG-Doc TO SO-Order-Number.
           MOVE ZERO TO SO-Line-No.
           MOVE 'N' TO WS-Order-Eof.
           START Order-File KEY NOT < SO-Key
               INVALID KEY MOVE 'Y' TO WS-Order-Eof
           END-START.
           PERFORM UNTIL WS-Order-Eof = 'Y' OR WS-Line-Found = 'Y'
               READ Order-File NEXT RECORD
                   AT END MOVE 'Y' TO WS-Order-Eof
                   NOT AT END
                       IF SO-Order-Number NOT = LG-Doc
                           MOVE 'Y' TO WS-Order-Eof
                       ELSE
                           IF SO-Stock-ID = LG-Stock-ID1
                               MOVE 'Y' TO WS-Line-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Line-Found = 'N'
               MOVE 'ORDER LINE NOT ON FILE' TO WS-Reason
           ELSE
               MOVE SO-Cust-Number TO CM-Cust-Number
               READ Customer-File
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-Reason
                   NOT INVALID KEY
                       MOVE CM-Ship-Stop TO WS-Place-Stop
                       IF CM-Ship-Stop = SPACES
                           MOVE 'CUSTOMER HAS NO SHIP STOP'
                               TO WS-Reason
                       END-IF
               END-READ
           END-IF.
           MOVE LG-Doc       TO WS-Place-Doc.
           MOVE LG-Stock-ID1 TO WS-Place-Item.
           MOVE LG-Route     TO WS-Place-Route.
           MOVE 'N'          TO WS-Place-Redeliver.
           MOVE ZERO         TO WS-Place-Weight.
           SET Prod-Idx TO 1.
           SEARCH Prod-Entry
               AT END CONTINUE
               WHEN PT-Prod-Code (Prod-Idx) = LG-Stock-ID1
                   COMPUTE WS-Place-Weight ROUNDED =
                       LG-Qty * PT-Unit-Weight (Prod-Idx)
           END-SEARCH.
           IF WS-Reason NOT = SPACES
               PERFORM 0590-Note-Exception
           ELSE
               PERFORM 0550-Place-Stop-Demand
           END-IF.

      *> A stop rides its standing route; a stop with none keyed yet
      *> rides the route the order was taken for.
       0550-Place-Stop-Demand.
           MOVE 'N' TO WS-Stop-Found.
           SET Stop-Idx TO 1.
           SEARCH Stop-Entry
               AT END CONTINUE
               WHEN STT-Stop-ID (Stop-Idx) = WS-Place-Stop
                   MOVE 'Y' TO WS-Stop-Found
           END-SEARCH.
           IF WS-Stop-Found = 'N'
               MOVE 'STOP NOT ON STOP MASTER' TO WS-Reason
               PERFORM 0590-Note-Exception
           ELSE
               IF STT-Route (Stop-Idx) NOT = SPACES
                   MOVE STT-Route (Stop-Idx) TO WS-Place-Route
               END-IF
               MOVE 'N' TO WS-Route-Found
               SET Route-Idx TO 1
               SEARCH Route-Entry
                   AT END CONTINUE
                   WHEN RTT-Route-ID (Route-Idx) = WS-Place-Route
                       MOVE 'Y' TO WS-Route-Found
               END-SEARCH
               EVALUATE TRUE
                   WHEN WS-Place-Route = SPACES
                       MOVE 'STOP HAS NO ROUTE' TO WS-Reason
                       PERFORM 0590-Note-Exception
                   WHEN WS-Route-Found = 'N'
                       MOVE 'ROUTE NOT ON ROUTE MASTER' TO WS-Reason
                       PERFORM 0590-Note-Exception
                   WHEN WS-Place-Stop = RTT-Depot-Stop (Route-Idx)
                       MOVE 'STOP IS THE ROUTE DEPOT' TO WS-Reason
                       PERFORM 0590-Note-Exception
                   WHEN OTHER
                       PERFORM 0560-Add-To-Stop
               END-EVALUATE
           END-IF.

       0560-Add-To-Stop.
           MOVE 'N' TO WS-Demand-Found.
           SET Dem-Idx TO 1.
           SEARCH Demand-Entry
               AT END CONTINUE
               WHEN DM-Stop-ID (Dem-Idx) = WS-Place-Stop
                   MOVE 'Y' TO WS-Demand-Found
           END-SEARCH.
           IF WS-Demand-Found = 'N'
               IF WS-Demand-Count >= 500
                   MOVE 'DEMAND' TO WS-Overflow-File
                   MOVE WS-Demand-Count TO RLP-Count
                   PERFORM 0900-Refuse-Overflow
               END-IF
               ADD 1 TO WS-Demand-Count
               SET Dem-Idx TO WS-Demand-Count
               MOVE WS-Place-Stop TO DM-Stop-ID (Dem-Idx)
               SET DM-Stop-Sub (Dem-Idx)  TO Stop-Idx
               SET DM-Route-Sub (Dem-Idx) TO Route-Idx
               MOVE ZERO TO DM-Weight (Dem-Idx)
               MOVE 'N'  TO DM-Redeliver (Dem-Idx)
               MOVE 'N'  TO DM-Sequenced (Dem-Idx)
           END-IF.
           ADD WS-Place-Weight TO DM-Weight (Dem-Idx).
           IF WS-Place-Redeliver = 'Y'
               MOVE 'Y' TO DM-Redeliver (Dem-Idx)
           END-IF.

       0590-Note-Exception.
           IF WS-Exception-Count >= 500
               MOVE 'EXCEPTNS' TO WS-Overflow-File
               MOVE WS-Exception-Count TO RLP-Count
               PERFORM 0900-Refuse-Overflow
           END-IF.
           ADD 1 TO WS-Exception-Count.
           SET Exc-Idx TO WS-Exception-Count.
           MOVE WS-Place-Doc  TO ET-Doc (Exc-Idx).
           MOVE WS-Place-Item TO ET-Item (Exc-Idx).
           MOVE WS-Place-Stop TO ET-Stop (Exc-Idx).
           MOVE WS-Reason     TO ET-Reason (Exc-Idx).

      *> A stop that came back on yesterday's truck is delivered
      *> again with the load it carried; no rollforward file simply
      *> means nothing came back.
       0600-Collect-Redeliveries.
           OPEN INPUT Rollforward-File.
           IF WS-Rollforward-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Rollforward-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   ADD 1 TO WS-Redeliver-Count
                   MOVE 'REDLV'     TO WS-Place-Doc
                   MOVE SPACES      TO WS-Place-Item
                   MOVE RR-To-Stop  TO WS-Place-Stop
                   MOVE RR-Route-ID TO WS-Place-Route
                   MOVE 'Y'         TO WS-Place-Redeliver
                   IF RR-Weight NUMERIC
                       MOVE RR-Weight TO WS-Place-Weight
                   ELSE
                       MOVE ZERO TO WS-Place-Weight
                   END-IF
                   MOVE SPACES TO WS-Reason
                   PERFORM 0550-Place-Stop-Demand
                   READ Rollforward-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Rollforward-File
           END-IF.

       0900-Refuse-Overflow.
           DISPLAY WS-Overflow-File ' EXCEEDS ' RLP-Count
               ' ENTRIES - RUN REFUSED'.
           MOVE SPACES TO RLP-Message.
           STRING WS-Overflow-File DELIMITED BY SPACE
               ' OVERFLOWS TABLE' DELIMITED BY SIZE
               INTO RLP-Message.
           MOVE 'E' TO RLP-Severity.
           MOVE 96 TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE 96 TO RETURN-CODE.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Each route is sequenced on its own: nearest stop first out
      *> of the depot, then any two legs that cross are uncrossed
      *> until no swap shortens the run. The route ends at its last
      *> stop - defaddValue counts every segment as a stop, so the
      *> run back to the depot is not written.
       1000-Build-Route.
           MOVE ZERO TO WS-Path-Count.
           PERFORM VARYING Dem-Idx FROM 1 BY 1
                   UNTIL Dem-Idx > WS-Demand-Count
               IF DM-Route-Sub (Dem-Idx) = Route-Idx
                   ADD 1 TO WS-Path-Count
               END-IF
           END-PERFORM.
           IF WS-Path-Count > ZERO
               PERFORM 1050-Clear-Vehicle
               IF WS-Reason = SPACES
                   PERFORM 1100-Sequence-Nearest
                   PERFORM 1200-Improve-Sequence
                   PERFORM 1300-Write-Route
               ELSE
                   PERFORM 1060-Hold-Route
               END-IF
           END-IF.

      *> The truck on the route must be on the vehicle master and in
      *> service. A route with no unit keyed yet still goes out.
       1050-Clear-Vehicle.
           MOVE SPACES TO WS-Reason.
           IF RTT-Unit-Number (Route-Idx) NOT = SPACES
               MOVE 'VEHICLE NOT ON FILE' TO WS-Reason
               SET Veh-Idx TO 1
               SEARCH Vehicle-Entry
                   AT END CONTINUE
                   WHEN VTT-Unit-Number (Veh-Idx) =
                           RTT-Unit-Number (Route-Idx)
                       IF VTT-Status (Veh-Idx) = 'O'
                           MOVE 'VEHICLE OUT OF SERVICE'
                               TO WS-Reason
                       ELSE
                           MOVE SPACES TO WS-Reason
                       END-IF
               END-SEARCH
           END-IF.

      *> Every stop on a held route goes to the unrouted list under
      *> the truck's reason, so dispatch can reassign the route.
       1060-Hold-Route.
           ADD 1 TO WS-Held-Route-Count.
           DISPLAY 'ROUTE ' RTT-Route-ID (Route-Idx) ' HELD - UNIT '
               RTT-Unit-Number (Route-Idx) ' ' WS-Reason.
           PERFORM VARYING Dem-Idx FROM 1 BY 1
                   UNTIL Dem-Idx > WS-Demand-Count
               IF DM-Route-Sub (Dem-Idx) = Route-Idx
                   MOVE RTT-Route-ID (Route-Idx)   TO WS-Place-Doc
                   MOVE RTT-Unit-Number (Route-Idx) TO WS-Place-Item
                   MOVE DM-Stop-ID (Dem-Idx)       TO WS-Place-Stop
                   PERFORM 0590-Note-Exception
               END-IF
           END-PERFORM.

       1100-Sequence-Nearest.
           MOVE RTT-Depot-Stop (Route-Idx) TO PA-Stop-ID (1).
           MOVE ZERO TO PA-Demand-Sub (1).
           MOVE RTT-Depot-Stop (Route-Idx) TO WS-Current-Stop.
           PERFORM VARYING WS-Pos FROM 2 BY 1
                   UNTIL WS-Pos > WS-Path-Count + 1
               MOVE ZERO TO WS-Best-Demand
               MOVE 99999.9 TO WS-Best-Dist
               PERFORM VARYING Dem-Idx FROM 1 BY 1
                       UNTIL Dem-Idx > WS-Demand-Count
                   IF DM-Route-Sub (Dem-Idx) = Route-Idx
                        AND DM-Sequenced (Dem-Idx) = 'N'
                       MOVE WS-Current-Stop      TO WS-Leg-From
                       MOVE DM-Stop-ID (Dem-Idx) TO WS-Leg-To
                       PERFORM 5000-Find-Leg
                       IF WS-Leg-Dist < WS-Best-Dist
                           MOVE WS-Leg-Dist TO WS-Best-Dist
                           SET WS-Best-Demand TO Dem-Idx
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO DM-Sequenced (WS-Best-Demand)
               MOVE DM-Stop-ID (WS-Best-Demand)
                   TO PA-Stop-ID (WS-Pos)
               MOVE WS-Best-Demand TO PA-Demand-Sub (WS-Pos)
               MOVE DM-Stop-ID (WS-Best-Demand) TO WS-Current-Stop
           END-PERFORM.

      *> Reversing the stretch between positions I and J replaces
      *> the legs into I and out of J; the last stop has no leg out.
       1200-Improve-Sequence.
           MOVE 'Y' TO WS-Improved.
           MOVE ZERO TO WS-Pass-Count.
           PERFORM UNTIL WS-Improved = 'N' OR WS-Pass-Count >= 50
               MOVE 'N' TO WS-Improved
               ADD 1 TO WS-Pass-Count
               PERFORM VARYING WS-Pos-I FROM 2 BY 1
                       UNTIL WS-Pos-I > WS-Path-Count
                   PERFORM VARYING WS-Pos-J FROM WS-Pos-I BY 1
                           UNTIL WS-Pos-J > WS-Path-Count + 1
                       IF WS-Pos-J > WS-Pos-I
                           PERFORM 1210-Try-Reversal
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       1210-Try-Reversal.
           MOVE PA-Stop-ID (WS-Pos-I - 1) TO WS-Leg-From.
           MOVE PA-Stop-ID (WS-Pos-I)     TO WS-Leg-To.
           PERFORM 5000-Find-Leg.
           MOVE WS-Leg-Dist TO WS-Length-Before.
           MOVE PA-Stop-ID (WS-Pos-I - 1) TO WS-Leg-From.
           MOVE PA-Stop-ID (WS-Pos-J)     TO WS-Leg-To.
           PERFORM 5000-Find-Leg.
           MOVE WS-Leg-Dist TO WS-Length-After.
           IF WS-Pos-J <= WS-Path-Count
               MOVE PA-Stop-ID (WS-Pos-J)     TO WS-Leg-From
               MOVE PA-Stop-ID (WS-Pos-J + 1) TO WS-Leg-To
               PERFORM 5000-Find-Leg
               ADD WS-Leg-Dist TO WS-Length-Before
               MOVE PA-Stop-ID (WS-Pos-I)     TO WS-Leg-From
               MOVE PA-Stop-ID (WS-Pos-J + 1) TO WS-Leg-To
               PERFORM 5000-Find-Leg
               ADD WS-Leg-Dist TO WS-Length-After
           END-IF.
           IF WS-Length-After < WS-Length-Before
               MOVE WS-Pos-I TO WS-Pos-Lo
               MOVE WS-Pos-J TO WS-Pos-Hi
               PERFORM UNTIL WS-Pos-Lo >= WS-Pos-Hi
                   MOVE PA-Stop-ID (WS-Pos-Lo)    TO WS-Swap-Stop
                   MOVE PA-Demand-Sub (WS-Pos-Lo) TO WS-Swap-Demand
                   MOVE PA-Stop-ID (WS-Pos-Hi)
                       TO PA-Stop-ID (WS-Pos-Lo)
                   MOVE PA-Demand-Sub (WS-Pos-Hi)
                       TO PA-Demand-Sub (WS-Pos-Lo)
                   MOVE WS-Swap-Stop   TO PA-Stop-ID (WS-Pos-Hi)
                   MOVE WS-Swap-Demand TO PA-Demand-Sub (WS-Pos-Hi)
                   ADD 1 TO WS-Pos-Lo
                   SUBTRACT 1 FROM WS-Pos-Hi
               END-PERFORM
               MOVE 'Y' TO WS-Improved
           END-IF.

      *> The truck leaves the depot at the route's departure time;
      *> each leg takes its distance at the route's speed. A truck
      *> early for a window waits for it to open; one arriving after
      *> it closes is late. Either is flagged before dispatch.
       1300-Write-Route.
           MOVE RTT-Route-ID (Route-Idx)      TO RH-Route-ID.
           MOVE RTT-Depot-Stop (Route-Idx)    TO RH-Depot-Stop.
           MOVE RTT-Vehicle-Class (Route-Idx) TO RH-Vehicle-Class.
           MOVE RTT-Dept (Route-Idx)          TO RH-Dept.
           MOVE RTT-Depart-Time (Route-Idx)   TO RH-Depart-Time.
           MOVE RTT-Unit-Number (Route-Idx)   TO RH-Unit-Number.
           MOVE RTT-Driver-Number (Route-Idx) TO RH-Driver-Number.
           WRITE Build-Report-Line FROM WS-Blank-Line.
           WRITE Build-Report-Line FROM WS-Route-Heading.
           WRITE Build-Report-Line FROM WS-Route-Crew.
           WRITE Build-Report-Line FROM WS-Column-Heading.
           MOVE ZERO TO WS-Route-Stop-Count.
           MOVE ZERO TO WS-Route-Dist.
           MOVE ZERO TO WS-Route-Weight.
           MOVE ZERO TO WS-Route-Window-Count.
           DIVIDE RTT-Depart-Time (Route-Idx) BY 100
               GIVING WS-Time-HH REMAINDER WS-Time-MM.
           COMPUTE WS-Clock-Min = WS-Time-HH * 60 + WS-Time-MM.
           PERFORM VARYING WS-Pos FROM 2 BY 1
                   UNTIL WS-Pos > WS-Path-Count + 1
               PERFORM 1310-Write-Stop
           END-PERFORM.
           MOVE WS-Route-Stop-Count   TO TL-Stops.
           MOVE WS-Route-Dist         TO TL-Dist.
           MOVE WS-Route-Weight       TO TL-Weight.
           MOVE WS-Route-Window-Count TO TL-Window.
           WRITE Build-Report-Line FROM WS-Route-Total-Line.
           ADD WS-Route-Dist   TO WS-Fleet-Dist.
           ADD WS-Route-Weight TO WS-Fleet-Weight.

       1310-Write-Stop.
           SET Dem-Idx  TO PA-Demand-Sub (WS-Pos).
           SET Stop-Idx TO DM-Stop-Sub (Dem-Idx).
           MOVE PA-Stop-ID (WS-Pos - 1) TO WS-Leg-From.
           MOVE PA-Stop-ID (WS-Pos)     TO WS-Leg-To.
           PERFORM 5000-Find-Leg.
           MOVE SPACES TO WS-Note.
           MOVE SPACES TO WS-Window-Flag.
           IF WS-Leg-Known = 'N'
               MOVE 'NO DIST' TO WS-Note
               ADD 1 TO WS-No-Dist-Count
           ELSE
               IF RTT-Speed (Route-Idx) > ZERO
                   COMPUTE WS-Travel-Min ROUNDED =
                       WS-Leg-Dist * 60 / RTT-Speed (Route-Idx)
                   ADD WS-Travel-Min TO WS-Clock-Min
               END-IF
           END-IF.
           IF STT-Window-Open (Stop-Idx) NOT = ZERO
                OR STT-Window-Close (Stop-Idx) NOT = ZERO
               DIVIDE STT-Window-Open (Stop-Idx) BY 100
                   GIVING WS-Time-HH REMAINDER WS-Time-MM
               COMPUTE WS-Open-Min = WS-Time-HH * 60 + WS-Time-MM
               DIVIDE STT-Window-Close (Stop-Idx) BY 100
                   GIVING WS-Time-HH REMAINDER WS-Time-MM
               COMPUTE WS-Close-Min = WS-Time-HH * 60 + WS-Time-MM
               EVALUATE TRUE
                   WHEN WS-Clock-Min < WS-Open-Min
                       MOVE 'EARLY' TO WS-Window-Flag
                   WHEN WS-Clock-Min > WS-Close-Min
                       MOVE 'LATE' TO WS-Window-Flag
               END-EVALUATE
           END-IF.
           DIVIDE WS-Clock-Min BY 60
               GIVING WS-Time-HH REMAINDER WS-Time-MM.
           MOVE WS-Time-HH TO SL-Arrive-HH.
           MOVE WS-Time-MM TO SL-Arrive-MM.
           IF WS-Window-Flag = 'EARLY'
               MOVE WS-Open-Min TO WS-Clock-Min
           END-IF.
           IF WS-Window-Flag NOT = SPACES
               ADD 1 TO WS-Route-Window-Count
               ADD 1 TO WS-Window-Count
           END-IF.
           ADD STT-Service-Min (Stop-Idx) TO WS-Clock-Min.
           IF WS-Note = SPACES
               IF DM-Weight (Dem-Idx) > 9999.9
                   MOVE 'OVER WT' TO WS-Note
               ELSE
                   IF DM-Redeliver (Dem-Idx) = 'Y'
                       MOVE 'REDLV' TO WS-Note
                   END-IF
               END-IF
           END-IF.
           MOVE RTT-Route-ID (Route-Idx)      TO RS-Route-ID.
           MOVE PA-Stop-ID (WS-Pos - 1)       TO RS-From-Stop.
           MOVE PA-Stop-ID (WS-Pos)           TO RS-To-Stop.
           MOVE WS-Leg-Dist                   TO RS-Distance.
           MOVE RTT-Vehicle-Class (Route-Idx) TO RS-Vehicle-Class.
           MOVE RTT-Dept (Route-Idx)          TO RS-Dept.
           MOVE RTT-Unit-Number (Route-Idx)   TO RS-Unit-Number.
           MOVE RTT-Driver-Number (Route-Idx) TO RS-Driver-Number.
           IF DM-Weight (Dem-Idx) > 9999.9
               MOVE 9999.9 TO RS-Weight
           ELSE
               MOVE DM-Weight (Dem-Idx) TO RS-Weight
           END-IF.
           WRITE Route-Segment-Rec.
           ADD 1 TO WS-Segment-Count.
           ADD 1 TO WS-Route-Stop-Count.
           ADD 1 TO WS-Routed-Stop-Count.
           ADD WS-Leg-Dist TO WS-Route-Dist.
           ADD DM-Weight (Dem-Idx) TO WS-Route-Weight.
           SUBTRACT 1 FROM WS-Pos GIVING SL-Seq.
           MOVE PA-Stop-ID (WS-Pos) TO SL-To-Stop.
           MOVE WS-Leg-Dist         TO SL-Distance.
           IF STT-Window-Open (Stop-Idx) = ZERO
                AND STT-Window-Close (Stop-Idx) = ZERO
               MOVE SPACES TO SL-Window
           ELSE
               MOVE STT-Window-Open (Stop-Idx)  TO WT-Open
               MOVE STT-Window-Close (Stop-Idx) TO WT-Close
               MOVE WS-Window-Text TO SL-Window
           END-IF.
           MOVE DM-Weight (Dem-Idx) TO SL-Weight.
           MOVE WS-Window-Flag      TO SL-Flag.
           MOVE WS-Note             TO SL-Note.
           WRITE Build-Report-Line FROM WS-Stop-Line.

       2000-Write-Exceptions.
           WRITE Build-Report-Line FROM WS-Blank-Line.
           WRITE Build-Report-Line FROM WS-Exception-Heading.
           PERFORM VARYING Exc-Idx FROM 1 BY 1
                   UNTIL Exc-Idx > WS-Exception-Count
               MOVE ET-Doc (Exc-Idx)    TO EL-Doc
               MOVE ET-Item (Exc-Idx)   TO EL-Item
               MOVE ET-Stop (Exc-Idx)   TO EL-Stop
               MOVE ET-Reason (Exc-Idx) TO EL-Reason
               WRITE Build-Report-Line FROM WS-Exception-Line
           END-PERFORM.

      *> Window breaches, unknown distances and unrouted demand all
      *> need dispatch to look before the trucks go; none of them
      *> stops the build.
       3000-Log-Warnings.
           IF WS-Window-Count > ZERO
               DISPLAY 'STOPS OUTSIDE DELIVERY WINDOW: '
                   WS-Window-Count
               MOVE 'W' TO RLP-Severity
               MOVE 'STOPS OUTSIDE DELIVERY WINDOW' TO RLP-Message
               MOVE WS-Window-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-No-Dist-Count > ZERO
               DISPLAY 'SEGMENTS WITH NO DISTANCE ON FILE: '
                   WS-No-Dist-Count
               MOVE 'W' TO RLP-Severity
               MOVE 'SEGMENTS WITH NO DISTANCE ON FILE'
                   TO RLP-Message
               MOVE WS-No-Dist-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-Held-Route-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'ROUTES HELD - VEHICLE NOT CLEARED'
                   TO RLP-Message
               MOVE WS-Held-Route-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           IF WS-Exception-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'DEMAND NOT ROUTED' TO RLP-Message
               MOVE WS-Exception-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.

       5000-Find-Leg.
           MOVE 'N' TO WS-Leg-Known.
           MOVE 9999.9 TO WS-Leg-Dist.
           SET Dist-Idx TO 1.
           SEARCH Dist-Entry
               AT END CONTINUE
               WHEN (DT-From-Stop (Dist-Idx) = WS-Leg-From
                     AND DT-To-Stop (Dist-Idx) = WS-Leg-To)
                 OR (DT-From-Stop (Dist-Idx) = WS-Leg-To
                     AND DT-To-Stop (Dist-Idx) = WS-Leg-From)
                   MOVE 'Y' TO WS-Leg-Known
                   MOVE DT-Distance (Dist-Idx) TO WS-Leg-Dist
           END-SEARCH.

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
           MOVE WS-Segment-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
