       IDENTIFICATION DIVISION.
       PROGRAM-ID. stopMaint.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Delivery master maintenance cards: A = add, C = change,
      *> D = delete, against a stop (kind S), a stop-to-stop
      *> distance (kind D), a route (kind R) or a vehicle (kind
      *> V). A change card
      *> leaves any blank field as it stands. Each card names the
      *> operator who keyed it and the one who approved it.
           SELECT Stop-Txn-File ASSIGN TO "STOPTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Status.
           SELECT Stop-File ASSIGN TO "STOPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stop-Status.
           SELECT Distance-File ASSIGN TO "STOPDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Distance-Status.
           SELECT Route-Master-File ASSIGN TO "ROUTEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Route-Status.
           SELECT Vehicle-File ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vehicle-Status.
      *> The employee master a route's driver is proven against;
      *> read only, payroll keeps it.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
      *> Printed register of every card applied and the reason for
      *> every card refused.
           SELECT Register-File ASSIGN TO "STOPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stop-Txn-File.
       01  Stop-Txn-Rec.
           05 TX-Txn-Code          PIC X.
              88 TX-Is-Add            VALUE 'A'.
              88 TX-Is-Change         VALUE 'C'.
              88 TX-Is-Delete         VALUE 'D'.
           05 TX-Kind              PIC X.
              88 TX-Is-Stop           VALUE 'S'.
              88 TX-Is-Distance       VALUE 'D'.
              88 TX-Is-Route          VALUE 'R'.
              88 TX-Is-Vehicle        VALUE 'V'.
      *> The stop ID, the from-stop of a distance, the route ID or
      *> the vehicle unit number.
           05 TX-Key               PIC X(15).
           05 TX-Stop-Data.
              10 TX-Address           PIC X(30).
              10 TX-Window-Open-Text  PIC X(4).
              10 TX-Window-Open REDEFINES TX-Window-Open-Text
                                      PIC 9(4).
              10 TX-Window-Close-Text PIC X(4).
              10 TX-Window-Close REDEFINES TX-Window-Close-Text
                                      PIC 9(4).
              10 TX-Service-Text      PIC X(3).
              10 TX-Service-Min REDEFINES TX-Service-Text
                                      PIC 9(3).
              10 TX-Route             PIC X(6).
              10 FILLER               PIC X(13).
           05 TX-Distance-Data REDEFINES TX-Stop-Data.
              10 TX-To-Stop           PIC X(15).
              10 TX-Distance-Text     PIC X(5).
              10 TX-Distance REDEFINES TX-Distance-Text
                                      PIC 9(4)V9.
              10 FILLER               PIC X(40).
           05 TX-Route-Data REDEFINES TX-Stop-Data.
              10 TX-Depot-Stop        PIC X(15).
              10 TX-Vehicle-Class     PIC X(2).
              10 TX-Dept              PIC X(4).
              10 TX-Depart-Text       PIC X(4).
              10 TX-Depart-Time REDEFINES TX-Depart-Text
                                      PIC 9(4).
              10 TX-Speed-Text        PIC X(3).
              10 TX-Speed REDEFINES TX-Speed-Text
                                      PIC 9(3).
              10 TX-Unit-Number       PIC X(6).
              10 TX-Driver-Text       PIC X(5).
              10 TX-Driver-Number REDEFINES TX-Driver-Text
                                      PIC 9(5).
              10 FILLER               PIC X(21).
      *> A change card carrying a service date records a service
      *> done, at the odometer reading given or the current one.
           05 TX-Vehicle-Data REDEFINES TX-Stop-Data.
              10 TX-Unit-Class        PIC X(2).
              10 TX-Unit-Status       PIC X.
              10 TX-Odometer-Text     PIC X(8).
              10 TX-Odometer REDEFINES TX-Odometer-Text
                                      PIC 9(7)V9.
              10 TX-Svc-Dist-Text     PIC X(6).
              10 TX-Svc-Dist REDEFINES TX-Svc-Dist-Text
                                      PIC 9(6).
              10 TX-Svc-Days-Text     PIC X(3).
              10 TX-Svc-Days REDEFINES TX-Svc-Days-Text
                                      PIC 9(3).
              10 TX-Svc-Date          PIC X(8).
              10 TX-Svc-Odom-Text     PIC X(8).
              10 TX-Svc-Odom REDEFINES TX-Svc-Odom-Text
                                      PIC 9(7)V9.
              10 TX-Econ-Low-Text     PIC X(4).
              10 TX-Econ-Low REDEFINES TX-Econ-Low-Text
                                      PIC 9(3)V9.
              10 TX-Econ-High-Text    PIC X(4).
              10 TX-Econ-High REDEFINES TX-Econ-High-Text
                                      PIC 9(3)V9.
              10 FILLER               PIC X(16).
      *> oprAuth refuses the card unless both hold authority for
      *> its code and they are two different people.
           05 TX-Operator          PIC X(8).
           05 TX-Approver          PIC X(8).

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

       FD  Employee-File.
       01  Emp-Record.
           05 Emp-Name        PIC X(20).
           05 Emp-Net-Salary  PIC 9(7)v99.
           05 Emp-State       PIC X(2).
           05 Emp-Bracket     PIC 9.
           05 Emp-Dept        PIC X(4).
           05 Emp-Company     PIC X(2).
           05 Emp-Number      PIC 9(5).
           05 Emp-Local-Code  PIC X(2).
           05 Emp-Hire-Date   PIC X(8).
           05 Emp-Term-Date   PIC X(8).
           05 Emp-Pay-Type    PIC X.
           05 Emp-Hourly-Rate PIC 9(3)V99.
           05 Emp-Grade       PIC X(2).
           05 Emp-Step        PIC 9(2).

       FD  Register-File.
       01  Register-Line           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Txn-Status        PIC XX.
       01  WS-Stop-Status       PIC XX.
       01  WS-Distance-Status   PIC XX.
       01  WS-Route-Status      PIC XX.
       01  WS-Vehicle-Status    PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Today             PIC X(8).
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Stop-Found        PIC X VALUE 'N'.
       01  WS-To-Found          PIC X VALUE 'N'.
       01  WS-Dist-Found        PIC X VALUE 'N'.
       01  WS-Route-Found       PIC X VALUE 'N'.
       01  WS-In-Use            PIC X VALUE 'N'.
       01  WS-Vehicle-Found     PIC X VALUE 'N'.
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Reason            PIC X(25).
       01  WS-Applied-Count     PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count     PIC 9(5) VALUE ZERO.
       01  WS-Stop-Count        PIC 9(4) VALUE ZERO.
       01  WS-Dist-Count        PIC 9(4) VALUE ZERO.
       01  WS-Route-Count       PIC 9(3) VALUE ZERO.
       01  WS-Vehicle-Count     PIC 9(3) VALUE ZERO.
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Dropped-Count     PIC 9(4) VALUE ZERO.
       01  WS-Shift-Sub         PIC 9(4).
       01  WS-Find-Stop         PIC X(15).
       01  WS-Find-To-Stop      PIC X(15).
       01  WS-Find-Route        PIC X(6).
       01  WS-Find-Unit         PIC X(6).
       01  WS-New-Class         PIC X(2).
       01  WS-New-Unit          PIC X(6).
       01  WS-Overflow-File     PIC X(8).
      *> Clock times are edited as HHMM: hours to 23, minutes to 59.
       01  WS-Clock-Time        PIC 9(4).
       01  WS-Clock-Parts REDEFINES WS-Clock-Time.
           05 WS-Clock-HH       PIC 99.
           05 WS-Clock-MM       PIC 99.
       01  WS-Clock-Valid       PIC X.
       01  WS-New-Open          PIC 9(4).
       01  WS-New-Close         PIC 9(4).

      *> All four masters are held in storage while the cards
      *> apply, then rewritten in one pass.
       01  Stop-Table.
           05 Stop-Entry OCCURS 0 TO 1000 TIMES
                  DEPENDING ON WS-Stop-Count
                  INDEXED BY Stop-Idx.
              10 STT-Stop-ID       PIC X(15).
              10 STT-Address       PIC X(30).
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
              10 VTT-Vehicle-Class PIC X(2).
              10 VTT-Status        PIC X.
              10 VTT-Odometer      PIC 9(7)V9.
              10 VTT-Service-Dist  PIC 9(6).
              10 VTT-Service-Days  PIC 9(3).
              10 VTT-Last-Service-Date PIC X(8).
              10 VTT-Last-Service-Odom PIC 9(7)V9.
              10 VTT-Econ-Low      PIC 9(3)V9.
              10 VTT-Econ-High     PIC 9(3)V9.
              10 VTT-Fuel-Dist     PIC 9(6)V9.
      *> Employees who can drive: on file and not yet terminated.
       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number         PIC 9(5).
              10 ET-Term-Date      PIC X(8).

       01  WS-Register-Heading.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RH-Action         PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-Kind           PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RH-Key            PIC X(15).
           05 FILLER            PIC X(4) VALUE ' BY '.
           05 RH-Operator       PIC X(8).
       01  WS-Register-Stop.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RS-Address        PIC X(30).
           05 FILLER            PIC X(8) VALUE ' WINDOW '.
           05 RS-Window-Open    PIC 9(4).
           05 FILLER            PIC X VALUE '-'.
           05 RS-Window-Close   PIC 9(4).
           05 FILLER            PIC X(5) VALUE ' SVC '.
           05 RS-Service-Min    PIC ZZ9.
           05 FILLER            PIC X(7) VALUE ' ROUTE '.
           05 RS-Route          PIC X(6).
       01  WS-Register-Distance.
           05 FILLER            PIC X(5) VALUE '  TO '.
           05 RD-To-Stop        PIC X(15).
           05 FILLER            PIC X(10) VALUE ' DISTANCE '.
           05 RD-Distance       PIC Z(3)9.9.
       01  WS-Register-Route.
           05 FILLER            PIC X(8) VALUE '  DEPOT '.
           05 RR-Depot-Stop     PIC X(15).
           05 FILLER            PIC X(7) VALUE ' CLASS '.
           05 RR-Vehicle-Class  PIC X(2).
           05 FILLER            PIC X(6) VALUE ' DEPT '.
           05 RR-Dept           PIC X(4).
           05 FILLER            PIC X(8) VALUE ' DEPART '.
           05 RR-Depart-Time    PIC 9(4).
           05 FILLER            PIC X(7) VALUE ' SPEED '.
           05 RR-Speed          PIC ZZ9.
           05 FILLER            PIC X(6) VALUE ' UNIT '.
           05 RR-Unit-Number    PIC X(6).
       01  WS-Register-Route-Driver.
           05 FILLER            PIC X(9) VALUE '  DRIVER '.
           05 RR-Driver-Number  PIC X(5).
       01  WS-Register-Vehicle.
           05 FILLER            PIC X(8) VALUE '  CLASS '.
           05 RV-Vehicle-Class  PIC X(2).
           05 FILLER            PIC X(6) VALUE ' STAT '.
           05 RV-Status         PIC X.
           05 FILLER            PIC X(6) VALUE ' ODOM '.
           05 RV-Odometer       PIC Z(6)9.9.
           05 FILLER            PIC X(5) VALUE ' SVC '.
           05 RV-Service-Dist   PIC Z(5)9.
           05 FILLER            PIC X VALUE '/'.
           05 RV-Service-Days   PIC ZZ9.
           05 FILLER            PIC X(7) VALUE 'D LAST '.
           05 RV-Last-Service-Date PIC X(8).
           05 FILLER            PIC X(6) VALUE ' ECON '.
           05 RV-Econ-Low       PIC ZZ9.9.
           05 FILLER            PIC X VALUE '-'.
           05 RV-Econ-High      PIC ZZ9.9.
       01  WS-Register-Dropped.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DR-Count          PIC ZZZ9.
           05 FILLER            PIC X(30)
                  VALUE ' DISTANCE(S) TO THE STOP GONE'.
       01  WS-Register-Refusal.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 RF-Txn-Code       PIC X.
           05 RF-Kind           PIC X.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Key            PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Operator       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RF-Reason         PIC X(25).
       01  WS-Register-Summary.
           05 FILLER            PIC X(9) VALUE 'APPLIED  '.
           05 RT-Applied        PIC Z(4)9.
           05 FILLER            PIC X(10) VALUE '  REFUSED '.
           05 RT-Refused        PIC Z(4)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'STOPMAINT'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'STOPMAINT'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth. Stops, routes and vehicles serve every
      *> company, so a card needs an all-company grant.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'STOPMAINT'.
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
           PERFORM 0100-Load-Stops.
           PERFORM 0200-Load-Distances.
           PERFORM 0300-Load-Routes.
           PERFORM 0400-Load-Vehicles.
           PERFORM 0500-Load-Employees.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           OPEN INPUT Stop-Txn-File.
           IF WS-Txn-Status NOT = '00'
               DISPLAY 'STOPTXN OPEN FAILED, STATUS=' WS-Txn-Status
               MOVE 24 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'STOPREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Stop-Txn-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 1000-Process-Transaction
               READ Stop-Txn-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           MOVE WS-Applied-Count TO RT-Applied.
           MOVE WS-Refused-Count TO RT-Refused.
           WRITE Register-Line FROM WS-Register-Summary.
           CLOSE Stop-Txn-File.
           CLOSE Register-File.
           IF WS-Applied-Count > ZERO
               PERFORM 3000-Rewrite-Masters
           END-IF.
           DISPLAY 'DELIVERY MASTER CHANGES APPLIED: '
               WS-Applied-Count ' REFUSED: ' WS-Refused-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> No master yet simply means none on file; a master the
      *> table cannot hold would be cut short on the rewrite, so
      *> the run is refused instead.
       0100-Load-Stops.
           OPEN INPUT Stop-File.
           IF WS-Stop-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Stop-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Stop-Count >= 1000
                       MOVE 'STOPMAST' TO WS-Overflow-File
                       MOVE WS-Stop-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Stop-Count
                   SET Stop-Idx TO WS-Stop-Count
                   MOVE ST-Stop-ID       TO STT-Stop-ID (Stop-Idx)
                   MOVE ST-Address       TO STT-Address (Stop-Idx)
                   MOVE ST-Window-Open   TO STT-Window-Open (Stop-Idx)
                   MOVE ST-Window-Close
                       TO STT-Window-Close (Stop-Idx)
                   MOVE ST-Service-Min   TO STT-Service-Min (Stop-Idx)
                   MOVE ST-Route         TO STT-Route (Stop-Idx)
                   READ Stop-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Stop-File
           END-IF.

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
           IF WS-Route-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Route-Master-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Route-Count >= 100
                       MOVE 'ROUTEMST' TO WS-Overflow-File
                       MOVE WS-Route-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Route-Count
                   SET Route-Idx TO WS-Route-Count
                   MOVE RO-Route-ID   TO RTT-Route-ID (Route-Idx)
                   MOVE RO-Depot-Stop TO RTT-Depot-Stop (Route-Idx)
                   MOVE RO-Vehicle-Class
                       TO RTT-Vehicle-Class (Route-Idx)
                   MOVE RO-Dept       TO RTT-Dept (Route-Idx)
                   MOVE RO-Depart-Time
                       TO RTT-Depart-Time (Route-Idx)
                   MOVE RO-Speed      TO RTT-Speed (Route-Idx)
                   MOVE RO-Unit-Number
                       TO RTT-Unit-Number (Route-Idx)
                   MOVE RO-Driver-Number
                       TO RTT-Driver-Number (Route-Idx)
                   READ Route-Master-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Route-Master-File
           END-IF.

       0400-Load-Vehicles.
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
                   PERFORM 0410-Load-One-Vehicle
                   READ Vehicle-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Vehicle-File
           END-IF.

       0410-Load-One-Vehicle.
           MOVE VH-Unit-Number    TO VTT-Unit-Number (Veh-Idx).
           MOVE VH-Vehicle-Class  TO VTT-Vehicle-Class (Veh-Idx).
           MOVE VH-Status         TO VTT-Status (Veh-Idx).
           MOVE VH-Odometer       TO VTT-Odometer (Veh-Idx).
           MOVE VH-Service-Dist   TO VTT-Service-Dist (Veh-Idx).
           MOVE VH-Service-Days   TO VTT-Service-Days (Veh-Idx).
           MOVE VH-Last-Service-Date
               TO VTT-Last-Service-Date (Veh-Idx).
           MOVE VH-Last-Service-Odom
               TO VTT-Last-Service-Odom (Veh-Idx).
           MOVE VH-Econ-Low       TO VTT-Econ-Low (Veh-Idx).
           MOVE VH-Econ-High      TO VTT-Econ-High (Veh-Idx).
           MOVE VH-Fuel-Dist      TO VTT-Fuel-Dist (Veh-Idx).

      *> EMPFILE carries payroll's control trailer at its end; the
      *> trailer is not an employee.
       0500-Load-Employees.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF Emp-Record (1:4) NOT = '*TRL'
                       IF WS-Emp-Count >= 500
                           MOVE 'EMPFILE' TO WS-Overflow-File
                           MOVE WS-Emp-Count TO RLP-Count
                           PERFORM 0900-Refuse-Overflow
                       END-IF
                       ADD 1 TO WS-Emp-Count
                       SET Emp-Idx TO WS-Emp-Count
                       MOVE Emp-Number    TO ET-Number (Emp-Idx)
                       MOVE Emp-Term-Date TO ET-Term-Date (Emp-Idx)
                   END-IF
                   READ Employee-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Employee-File
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

       1000-Process-Transaction.
           MOVE SPACES TO WS-Reason.
           PERFORM 1050-Check-Operator-Authority.
           EVALUATE TRUE
               WHEN OAP-Result NOT = 'Y'
                   MOVE OAP-Reason TO WS-Reason
               WHEN NOT TX-Is-Add AND NOT TX-Is-Change
                    AND NOT TX-Is-Delete
                   MOVE 'TXN CODE NOT A, C OR D' TO WS-Reason
               WHEN NOT TX-Is-Stop AND NOT TX-Is-Distance
                    AND NOT TX-Is-Route AND NOT TX-Is-Vehicle
                   MOVE 'KIND NOT S, D, R OR V' TO WS-Reason
               WHEN TX-Key = SPACES
                   MOVE 'KEY MISSING' TO WS-Reason
               WHEN TX-Is-Stop
                   PERFORM 1100-Edit-Stop
               WHEN TX-Is-Distance
                   PERFORM 1200-Edit-Distance
               WHEN TX-Is-Route
                   PERFORM 1300-Edit-Route
               WHEN OTHER
                   PERFORM 1400-Edit-Vehicle
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               MOVE TX-Txn-Code TO RF-Txn-Code
               MOVE TX-Kind     TO RF-Kind
               MOVE TX-Key      TO RF-Key
               MOVE TX-Operator TO RF-Operator
               MOVE WS-Reason   TO RF-Reason
               WRITE Register-Line FROM WS-Register-Refusal
               ADD 1 TO WS-Refused-Count
           ELSE
               PERFORM 2000-Write-Register-Heading
               EVALUATE TRUE
                   WHEN TX-Is-Stop
                       PERFORM 2100-Apply-Stop
                   WHEN TX-Is-Distance
                       PERFORM 2200-Apply-Distance
                   WHEN TX-Is-Route
                       PERFORM 2300-Apply-Route
                   WHEN OTHER
                       PERFORM 2400-Apply-Vehicle
               END-EVALUATE
               ADD 1 TO WS-Applied-Count
               MOVE 'L'       TO OAP-Request
               MOVE RH-Action TO OAP-Action
               CALL 'oprAuth' USING Operator-Auth-Parms
           END-IF.

       1050-Check-Operator-Authority.
           MOVE 'C'           TO OAP-Request.
           MOVE TX-Operator   TO OAP-Operator.
           MOVE TX-Approver   TO OAP-Approver.
           MOVE TX-Txn-Code   TO OAP-Txn-Code.
           MOVE '**'          TO OAP-Company.
           MOVE SPACES        TO OAP-Key.
           STRING TX-Kind ' ' TX-Key
               DELIMITED BY SIZE INTO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

      *> A stop's window must open before it closes, and its
      *> standing route must already be on file. A stop still used
      *> as a depot cannot go.
       1100-Edit-Stop.
           MOVE TX-Key TO WS-Find-Stop.
           PERFORM 1500-Find-Stop.
           IF WS-Stop-Found = 'Y'
               MOVE STT-Window-Open (Stop-Idx)  TO WS-New-Open
               MOVE STT-Window-Close (Stop-Idx) TO WS-New-Close
           ELSE
               MOVE ZERO TO WS-New-Open
               MOVE ZERO TO WS-New-Close
           END-IF.
           IF TX-Window-Open-Text NOT = SPACES
                AND TX-Window-Open NUMERIC
               MOVE TX-Window-Open TO WS-New-Open
           END-IF.
           IF TX-Window-Close-Text NOT = SPACES
                AND TX-Window-Close NUMERIC
               MOVE TX-Window-Close TO WS-New-Close
           END-IF.
           MOVE 'N' TO WS-Route-Found.
           IF TX-Route NOT = SPACES
               MOVE TX-Route TO WS-Find-Route
               PERFORM 1600-Find-Route
           END-IF.
           MOVE 'N' TO WS-In-Use.
           IF TX-Is-Delete
               SET Route-Idx TO 1
               SEARCH Route-Entry
                   AT END CONTINUE
                   WHEN RTT-Depot-Stop (Route-Idx) = TX-Key
                       MOVE 'Y' TO WS-In-Use
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN TX-Is-Add AND WS-Stop-Found = 'Y'
                   MOVE 'STOP ALREADY ON FILE' TO WS-Reason
               WHEN NOT TX-Is-Add AND WS-Stop-Found = 'N'
                   MOVE 'STOP NOT ON FILE' TO WS-Reason
               WHEN TX-Is-Delete AND WS-In-Use = 'Y'
                   MOVE 'STOP IS A ROUTE DEPOT' TO WS-Reason
               WHEN TX-Is-Delete
                   CONTINUE
               WHEN TX-Is-Add AND TX-Address = SPACES
                   MOVE 'ADDRESS MISSING' TO WS-Reason
               WHEN TX-Is-Add AND TX-Service-Text = SPACES
                   MOVE 'SERVICE MINUTES MISSING' TO WS-Reason
               WHEN TX-Window-Open-Text NOT = SPACES
                    AND TX-Window-Open NOT NUMERIC
                   MOVE 'WINDOW OPEN NOT NUMERIC' TO WS-Reason
               WHEN TX-Window-Close-Text NOT = SPACES
                    AND TX-Window-Close NOT NUMERIC
                   MOVE 'WINDOW CLOSE NOT NUMERIC' TO WS-Reason
               WHEN TX-Service-Text NOT = SPACES
                    AND TX-Service-Min NOT NUMERIC
                   MOVE 'SERVICE MINUTES NOT NUMERIC' TO WS-Reason
               WHEN TX-Route NOT = SPACES AND WS-Route-Found = 'N'
                   MOVE 'ROUTE NOT ON FILE' TO WS-Reason
               WHEN OTHER
                   MOVE WS-New-Open TO WS-Clock-Time
                   PERFORM 1700-Edit-Clock-Time
                   IF WS-Clock-Valid = 'Y'
                       MOVE WS-New-Close TO WS-Clock-Time
                       PERFORM 1700-Edit-Clock-Time
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Clock-Valid = 'N'
                           MOVE 'WINDOW NOT A CLOCK TIME'
                               TO WS-Reason
                       WHEN WS-New-Open > WS-New-Close
                           MOVE 'WINDOW CLOSES BEFORE OPEN'
                               TO WS-Reason
                   END-EVALUATE
           END-EVALUATE.

      *> Either direction of a pair counts as the pair.
       1200-Edit-Distance.
           MOVE TX-Key TO WS-Find-Stop.
           PERFORM 1500-Find-Stop.
           MOVE WS-Stop-Found TO WS-To-Found.
           MOVE TX-To-Stop TO WS-Find-Stop.
           PERFORM 1500-Find-Stop.
           MOVE TX-Key     TO WS-Find-Stop.
           MOVE TX-To-Stop TO WS-Find-To-Stop.
           PERFORM 1550-Find-Distance.
           EVALUATE TRUE
               WHEN TX-To-Stop = SPACES
                   MOVE 'TO-STOP MISSING' TO WS-Reason
               WHEN TX-To-Stop = TX-Key
                   MOVE 'STOP TO ITSELF' TO WS-Reason
               WHEN TX-Is-Add AND WS-Dist-Found = 'Y'
                   MOVE 'DISTANCE ALREADY ON FILE' TO WS-Reason
               WHEN NOT TX-Is-Add AND WS-Dist-Found = 'N'
                   MOVE 'DISTANCE NOT ON FILE' TO WS-Reason
               WHEN TX-Is-Delete
                   CONTINUE
               WHEN WS-To-Found = 'N'
                   MOVE 'FROM-STOP NOT ON FILE' TO WS-Reason
               WHEN WS-Stop-Found = 'N'
                   MOVE 'TO-STOP NOT ON FILE' TO WS-Reason
               WHEN TX-Distance NOT NUMERIC
                   MOVE 'DISTANCE NOT NUMERIC' TO WS-Reason
               WHEN TX-Distance = ZERO
                   MOVE 'DISTANCE IS ZERO' TO WS-Reason
           END-EVALUATE.

      *> A route needs its depot on the stop master; a route that
      *> still has stops standing on it cannot go.
       1300-Edit-Route.
           MOVE TX-Key (1:6) TO WS-Find-Route.
           PERFORM 1600-Find-Route.
           MOVE 'Y' TO WS-Stop-Found.
           IF TX-Depot-Stop NOT = SPACES
               MOVE TX-Depot-Stop TO WS-Find-Stop
               PERFORM 1500-Find-Stop
           END-IF.
           MOVE 'N' TO WS-In-Use.
           IF TX-Is-Delete
               SET Stop-Idx TO 1
               SEARCH Stop-Entry
                   AT END CONTINUE
                   WHEN STT-Route (Stop-Idx) = TX-Key (1:6)
                       MOVE 'Y' TO WS-In-Use
               END-SEARCH
           END-IF.
           MOVE 'Y' TO WS-Clock-Valid.
           IF TX-Depart-Text NOT = SPACES AND TX-Depart-Time NUMERIC
               MOVE TX-Depart-Time TO WS-Clock-Time
               PERFORM 1700-Edit-Clock-Time
           END-IF.
           MOVE SPACES TO WS-New-Class.
           MOVE SPACES TO WS-New-Unit.
           IF WS-Route-Found = 'Y'
               MOVE RTT-Vehicle-Class (Route-Idx) TO WS-New-Class
               MOVE RTT-Unit-Number (Route-Idx)   TO WS-New-Unit
           END-IF.
           IF TX-Vehicle-Class NOT = SPACES
               MOVE TX-Vehicle-Class TO WS-New-Class
           END-IF.
           IF TX-Unit-Number NOT = SPACES
               MOVE TX-Unit-Number TO WS-New-Unit
           END-IF.
           MOVE 'N' TO WS-Vehicle-Found.
           IF WS-New-Unit NOT = SPACES
               MOVE WS-New-Unit TO WS-Find-Unit
               PERFORM 1650-Find-Vehicle
           END-IF.
           MOVE 'N' TO WS-Emp-Found.
           IF TX-Driver-Text NOT = SPACES AND TX-Driver-Number NUMERIC
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END CONTINUE
                   WHEN ET-Number (Emp-Idx) = TX-Driver-Number
                       MOVE 'Y' TO WS-Emp-Found
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN TX-Key (7:9) NOT = SPACES
                   MOVE 'ROUTE ID OVER 6 CHARACTERS' TO WS-Reason
               WHEN TX-Is-Add AND WS-Route-Found = 'Y'
                   MOVE 'ROUTE ALREADY ON FILE' TO WS-Reason
               WHEN NOT TX-Is-Add AND WS-Route-Found = 'N'
                   MOVE 'ROUTE NOT ON FILE' TO WS-Reason
               WHEN TX-Is-Delete AND WS-In-Use = 'Y'
                   MOVE 'STOPS STAND ON THE ROUTE' TO WS-Reason
               WHEN TX-Is-Delete
                   CONTINUE
               WHEN TX-Is-Add AND TX-Depot-Stop = SPACES
                   MOVE 'DEPOT STOP MISSING' TO WS-Reason
               WHEN WS-Stop-Found = 'N'
                   MOVE 'DEPOT NOT ON STOP MASTER' TO WS-Reason
               WHEN TX-Is-Add AND TX-Vehicle-Class = SPACES
                   MOVE 'VEHICLE CLASS MISSING' TO WS-Reason
               WHEN TX-Is-Add AND TX-Dept = SPACES
                   MOVE 'DEPARTMENT MISSING' TO WS-Reason
               WHEN TX-Is-Add AND TX-Depart-Text = SPACES
                   MOVE 'DEPARTURE TIME MISSING' TO WS-Reason
               WHEN TX-Depart-Text NOT = SPACES
                    AND TX-Depart-Time NOT NUMERIC
                   MOVE 'DEPARTURE NOT NUMERIC' TO WS-Reason
               WHEN WS-Clock-Valid = 'N'
                   MOVE 'DEPARTURE NOT A CLOCK TIME' TO WS-Reason
               WHEN TX-Is-Add AND TX-Speed-Text = SPACES
                   MOVE 'SPEED MISSING' TO WS-Reason
               WHEN TX-Speed-Text NOT = SPACES
                    AND TX-Speed NOT NUMERIC
                   MOVE 'SPEED NOT NUMERIC' TO WS-Reason
               WHEN TX-Speed-Text NOT = SPACES AND TX-Speed = ZERO
                   MOVE 'SPEED IS ZERO' TO WS-Reason
               WHEN TX-Is-Add AND TX-Driver-Text = SPACES
                   MOVE 'DRIVER MISSING' TO WS-Reason
               WHEN TX-Driver-Text NOT = SPACES
                    AND TX-Driver-Number NOT NUMERIC
                   MOVE 'DRIVER NOT NUMERIC' TO WS-Reason
               WHEN TX-Driver-Text NOT = SPACES AND WS-Emp-Found = 'N'
                   MOVE 'DRIVER NOT ON EMPFILE' TO WS-Reason
               WHEN TX-Driver-Text NOT = SPACES
                    AND ET-Term-Date (Emp-Idx) NUMERIC
                    AND ET-Term-Date (Emp-Idx) < WS-Today
                   MOVE 'DRIVER TERMINATED' TO WS-Reason
               WHEN TX-Is-Add AND TX-Unit-Number = SPACES
                   MOVE 'VEHICLE UNIT MISSING' TO WS-Reason
               WHEN WS-New-Unit = SPACES
                   CONTINUE
               WHEN WS-Vehicle-Found = 'N'
                   MOVE 'VEHICLE NOT ON FILE' TO WS-Reason
               WHEN TX-Unit-Number NOT = SPACES
                    AND VTT-Status (Veh-Idx) = 'O'
                   MOVE 'VEHICLE OUT OF SERVICE' TO WS-Reason
               WHEN VTT-Vehicle-Class (Veh-Idx) NOT = WS-New-Class
                   MOVE 'VEHICLE CLASS MISMATCH' TO WS-Reason
           END-EVALUATE.

      *> A unit still assigned to a route cannot go, nor change
      *> class under it. Taking it out of service is allowed at any
      *> time - a truck breaks down whether or not it has a route -
      *> and routeBuild then holds its route back from dispatch.
       1400-Edit-Vehicle.
           MOVE TX-Key (1:6) TO WS-Find-Unit.
           PERFORM 1650-Find-Vehicle.
           MOVE 'N' TO WS-In-Use.
           SET Route-Idx TO 1.
           SEARCH Route-Entry
               AT END CONTINUE
               WHEN RTT-Unit-Number (Route-Idx) = TX-Key (1:6)
                   MOVE 'Y' TO WS-In-Use
           END-SEARCH.
           EVALUATE TRUE
               WHEN TX-Key (7:9) NOT = SPACES
                   MOVE 'UNIT NUMBER OVER 6 CHARS' TO WS-Reason
               WHEN TX-Is-Add AND WS-Vehicle-Found = 'Y'
                   MOVE 'VEHICLE ALREADY ON FILE' TO WS-Reason
               WHEN NOT TX-Is-Add AND WS-Vehicle-Found = 'N'
                   MOVE 'VEHICLE NOT ON FILE' TO WS-Reason
               WHEN TX-Is-Delete AND WS-In-Use = 'Y'
                   MOVE 'UNIT ASSIGNED TO A ROUTE' TO WS-Reason
               WHEN TX-Is-Delete
                   CONTINUE
               WHEN TX-Is-Add AND TX-Unit-Class = SPACES
                   MOVE 'VEHICLE CLASS MISSING' TO WS-Reason
               WHEN TX-Is-Change AND TX-Unit-Class NOT = SPACES
                    AND TX-Unit-Class NOT = VTT-Vehicle-Class (Veh-Idx)
                    AND WS-In-Use = 'Y'
                   MOVE 'UNIT ASSIGNED TO A ROUTE' TO WS-Reason
               WHEN TX-Unit-Status NOT = SPACE
                    AND TX-Unit-Status NOT = 'A'
                    AND TX-Unit-Status NOT = 'O'
                   MOVE 'STATUS NOT A OR O' TO WS-Reason
               WHEN TX-Odometer-Text NOT = SPACES
                    AND TX-Odometer NOT NUMERIC
                   MOVE 'ODOMETER NOT NUMERIC' TO WS-Reason
               WHEN TX-Svc-Dist-Text NOT = SPACES
                    AND TX-Svc-Dist NOT NUMERIC
                   MOVE 'SERVICE DISTANCE NOT NUMERIC' TO WS-Reason
               WHEN TX-Svc-Days-Text NOT = SPACES
                    AND TX-Svc-Days NOT NUMERIC
                   MOVE 'SERVICE DAYS NOT NUMERIC' TO WS-Reason
               WHEN TX-Svc-Date NOT = SPACES
                    AND TX-Svc-Date NOT NUMERIC
                   MOVE 'SERVICE DATE NOT NUMERIC' TO WS-Reason
               WHEN TX-Svc-Odom-Text NOT = SPACES
                    AND TX-Svc-Odom NOT NUMERIC
                   MOVE 'SERVICE ODOM NOT NUMERIC' TO WS-Reason
               WHEN TX-Econ-Low-Text NOT = SPACES
                    AND TX-Econ-Low NOT NUMERIC
                   MOVE 'ECONOMY LOW NOT NUMERIC' TO WS-Reason
               WHEN TX-Econ-High-Text NOT = SPACES
                    AND TX-Econ-High NOT NUMERIC
                   MOVE 'ECONOMY HIGH NOT NUMERIC' TO WS-Reason
               WHEN TX-Econ-Low-Text NOT = SPACES
                    AND TX-Econ-High-Text NOT = SPACES
                    AND TX-Econ-High NOT = ZERO
                    AND TX-Econ-Low > TX-Econ-High
                   MOVE 'ECONOMY LOW OVER HIGH' TO WS-Reason
           END-EVALUATE.

       1500-Find-Stop.
           MOVE 'N' TO WS-Stop-Found.
           SET Stop-Idx TO 1.
           SEARCH Stop-Entry
               AT END CONTINUE
               WHEN STT-Stop-ID (Stop-Idx) = WS-Find-Stop
                   MOVE 'Y' TO WS-Stop-Found
           END-SEARCH.

       1550-Find-Distance.
           MOVE 'N' TO WS-Dist-Found.
           SET Dist-Idx TO 1.
           SEARCH Dist-Entry
               AT END CONTINUE
               WHEN (DT-From-Stop (Dist-Idx) = WS-Find-Stop
                     AND DT-To-Stop (Dist-Idx) = WS-Find-To-Stop)
                 OR (DT-From-Stop (Dist-Idx) = WS-Find-To-Stop
                     AND DT-To-Stop (Dist-Idx) = WS-Find-Stop)
                   MOVE 'Y' TO WS-Dist-Found
           END-SEARCH.

       1600-Find-Route.
           MOVE 'N' TO WS-Route-Found.
           SET Route-Idx TO 1.
           SEARCH Route-Entry
               AT END CONTINUE
               WHEN RTT-Route-ID (Route-Idx) = WS-Find-Route
                   MOVE 'Y' TO WS-Route-Found
           END-SEARCH.

       1650-Find-Vehicle.
           MOVE 'N' TO WS-Vehicle-Found.
           SET Veh-Idx TO 1.
           SEARCH Vehicle-Entry
               AT END CONTINUE
               WHEN VTT-Unit-Number (Veh-Idx) = WS-Find-Unit
                   MOVE 'Y' TO WS-Vehicle-Found
           END-SEARCH.

       1700-Edit-Clock-Time.
           IF WS-Clock-HH > 23 OR WS-Clock-MM > 59
               MOVE 'N' TO WS-Clock-Valid
           ELSE
               MOVE 'Y' TO WS-Clock-Valid
           END-IF.

       2000-Write-Register-Heading.
           EVALUATE TRUE
               WHEN TX-Is-Add
                   MOVE 'ADD'     TO RH-Action
               WHEN TX-Is-Change
                   MOVE 'CHANGE'  TO RH-Action
               WHEN OTHER
                   MOVE 'DELETE'  TO RH-Action
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TX-Is-Stop
                   MOVE 'STOP'     TO RH-Kind
               WHEN TX-Is-Distance
                   MOVE 'DISTANCE' TO RH-Kind
               WHEN TX-Is-Route
                   MOVE 'ROUTE'    TO RH-Kind
               WHEN OTHER
                   MOVE 'VEHICLE'  TO RH-Kind
           END-EVALUATE.
           MOVE TX-Key      TO RH-Key.
           MOVE TX-Operator TO RH-Operator.
           WRITE Register-Line FROM WS-Register-Heading.

      *> A deleted stop takes its distances with it.
       2100-Apply-Stop.
           EVALUATE TRUE
               WHEN TX-Is-Add
                   IF WS-Stop-Count >= 1000
                       MOVE 'STOPMAST' TO WS-Overflow-File
                       MOVE WS-Stop-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Stop-Count
                   SET Stop-Idx TO WS-Stop-Count
                   MOVE TX-Key      TO STT-Stop-ID (Stop-Idx)
                   MOVE TX-Address  TO STT-Address (Stop-Idx)
                   MOVE WS-New-Open  TO STT-Window-Open (Stop-Idx)
                   MOVE WS-New-Close TO STT-Window-Close (Stop-Idx)
                   MOVE TX-Service-Min TO STT-Service-Min (Stop-Idx)
                   MOVE TX-Route    TO STT-Route (Stop-Idx)
                   PERFORM 2150-Write-Stop-Detail
               WHEN TX-Is-Change
                   IF TX-Address NOT = SPACES
                       MOVE TX-Address TO STT-Address (Stop-Idx)
                   END-IF
                   MOVE WS-New-Open  TO STT-Window-Open (Stop-Idx)
                   MOVE WS-New-Close TO STT-Window-Close (Stop-Idx)
                   IF TX-Service-Text NOT = SPACES
                       MOVE TX-Service-Min
                           TO STT-Service-Min (Stop-Idx)
                   END-IF
                   IF TX-Route NOT = SPACES
                       MOVE TX-Route TO STT-Route (Stop-Idx)
                   END-IF
                   PERFORM 2150-Write-Stop-Detail
               WHEN OTHER
                   PERFORM 2150-Write-Stop-Detail
                   PERFORM VARYING WS-Shift-Sub FROM Stop-Idx BY 1
                           UNTIL WS-Shift-Sub >= WS-Stop-Count
                       MOVE Stop-Entry (WS-Shift-Sub + 1)
                           TO Stop-Entry (WS-Shift-Sub)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-Stop-Count
                   PERFORM 2120-Drop-Stop-Distances
           END-EVALUATE.

       2120-Drop-Stop-Distances.
           MOVE ZERO TO WS-Dropped-Count.
           SET Dist-Idx TO 1.
           PERFORM UNTIL Dist-Idx > WS-Dist-Count
               IF DT-From-Stop (Dist-Idx) = TX-Key
                    OR DT-To-Stop (Dist-Idx) = TX-Key
                   PERFORM 2250-Remove-Distance
                   ADD 1 TO WS-Dropped-Count
               ELSE
                   SET Dist-Idx UP BY 1
               END-IF
           END-PERFORM.
           IF WS-Dropped-Count > ZERO
               MOVE WS-Dropped-Count TO DR-Count
               WRITE Register-Line FROM WS-Register-Dropped
           END-IF.

       2150-Write-Stop-Detail.
           MOVE STT-Address (Stop-Idx)      TO RS-Address.
           MOVE STT-Window-Open (Stop-Idx)  TO RS-Window-Open.
           MOVE STT-Window-Close (Stop-Idx) TO RS-Window-Close.
           MOVE STT-Service-Min (Stop-Idx)  TO RS-Service-Min.
           MOVE STT-Route (Stop-Idx)        TO RS-Route.
           WRITE Register-Line FROM WS-Register-Stop.

       2200-Apply-Distance.
           EVALUATE TRUE
               WHEN TX-Is-Add
                   IF WS-Dist-Count >= 5000
                       MOVE 'STOPDIST' TO WS-Overflow-File
                       MOVE WS-Dist-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Dist-Count
                   SET Dist-Idx TO WS-Dist-Count
                   MOVE TX-Key      TO DT-From-Stop (Dist-Idx)
                   MOVE TX-To-Stop  TO DT-To-Stop (Dist-Idx)
                   MOVE TX-Distance TO DT-Distance (Dist-Idx)
               WHEN TX-Is-Change
                   MOVE TX-Distance TO DT-Distance (Dist-Idx)
           END-EVALUATE.
           MOVE TX-To-Stop           TO RD-To-Stop.
           MOVE DT-Distance (Dist-Idx) TO RD-Distance.
           WRITE Register-Line FROM WS-Register-Distance.
           IF TX-Is-Delete
               PERFORM 2250-Remove-Distance
           END-IF.

       2250-Remove-Distance.
           PERFORM VARYING WS-Shift-Sub FROM Dist-Idx BY 1
                   UNTIL WS-Shift-Sub >= WS-Dist-Count
               MOVE Dist-Entry (WS-Shift-Sub + 1)
                   TO Dist-Entry (WS-Shift-Sub)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Dist-Count.

       2300-Apply-Route.
           EVALUATE TRUE
               WHEN TX-Is-Add
                   IF WS-Route-Count >= 100
                       MOVE 'ROUTEMST' TO WS-Overflow-File
                       MOVE WS-Route-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Route-Count
                   SET Route-Idx TO WS-Route-Count
                   MOVE TX-Key (1:6)    TO RTT-Route-ID (Route-Idx)
                   MOVE TX-Depot-Stop   TO RTT-Depot-Stop (Route-Idx)
                   MOVE TX-Vehicle-Class
                       TO RTT-Vehicle-Class (Route-Idx)
                   MOVE TX-Dept         TO RTT-Dept (Route-Idx)
                   MOVE TX-Depart-Time  TO RTT-Depart-Time (Route-Idx)
                   MOVE TX-Speed        TO RTT-Speed (Route-Idx)
                   MOVE TX-Unit-Number  TO RTT-Unit-Number (Route-Idx)
                   MOVE TX-Driver-Text
                       TO RTT-Driver-Number (Route-Idx)
               WHEN TX-Is-Change
                   IF TX-Depot-Stop NOT = SPACES
                       MOVE TX-Depot-Stop
                           TO RTT-Depot-Stop (Route-Idx)
                   END-IF
                   IF TX-Vehicle-Class NOT = SPACES
                       MOVE TX-Vehicle-Class
                           TO RTT-Vehicle-Class (Route-Idx)
                   END-IF
                   IF TX-Dept NOT = SPACES
                       MOVE TX-Dept TO RTT-Dept (Route-Idx)
                   END-IF
                   IF TX-Depart-Text NOT = SPACES
                       MOVE TX-Depart-Time
                           TO RTT-Depart-Time (Route-Idx)
                   END-IF
                   IF TX-Speed-Text NOT = SPACES
                       MOVE TX-Speed TO RTT-Speed (Route-Idx)
                   END-IF
                   IF TX-Unit-Number NOT = SPACES
                       MOVE TX-Unit-Number
                           TO RTT-Unit-Number (Route-Idx)
                   END-IF
                   IF TX-Driver-Text NOT = SPACES
                       MOVE TX-Driver-Text
                           TO RTT-Driver-Number (Route-Idx)
                   END-IF
           END-EVALUATE.
           MOVE RTT-Depot-Stop (Route-Idx)    TO RR-Depot-Stop.
           MOVE RTT-Vehicle-Class (Route-Idx) TO RR-Vehicle-Class.
           MOVE RTT-Dept (Route-Idx)          TO RR-Dept.
           MOVE RTT-Depart-Time (Route-Idx)   TO RR-Depart-Time.
           MOVE RTT-Speed (Route-Idx)         TO RR-Speed.
           MOVE RTT-Unit-Number (Route-Idx)   TO RR-Unit-Number.
           WRITE Register-Line FROM WS-Register-Route.
           MOVE RTT-Driver-Number (Route-Idx) TO RR-Driver-Number.
           WRITE Register-Line FROM WS-Register-Route-Driver.
           IF TX-Is-Delete
               PERFORM VARYING WS-Shift-Sub FROM Route-Idx BY 1
                       UNTIL WS-Shift-Sub >= WS-Route-Count
                   MOVE Route-Entry (WS-Shift-Sub + 1)
                       TO Route-Entry (WS-Shift-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Route-Count
           END-IF.

      *> A new vehicle starts with its last service at the reading
      *> it came in on, dated today unless the card says otherwise.
       2400-Apply-Vehicle.
           EVALUATE TRUE
               WHEN TX-Is-Add
                   IF WS-Vehicle-Count >= 300
                       MOVE 'VEHMAST' TO WS-Overflow-File
                       MOVE WS-Vehicle-Count TO RLP-Count
                       PERFORM 0900-Refuse-Overflow
                   END-IF
                   ADD 1 TO WS-Vehicle-Count
                   SET Veh-Idx TO WS-Vehicle-Count
                   MOVE TX-Key (1:6)  TO VTT-Unit-Number (Veh-Idx)
                   MOVE TX-Unit-Class TO VTT-Vehicle-Class (Veh-Idx)
                   MOVE 'A'           TO VTT-Status (Veh-Idx)
                   MOVE ZERO          TO VTT-Odometer (Veh-Idx)
                   MOVE ZERO          TO VTT-Service-Dist (Veh-Idx)
                   MOVE ZERO          TO VTT-Service-Days (Veh-Idx)
                   MOVE WS-Today  TO VTT-Last-Service-Date (Veh-Idx)
                   MOVE ZERO          TO VTT-Econ-Low (Veh-Idx)
                   MOVE ZERO          TO VTT-Econ-High (Veh-Idx)
                   MOVE ZERO          TO VTT-Fuel-Dist (Veh-Idx)
                   PERFORM 2410-Apply-Vehicle-Fields
                   IF TX-Svc-Odom-Text = SPACES
                       MOVE VTT-Odometer (Veh-Idx)
                           TO VTT-Last-Service-Odom (Veh-Idx)
                   END-IF
               WHEN TX-Is-Change
                   IF TX-Unit-Class NOT = SPACES
                       MOVE TX-Unit-Class
                           TO VTT-Vehicle-Class (Veh-Idx)
                   END-IF
                   PERFORM 2410-Apply-Vehicle-Fields
                   IF TX-Svc-Date NOT = SPACES
                        AND TX-Svc-Odom-Text = SPACES
                       MOVE VTT-Odometer (Veh-Idx)
                           TO VTT-Last-Service-Odom (Veh-Idx)
                   END-IF
           END-EVALUATE.
           MOVE VTT-Vehicle-Class (Veh-Idx) TO RV-Vehicle-Class.
           MOVE VTT-Status (Veh-Idx)        TO RV-Status.
           MOVE VTT-Odometer (Veh-Idx)      TO RV-Odometer.
           MOVE VTT-Service-Dist (Veh-Idx)  TO RV-Service-Dist.
           MOVE VTT-Service-Days (Veh-Idx)  TO RV-Service-Days.
           MOVE VTT-Last-Service-Date (Veh-Idx)
               TO RV-Last-Service-Date.
           MOVE VTT-Econ-Low (Veh-Idx)      TO RV-Econ-Low.
           MOVE VTT-Econ-High (Veh-Idx)     TO RV-Econ-High.
           WRITE Register-Line FROM WS-Register-Vehicle.
           IF TX-Is-Delete
               PERFORM VARYING WS-Shift-Sub FROM Veh-Idx BY 1
                       UNTIL WS-Shift-Sub >= WS-Vehicle-Count
                   MOVE Vehicle-Entry (WS-Shift-Sub + 1)
                       TO Vehicle-Entry (WS-Shift-Sub)
               END-PERFORM
               SUBTRACT 1 FROM WS-Vehicle-Count
           END-IF.

       2410-Apply-Vehicle-Fields.
           IF TX-Unit-Status NOT = SPACE
               MOVE TX-Unit-Status TO VTT-Status (Veh-Idx)
           END-IF.
           IF TX-Odometer-Text NOT = SPACES
               MOVE TX-Odometer TO VTT-Odometer (Veh-Idx)
           END-IF.
           IF TX-Svc-Dist-Text NOT = SPACES
               MOVE TX-Svc-Dist TO VTT-Service-Dist (Veh-Idx)
           END-IF.
           IF TX-Svc-Days-Text NOT = SPACES
               MOVE TX-Svc-Days TO VTT-Service-Days (Veh-Idx)
           END-IF.
           IF TX-Svc-Date NOT = SPACES
               MOVE TX-Svc-Date TO VTT-Last-Service-Date (Veh-Idx)
           END-IF.
           IF TX-Svc-Odom-Text NOT = SPACES
               MOVE TX-Svc-Odom TO VTT-Last-Service-Odom (Veh-Idx)
           END-IF.
           IF TX-Econ-Low-Text NOT = SPACES
               MOVE TX-Econ-Low TO VTT-Econ-Low (Veh-Idx)
           END-IF.
           IF TX-Econ-High-Text NOT = SPACES
               MOVE TX-Econ-High TO VTT-Econ-High (Veh-Idx)
           END-IF.

       3000-Rewrite-Masters.
           OPEN OUTPUT Stop-File.
           OPEN OUTPUT Distance-File.
           OPEN OUTPUT Route-Master-File.
           OPEN OUTPUT Vehicle-File.
           IF WS-Stop-Status NOT = '00'
                OR WS-Distance-Status NOT = '00'
                OR WS-Route-Status NOT = '00'
                OR WS-Vehicle-Status NOT = '00'
               DISPLAY 'DELIVERY MASTER OPEN OUTPUT FAILED, STATUS='
                   WS-Stop-Status ' ' WS-Distance-Status ' '
                   WS-Route-Status ' ' WS-Vehicle-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM VARYING Stop-Idx FROM 1 BY 1
                   UNTIL Stop-Idx > WS-Stop-Count
               MOVE STT-Stop-ID (Stop-Idx)      TO ST-Stop-ID
               MOVE STT-Address (Stop-Idx)      TO ST-Address
               MOVE STT-Window-Open (Stop-Idx)  TO ST-Window-Open
               MOVE STT-Window-Close (Stop-Idx) TO ST-Window-Close
               MOVE STT-Service-Min (Stop-Idx)  TO ST-Service-Min
               MOVE STT-Route (Stop-Idx)        TO ST-Route
               WRITE Stop-Rec
           END-PERFORM.
           PERFORM VARYING Dist-Idx FROM 1 BY 1
                   UNTIL Dist-Idx > WS-Dist-Count
               MOVE DT-From-Stop (Dist-Idx) TO SD-From-Stop
               MOVE DT-To-Stop (Dist-Idx)   TO SD-To-Stop
               MOVE DT-Distance (Dist-Idx)  TO SD-Distance
               WRITE Distance-Rec
           END-PERFORM.
           PERFORM VARYING Route-Idx FROM 1 BY 1
                   UNTIL Route-Idx > WS-Route-Count
               MOVE RTT-Route-ID (Route-Idx)      TO RO-Route-ID
               MOVE RTT-Depot-Stop (Route-Idx)    TO RO-Depot-Stop
               MOVE RTT-Vehicle-Class (Route-Idx) TO RO-Vehicle-Class
               MOVE RTT-Dept (Route-Idx)          TO RO-Dept
               MOVE RTT-Depart-Time (Route-Idx)   TO RO-Depart-Time
               MOVE RTT-Speed (Route-Idx)         TO RO-Speed
               MOVE RTT-Unit-Number (Route-Idx)   TO RO-Unit-Number
               MOVE RTT-Driver-Number (Route-Idx) TO RO-Driver-Number
               WRITE Route-Master-Rec
           END-PERFORM.
           PERFORM VARYING Veh-Idx FROM 1 BY 1
                   UNTIL Veh-Idx > WS-Vehicle-Count
               MOVE VTT-Unit-Number (Veh-Idx)   TO VH-Unit-Number
               MOVE VTT-Vehicle-Class (Veh-Idx) TO VH-Vehicle-Class
               MOVE VTT-Status (Veh-Idx)        TO VH-Status
               MOVE VTT-Odometer (Veh-Idx)      TO VH-Odometer
               MOVE VTT-Service-Dist (Veh-Idx)  TO VH-Service-Dist
               MOVE VTT-Service-Days (Veh-Idx)  TO VH-Service-Days
               MOVE VTT-Last-Service-Date (Veh-Idx)
                   TO VH-Last-Service-Date
               MOVE VTT-Last-Service-Odom (Veh-Idx)
                   TO VH-Last-Service-Odom
               MOVE VTT-Econ-Low (Veh-Idx)      TO VH-Econ-Low
               MOVE VTT-Econ-High (Veh-Idx)     TO VH-Econ-High
               MOVE VTT-Fuel-Dist (Veh-Idx)     TO VH-Fuel-Dist
               WRITE Vehicle-Rec
           END-PERFORM.
           CLOSE Stop-File.
           CLOSE Distance-File.
           CLOSE Route-Master-File.
           CLOSE Vehicle-File.

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
