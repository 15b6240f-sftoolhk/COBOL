           SELECT Rollforward-File ASSIGN TO "ROUTROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rollforward-Status.
      *> Every decided stop, kept until the invoicing run takes it:
      *> a confirmed stop bills what the truck carried there, and a
      *> missed or refused one holds its lines until redelivered.
           SELECT Delivery-File ASSIGN TO "ROUTDLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Delivery-Status.
           SELECT Summary-Report ASSIGN TO "ROUTSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.
      *> The distance each truck actually drove rolls onto its
      *> odometer here, and every unit due or overdue for service
      *> is listed for the fleet shop.
      *> Each driver's confirmed stops and distance per route per
      *> day, appended run on run; driverPay pays from it and marks
      *> what it has paid.
           SELECT Driver-Activity-File ASSIGN TO "DRVACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Activity-Status.
           SELECT Vehicle-File ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Vehicle-Status.
           SELECT Service-Report ASSIGN TO "VEHSVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Service-Status.

       DATA DIVISION.
       FILE SECTION.
           05 RS-Vehicle-Class PIC X(2).
           05 RS-Dept         PIC X(4).
           05 RS-Weight       PIC 9(4)V9.
           05 RS-Unit-Number  PIC X(6).
           05 RS-Driver-Number PIC X(5).

       FD  Rate-File.
       01  Rate-Rec.
       FD  Rollforward-File.
       01  Rollforward-Rec    PIC X(64).

       FD  Delivery-File.
       01  Delivery-Rec.
           05 DV-Route-ID     PIC X(6).
           05 DV-To-Stop      PIC X(15).
           05 DV-Status       PIC X.
           05 DV-Date         PIC X(8).

       FD  Summary-Report.
       01  Summary-Line       PIC X(80).

       FD  Driver-Activity-File.
       01  Driver-Activity-Rec.
           05 DA-Driver-Number  PIC X(5).
           05 DA-Date           PIC X(8).
           05 DA-Route-ID       PIC X(6).
           05 DA-Unit-Number    PIC X(6).
           05 DA-Stops          PIC 9(4).
           05 DA-Distance       PIC 9(5)V9.
           05 DA-No-Dist-Legs   PIC 9(3).
           05 DA-Paid-Period    PIC X(3).

       FD  Vehicle-File.
       01  Vehicle-Rec.
           COPY VEHMAST.

       FD  Service-Report.
       01  Service-Line       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Confirm-Status    PIC XX.
       01  WS-Route-Status      PIC XX.
       01  WS-Exception-Status  PIC XX.
       01  WS-Rollforward-Status PIC XX.
       01  WS-Summary-Status    PIC XX.
       01  WS-Delivery-Status   PIC XX.
       01  WS-Vehicle-Status    PIC XX.
       01  WS-Activity-Status   PIC XX.
       01  WS-Crew-Count        PIC 9(3) VALUE ZERO.
       01  WS-Crew-Found        PIC X VALUE 'N'.
       01  WS-Service-Status    PIC XX.
       01  WS-Vehicle-Eof       PIC X VALUE 'N'.
       01  WS-Unit-Count        PIC 9(3) VALUE ZERO.
       01  WS-Unit-Found        PIC X VALUE 'N'.
       01  WS-Rolled-Count      PIC 9(3) VALUE ZERO.
       01  WS-Due-Count         PIC 9(3) VALUE ZERO.
       01  WS-Overdue-Count     PIC 9(3) VALUE ZERO.
      *> A unit is listed as due once it is within a tenth of its
      *> service distance or a week of its service date.
       01  WS-Due-Days-Lead     PIC 9(3) VALUE 7.
       01  WS-Next-Odom         PIC 9(7)V9.
       01  WS-Dist-Left         PIC S9(7)V9.
       01  WS-Dist-Lead         PIC 9(6)V9.
       01  WS-Vehicle-Count     PIC 9(3) VALUE ZERO.
       01  WS-Today-Numeric     PIC 9(8).
       01  WS-Today-Integer     PIC 9(7).
       01  WS-Due-Integer       PIC 9(7).
       01  WS-Days-Left         PIC S9(5).
       01  WS-Due-Date          PIC 9(8).
       01  WS-Service-Flag      PIC X(7).
       01  WS-Today             PIC X(8).
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Rate-Eof          PIC X VALUE 'N'.
       01  WS-Chart-Eof         PIC X VALUE 'N'.
              10 SG2-Class      PIC X(2).
              10 SG2-Dept       PIC X(4).
              10 SG2-Weight     PIC 9(4)V9.
              10 SG2-Unit       PIC X(6).
              10 SG2-Driver     PIC X(5).
              10 SG2-Disposed   PIC X.

       01  Route-Summary-Table.
              10 RA-Dist-Rate   PIC 9(3)V99.
              10 RA-Stop-Rate   PIC 9(3)V99.

      *> Distance driven today per truck, in first-appearance order.
       01  Unit-Table.
           05 Unit-Entry OCCURS 0 TO 50 TIMES
                  DEPENDING ON WS-Unit-Count
                  INDEXED BY Unit-Idx.
              10 UT-Unit-Number PIC X(6).
              10 UT-Route-ID    PIC X(6).
              10 UT-Distance    PIC 9(6)V9.
              10 UT-Rolled      PIC X.

      *> Confirmed work per route and driver for the day. A leg the
      *> route build had no distance for still pays its stop, but
      *> not the 9999.9, and is counted so payroll can see it.
       01  Crew-Table.
           05 Crew-Entry OCCURS 0 TO 50 TIMES
                  DEPENDING ON WS-Crew-Count
                  INDEXED BY Crew-Idx.
              10 CR-Route-ID    PIC X(6).
              10 CR-Driver      PIC X(5).
              10 CR-Unit        PIC X(6).
              10 CR-Stops       PIC 9(4).
              10 CR-Distance    PIC 9(5)V9.
              10 CR-No-Dist     PIC 9(3).

      *> The vehicle master in storage while the day's distance is
      *> rolled on, each record held as read.
       01  Vehicle-Table.
           05 Vehicle-Image OCCURS 300 TIMES
                  INDEXED BY Veh-Idx    PIC X(57).

       01  WS-Service-Heading.
           05 FILLER          PIC X(31)
                  VALUE 'VEHICLES DUE FOR SERVICE AS OF '.
           05 SH-Today        PIC X(8).
       01  WS-Service-Columns.
           05 FILLER          PIC X(40)
                  VALUE 'UNIT   CL S  ODOMETER   NEXT AT    LEFT '.
           05 FILLER          PIC X(20)
                  VALUE ' NEXT DATE DAYS FLAG'.
       01  WS-Service-Detail.
           05 SV-Unit-Number  PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Class        PIC X(2).
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Status       PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Odometer     PIC Z(6)9.9.
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Next-Odom    PIC Z(6)9.9.
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Dist-Left    PIC -(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SV-Due-Date     PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Days-Left    PIC -(4)9.
           05 FILLER          PIC X VALUE SPACE.
           05 SV-Flag         PIC X(7).
       01  WS-Service-Totals.
           05 FILLER          PIC X(5) VALUE 'DUE '.
           05 ST-Due          PIC ZZ9.
           05 FILLER          PIC X(10) VALUE '  OVERDUE '.
           05 ST-Overdue      PIC ZZ9.
           05 FILLER          PIC X(18) VALUE '  ODOMETERS ROLLED'.
           05 ST-Rolled       PIC ZZZ9.

       01  Chart-Table.
           05 Chart-Entry OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-Chart-Count
       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Load-Dispatched-Routes.
           PERFORM 0200-Load-Rate-Table.
           PERFORM 0300-Load-Chart-Of-Accounts.
           OPEN OUTPUT Exception-File.
           OPEN OUTPUT Rollforward-File.
           OPEN EXTEND Chargeback-File.
           OPEN EXTEND Delivery-File.
           IF WS-Delivery-Status = '35'
               OPEN OUTPUT Delivery-File
           END-IF.
           IF WS-Delivery-Status NOT = '00'
               DISPLAY 'ROUTDLV OPEN FAILED, STATUS='
                   WS-Delivery-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 1000-Post-Confirmations.
           PERFORM 4000-Roll-Odometers.
           PERFORM 4500-Write-Driver-Activity.
           CLOSE Exception-File.
           CLOSE Rollforward-File.
           CLOSE Chargeback-File.
           CLOSE Delivery-File.
           PERFORM 3000-Write-Completion-Summary.
           DISPLAY 'STOPS CONFIRMED: ' WS-Confirmed-Count
               ' MISSED/REFUSED: ' WS-Missed-Count
               MOVE RS-Vehicle-Class
                   TO SG2-Class (WS-Segment-Count)
               MOVE RS-Dept      TO SG2-Dept (WS-Segment-Count)
               MOVE RS-Unit-Number TO SG2-Unit (WS-Segment-Count)
               MOVE RS-Driver-Number
                   TO SG2-Driver (WS-Segment-Count)
               IF RS-Weight NUMERIC
                   MOVE RS-Weight TO SG2-Weight (WS-Segment-Count)
               ELSE
           ELSE
               MOVE 'Y' TO SG2-Disposed (Seg-Idx)
               PERFORM 1150-Find-Route-Summary
               IF CF-Is-Confirmed OR CF-Is-Missed OR CF-Is-Refused
                   MOVE CF-Route-ID TO DV-Route-ID
                   MOVE CF-To-Stop  TO DV-To-Stop
                   MOVE CF-Status   TO DV-Status
                   MOVE WS-Today    TO DV-Date
                   WRITE Delivery-Rec
               END-IF
               EVALUATE TRUE
                   WHEN CF-Is-Confirmed
                       ADD 1 TO WS-Confirmed-Count
                       ELSE
                           PERFORM 1160-Note-Untracked-Route
                       END-IF
                       PERFORM 1400-Add-Unit-Distance
                       PERFORM 1450-Add-Driver-Activity
                   WHEN CF-Is-Missed
                   WHEN CF-Is-Refused
                       ADD 1 TO WS-Missed-Count
                           PERFORM 1160-Note-Untracked-Route
                       END-IF
                       PERFORM 1200-Handle-Failed-Stop
                       IF CF-Is-Refused
                           PERFORM 1400-Add-Unit-Distance
                       END-IF
                   WHEN OTHER
                       MOVE CF-Route-ID TO EX-Route-ID
                       MOVE CF-To-Stop  TO EX-To-Stop
           MOVE SG2-Dept (Seg-Idx)  TO Rollforward-Rec (44:4).
           MOVE SG2-Weight (Seg-Idx) TO WS-Weight-Digits.
           MOVE WS-Weight-Chars TO Rollforward-Rec (48:5).
           MOVE SG2-Unit (Seg-Idx) TO Rollforward-Rec (53:6).
           MOVE SG2-Driver (Seg-Idx) TO Rollforward-Rec (59:5).
           WRITE Rollforward-Rec.
           PERFORM 1300-Reverse-Chargeback-Share.

                   SG2-To-Stop (Seg-Idx)
           END-IF.

      *> The truck drove the leg to every stop it confirmed or had
      *> refused at the door; a missed stop was never reached. A leg
      *> the route build could find no distance for carries 9999.9
      *> and is not a real distance, so it stays off the odometer.
       1400-Add-Unit-Distance.
           IF SG2-Unit (Seg-Idx) NOT = SPACES
                AND SG2-Distance (Seg-Idx) < 9999.9
               MOVE 'N' TO WS-Unit-Found
               SET Unit-Idx TO 1
               SEARCH Unit-Entry
                   AT END CONTINUE
                   WHEN UT-Unit-Number (Unit-Idx) = SG2-Unit (Seg-Idx)
                       MOVE 'Y' TO WS-Unit-Found
               END-SEARCH
               IF WS-Unit-Found = 'N' AND WS-Unit-Count < 50
                   ADD 1 TO WS-Unit-Count
                   SET Unit-Idx TO WS-Unit-Count
                   MOVE SG2-Unit (Seg-Idx) TO UT-Unit-Number (Unit-Idx)
                   MOVE SG2-Route-ID (Seg-Idx) TO UT-Route-ID (Unit-Idx)
                   MOVE ZERO TO UT-Distance (Unit-Idx)
                   MOVE 'N' TO UT-Rolled (Unit-Idx)
                   MOVE 'Y' TO WS-Unit-Found
               END-IF
               IF WS-Unit-Found = 'Y'
                   ADD SG2-Distance (Seg-Idx) TO UT-Distance (Unit-Idx)
               ELSE
                   DISPLAY 'UNIT ' SG2-Unit (Seg-Idx)
                       ' BEYOND UNIT TABLE - DISTANCE NOT ROLLED'
               END-IF
           END-IF.

      *> Only a confirmed stop pays its driver; a missed or refused
      *> stop pays nothing, though the truck's distance still rolls.
       1450-Add-Driver-Activity.
           MOVE 'N' TO WS-Crew-Found.
           SET Crew-Idx TO 1.
           SEARCH Crew-Entry
               AT END CONTINUE
               WHEN CR-Route-ID (Crew-Idx) = SG2-Route-ID (Seg-Idx)
                    AND CR-Driver (Crew-Idx) = SG2-Driver (Seg-Idx)
                   MOVE 'Y' TO WS-Crew-Found
           END-SEARCH.
           IF WS-Crew-Found = 'N' AND WS-Crew-Count < 50
               ADD 1 TO WS-Crew-Count
               SET Crew-Idx TO WS-Crew-Count
               MOVE SG2-Route-ID (Seg-Idx) TO CR-Route-ID (Crew-Idx)
               MOVE SG2-Driver (Seg-Idx)   TO CR-Driver (Crew-Idx)
               MOVE SG2-Unit (Seg-Idx)     TO CR-Unit (Crew-Idx)
               MOVE ZERO TO CR-Stops (Crew-Idx)
               MOVE ZERO TO CR-Distance (Crew-Idx)
               MOVE ZERO TO CR-No-Dist (Crew-Idx)
               MOVE 'Y' TO WS-Crew-Found
           END-IF.
           IF WS-Crew-Found = 'Y'
               ADD 1 TO CR-Stops (Crew-Idx)
               IF SG2-Distance (Seg-Idx) < 9999.9
                   ADD SG2-Distance (Seg-Idx)
                       TO CR-Distance (Crew-Idx)
               ELSE
                   ADD 1 TO CR-No-Dist (Crew-Idx)
               END-IF
           ELSE
               MOVE CF-Route-ID TO EX-Route-ID
               MOVE CF-To-Stop  TO EX-To-Stop
               MOVE CF-Status   TO EX-Status
               MOVE 'DRIVER TABLE FULL' TO EX-Reason
               WRITE Exception-Rec
           END-IF.

       3000-Write-Completion-Summary.
           OPEN OUTPUT Summary-Report.
           IF WS-Summary-Status NOT = '00'
               CLOSE Summary-Report
           END-IF.

      *> The vehicle master is read whole, the day's distance added
      *> to each truck's odometer and to its distance awaiting fuel
      *> reconciliation, and the master written back. A unit the
      *> routes named that is not on the master goes to the
      *> exception file. A master too big to hold is left as it
      *> stands rather than written back short.
       4000-Roll-Odometers.
           OPEN INPUT Vehicle-File.
           IF WS-Vehicle-Status NOT = '00'
               DISPLAY 'VEHMAST OPEN FAILED, STATUS='
                   WS-Vehicle-Status ' - ODOMETERS NOT ROLLED'
           ELSE
               PERFORM 4100-Load-Vehicles
               IF WS-Vehicle-Eof = 'Y'
                   PERFORM 4150-Rewrite-Vehicles
                   PERFORM 4400-Note-Unknown-Units
               ELSE
                   DISPLAY 'VEHMAST EXCEEDS ' WS-Vehicle-Count
                       ' UNITS - ODOMETERS NOT ROLLED'
                   MOVE 'W' TO RLP-Severity
                   MOVE 'VEHMAST OVERFLOWS TABLE - NOT ROLLED'
                       TO RLP-Message
                   MOVE WS-Vehicle-Count TO RLP-Count
                   MOVE ZERO TO RLP-Return-Code
                   CALL 'runLog' USING Run-Log-Parms
               END-IF
           END-IF.

       4100-Load-Vehicles.
           MOVE 'N' TO WS-Vehicle-Eof.
           READ Vehicle-File
               AT END MOVE 'Y' TO WS-Vehicle-Eof
           END-READ.
           PERFORM UNTIL WS-Vehicle-Eof = 'Y'
                   OR WS-Vehicle-Count >= 300
               ADD 1 TO WS-Vehicle-Count
               MOVE Vehicle-Rec TO Vehicle-Image (WS-Vehicle-Count)
               READ Vehicle-File
                   AT END MOVE 'Y' TO WS-Vehicle-Eof
               END-READ
           END-PERFORM.
           CLOSE Vehicle-File.

       4150-Rewrite-Vehicles.
           OPEN OUTPUT Vehicle-File.
           OPEN OUTPUT Service-Report.
           MOVE WS-Today TO SH-Today.
           WRITE Service-Line FROM WS-Service-Heading.
           WRITE Service-Line FROM WS-Service-Columns.
           MOVE WS-Today TO WS-Today-Numeric.
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Today-Numeric).
           PERFORM VARYING Veh-Idx FROM 1 BY 1
                   UNTIL Veh-Idx > WS-Vehicle-Count
               MOVE Vehicle-Image (Veh-Idx) TO Vehicle-Rec
               PERFORM 4200-Roll-One-Vehicle
               WRITE Vehicle-Rec
               PERFORM 4300-Check-Service
           END-PERFORM.
           MOVE WS-Due-Count     TO ST-Due.
           MOVE WS-Overdue-Count TO ST-Overdue.
           MOVE WS-Rolled-Count  TO ST-Rolled.
           WRITE Service-Line FROM WS-Service-Totals.
           CLOSE Vehicle-File.
           CLOSE Service-Report.
           IF WS-Due-Count + WS-Overdue-Count > ZERO
               DISPLAY 'VEHICLES DUE: ' WS-Due-Count
                   ' OVERDUE: ' WS-Overdue-Count
               MOVE 'W' TO RLP-Severity
               MOVE 'VEHICLES DUE OR OVERDUE FOR SERVICE'
                   TO RLP-Message
               COMPUTE RLP-Count = WS-Due-Count + WS-Overdue-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.

       4200-Roll-One-Vehicle.
           SET Unit-Idx TO 1.
           SEARCH Unit-Entry
               AT END CONTINUE
               WHEN UT-Unit-Number (Unit-Idx) = VH-Unit-Number
                   ADD UT-Distance (Unit-Idx) TO VH-Odometer
                   ADD UT-Distance (Unit-Idx) TO VH-Fuel-Dist
                   MOVE 'Y' TO UT-Rolled (Unit-Idx)
                   ADD 1 TO WS-Rolled-Count
           END-SEARCH.

      *> Service falls due by distance or by days since the last
      *> service, whichever comes first; an interval of zero is not
      *> tested. Units out of service are listed too, so the shop
      *> sees everything it has waiting.
       4300-Check-Service.
           MOVE SPACES TO WS-Service-Flag.
           MOVE ZERO TO WS-Next-Odom.
           MOVE ZERO TO WS-Dist-Left.
           MOVE ZERO TO WS-Days-Left.
           MOVE SPACES TO SV-Due-Date.
           IF VH-Service-Dist > ZERO
               COMPUTE WS-Next-Odom =
                   VH-Last-Service-Odom + VH-Service-Dist
               COMPUTE WS-Dist-Left = WS-Next-Odom - VH-Odometer
               COMPUTE WS-Dist-Lead = VH-Service-Dist / 10
               EVALUATE TRUE
                   WHEN WS-Dist-Left < ZERO
                       MOVE 'OVERDUE' TO WS-Service-Flag
                   WHEN WS-Dist-Left <= WS-Dist-Lead
                       MOVE 'DUE' TO WS-Service-Flag
               END-EVALUATE
           END-IF.
           IF VH-Service-Days > ZERO
                AND VH-Last-Service-Date NUMERIC
               MOVE VH-Last-Service-Date TO WS-Due-Date
               COMPUTE WS-Due-Integer =
                   FUNCTION INTEGER-OF-DATE (WS-Due-Date)
                   + VH-Service-Days
               COMPUTE WS-Days-Left = WS-Due-Integer - WS-Today-Integer
               COMPUTE WS-Due-Date =
                   FUNCTION DATE-OF-INTEGER (WS-Due-Integer)
               MOVE WS-Due-Date TO SV-Due-Date
               EVALUATE TRUE
                   WHEN WS-Days-Left < ZERO
                       MOVE 'OVERDUE' TO WS-Service-Flag
                   WHEN WS-Days-Left <= WS-Due-Days-Lead
                        AND WS-Service-Flag = SPACES
                       MOVE 'DUE' TO WS-Service-Flag
               END-EVALUATE
           END-IF.
           IF WS-Service-Flag NOT = SPACES
               IF WS-Service-Flag = 'OVERDUE'
                   ADD 1 TO WS-Overdue-Count
               ELSE
                   ADD 1 TO WS-Due-Count
               END-IF
               MOVE VH-Unit-Number   TO SV-Unit-Number
               MOVE VH-Vehicle-Class TO SV-Class
               MOVE VH-Status        TO SV-Status
               MOVE VH-Odometer      TO SV-Odometer
               MOVE WS-Next-Odom     TO SV-Next-Odom
               MOVE WS-Dist-Left     TO SV-Dist-Left
               MOVE WS-Days-Left     TO SV-Days-Left
               MOVE WS-Service-Flag  TO SV-Flag
               WRITE Service-Line FROM WS-Service-Detail
           END-IF.

       4400-Note-Unknown-Units.
           PERFORM VARYING Unit-Idx FROM 1 BY 1
                   UNTIL Unit-Idx > WS-Unit-Count
               IF UT-Rolled (Unit-Idx) = 'N'
                   MOVE UT-Route-ID (Unit-Idx) TO EX-Route-ID
                   MOVE SPACES TO EX-To-Stop
                   MOVE SPACE  TO EX-Status
                   MOVE 'VEHICLE NOT ON FILE' TO EX-Reason
                   WRITE Exception-Rec
                   DISPLAY 'UNIT ' UT-Unit-Number (Unit-Idx)
                       ' NOT ON VEHMAST - DISTANCE NOT ROLLED'
               END-IF
           END-PERFORM.

      *> A route that ran without a driver still writes its line,
      *> blank driver and all, so driverPay can list what went
      *> unpaid instead of it vanishing here.
       4500-Write-Driver-Activity.
           IF WS-Crew-Count > ZERO
               OPEN EXTEND Driver-Activity-File
               IF WS-Activity-Status = '35'
                   OPEN OUTPUT Driver-Activity-File
               END-IF
               IF WS-Activity-Status NOT = '00'
                   DISPLAY 'DRVACT OPEN FAILED, STATUS='
                       WS-Activity-Status
                   MOVE 31 TO RETURN-CODE
               ELSE
                   PERFORM VARYING Crew-Idx FROM 1 BY 1
                           UNTIL Crew-Idx > WS-Crew-Count
                       MOVE CR-Driver (Crew-Idx)   TO DA-Driver-Number
                       MOVE WS-Today               TO DA-Date
                       MOVE CR-Route-ID (Crew-Idx) TO DA-Route-ID
                       MOVE CR-Unit (Crew-Idx)     TO DA-Unit-Number
                       MOVE CR-Stops (Crew-Idx)    TO DA-Stops
                       MOVE CR-Distance (Crew-Idx) TO DA-Distance
                       MOVE CR-No-Dist (Crew-Idx)  TO DA-No-Dist-Legs
                       MOVE SPACES                 TO DA-Paid-Period
                       WRITE Driver-Activity-Rec
                   END-PERFORM
                   CLOSE Driver-Activity-File
                   DISPLAY 'DRIVER ACTIVITY LINES WRITTEN: '
                       WS-Crew-Count
               END-IF
           END-IF.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
