       IDENTIFICATION DIVISION.
       PROGRAM-ID. driverPay.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Each driver's confirmed stops and distance per route per
      *> day, as routeConfirm appends them. A line is marked with
      *> the pay period that paid it, so a later run never pays it
      *> again; lines paid in an earlier period are on that
      *> period's register and drop off when the file is rewritten.
           SELECT Driver-Activity-File ASSIGN TO "DRVACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Activity-Status.
      *> The employee master each driver is proven against.
           SELECT Employee-File ASSIGN TO "EMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Employee-Status.
           SELECT Calendar-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
      *> Optional parameter card overriding the incentive rates
      *> below without a recompile, same pattern as payTimeEdit's
      *> PAYTCPRM.
           SELECT Param-Card-File ASSIGN TO "DRVPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> Driver incentive earnings for the period, one record per
      *> driver and a control trailer, read by addValues as extra
      *> taxable pay.
           SELECT Driver-Pay-File ASSIGN TO "PAYDRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Driver-Pay-Status.
      *> Printed register of what each driver earned and what could
      *> not be paid; its totals tie to the feed's trailer.
           SELECT Register-File ASSIGN TO "PAYDRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Driver-Activity-File.
       01  Driver-Activity-Rec.
           05 DA-Driver-Text    PIC X(5).
           05 DA-Driver-Number REDEFINES DA-Driver-Text
                                PIC 9(5).
           05 DA-Date           PIC X(8).
           05 DA-Route-ID       PIC X(6).
           05 DA-Unit-Number    PIC X(6).
           05 DA-Stops          PIC 9(4).
           05 DA-Distance       PIC 9(5)V9.
           05 DA-No-Dist-Legs   PIC 9(3).
           05 DA-Paid-Period    PIC X(3).

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

       FD  Calendar-File.
       01  Calendar-Rec.
           05 CAL-Period-Number PIC 9(3).
           05 CAL-Begin-Date    PIC X(8).
           05 CAL-End-Date      PIC X(8).
           05 CAL-Pay-Date      PIC X(8).
           05 CAL-Status        PIC X.

       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 PC-Dist-Rate      PIC 9V999.
           05 PC-Stop-Rate      PIC 9(2)V99.

       FD  Driver-Pay-File.
       01  Driver-Pay-Rec.
           05 DP-Emp-Number     PIC 9(5).
           05 DP-Period         PIC 9(3).
           05 DP-Distance       PIC 9(6)V9.
           05 DP-Stops          PIC 9(5).
           05 DP-Amount         PIC 9(5)V99.
       01  Driver-Pay-Trailer.
           COPY TRAILER.

       FD  Register-File.
       01  Register-Line        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Activity-Status   PIC XX.
       01  WS-Employee-Status   PIC XX.
       01  WS-Calendar-Status   PIC XX.
       01  WS-Param-Status      PIC XX.
       01  WS-Driver-Pay-Status PIC XX.
       01  WS-Register-Status   PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Calendar-Eof      PIC X VALUE 'N'.
       01  WS-Period-Found      PIC X VALUE 'N'.
       01  WS-Emp-Found         PIC X VALUE 'N'.
       01  WS-Driver-Found      PIC X VALUE 'N'.
       01  WS-Period-Number     PIC 9(3) VALUE ZERO.
       01  WS-Period-Text REDEFINES WS-Period-Number
                                PIC X(3).
       01  WS-Period-Status     PIC X.
       01  WS-Period-Begin      PIC X(8).
       01  WS-Period-End        PIC X(8).
       01  WS-Today             PIC X(8).
       01  WS-Reason            PIC X(25).
       01  WS-Emp-Count         PIC 9(3) VALUE ZERO.
       01  WS-Activity-Count    PIC 9(4) VALUE ZERO.
       01  WS-Driver-Count      PIC 9(3) VALUE ZERO.
       01  WS-Paid-Line-Count   PIC 9(5) VALUE ZERO.
       01  WS-Unpaid-Count      PIC 9(5) VALUE ZERO.
       01  WS-Dropped-Count     PIC 9(5) VALUE ZERO.
       01  WS-Dist-Pay          PIC 9(5)V99.
       01  WS-Stop-Pay          PIC 9(5)V99.
       01  WS-Total-Stops       PIC 9(7) VALUE ZERO.
       01  WS-Total-Distance    PIC 9(8)V9 VALUE ZERO.
       01  WS-Total-Dist-Pay    PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Stop-Pay    PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Pay         PIC 9(9)V99 VALUE ZERO.
       01  WS-Trailer-Count     PIC 9(7) VALUE ZERO.
       01  WS-Trailer-Hash      PIC 9(11)V99 VALUE ZERO.

      *> Incentive rates on top of base pay: so much per unit of
      *> confirmed distance and so much per confirmed stop.
       01  WS-Dist-Rate         PIC 9V999 VALUE 0.350.
       01  WS-Stop-Rate         PIC 9(2)V99 VALUE 2.50.

      *> Employee master loaded once; every driver searches it.
       01  Employee-Table.
           05 Employee-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Emp-Count
                  INDEXED BY Emp-Idx.
              10 ET-Number      PIC 9(5).
              10 ET-Name        PIC X(20).
              10 ET-Term-Date   PIC X(8).

      *> The activity file in storage, each line held as read; the
      *> file is written back whole once the feed is out.
       01  Activity-Table.
           05 Activity-Entry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WS-Activity-Count
                  INDEXED BY Act-Idx.
              10 AT-Image       PIC X(41).
              10 AT-Dropped     PIC X.

      *> One entry per driver paid this period, in first-appearance
      *> order.
       01  Driver-Table.
           05 Driver-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Driver-Count
                  INDEXED BY Drv-Idx.
              10 DT-Emp-Number  PIC 9(5).
              10 DT-Name        PIC X(20).
              10 DT-Lines       PIC 9(4).
              10 DT-Stops       PIC 9(5).
              10 DT-Distance    PIC 9(6)V9.
              10 DT-No-Dist     PIC 9(3).

       01  WS-Register-Heading.
           05 FILLER            PIC X(28)
                  VALUE 'DRIVER INCENTIVE PAY PERIOD '.
           05 RH-Period         PIC ZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RH-Begin          PIC X(8).
           05 FILLER            PIC X(3) VALUE ' - '.
           05 RH-End            PIC X(8).
       01  WS-Rate-Line.
           05 FILLER            PIC X(18) VALUE 'RATE PER DISTANCE '.
           05 RR-Dist-Rate      PIC 9.999.
           05 FILLER            PIC X(15) VALUE '  RATE PER STOP'.
           05 FILLER            PIC X VALUE SPACE.
           05 RR-Stop-Rate      PIC Z9.99.
       01  WS-Column-Heading.
           05 FILLER            PIC X(40)
                  VALUE 'EMP   NAME                 RTES STOPS DI'.
           05 FILLER            PIC X(40)
                  VALUE 'STANCE NODST  DIST PAY STOP PAY    TOTAL'.
       01  WS-Register-Detail.
           05 RD-Emp-Number     PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Name           PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Lines          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Stops          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Distance       PIC Z(5)9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-No-Dist        PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Dist-Pay       PIC Z(5)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Stop-Pay       PIC Z(4)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-Total          PIC Z(4)9.99.
       01  WS-Register-Total.
           05 FILLER            PIC X(27) VALUE 'TOTAL'.
           05 RT-Drivers        PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-Stops          PIC Z(4)9.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-Distance       PIC Z(5)9.9.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 RT-Dist-Pay       PIC Z(6)9.99.
           05 RT-Stop-Pay       PIC Z(5)9.99.
           05 RT-Total          PIC Z(5)9.99.
       01  WS-Feed-Control-Line.
           05 FILLER            PIC X(21)
                  VALUE 'PAYDRVR FEED RECORDS '.
           05 FC-Count          PIC Z(6)9.
           05 FILLER            PIC X(13) VALUE '  FEED TOTAL '.
           05 FC-Hash           PIC Z(10)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 FC-Ties           PIC X(14).
       01  WS-Unpaid-Heading.
           05 FILLER            PIC X(40)
                  VALUE 'CONFIRMED WORK NOT PAID'.
       01  WS-Unpaid-Detail.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 UD-Date           PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 UD-Route-ID       PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 UD-Driver         PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 UD-Stops          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 UD-Distance       PIC Z(4)9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 UD-Reason         PIC X(25).
       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'DRIVERPAY'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'DRIVERPAY'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0010-Find-Pay-Period.
           PERFORM 0020-Load-Employees.
           PERFORM 0050-Apply-Param-Card-Overrides.
           PERFORM 0100-Load-Activity.
           OPEN OUTPUT Driver-Pay-File.
           IF WS-Driver-Pay-Status NOT = '00'
               DISPLAY 'PAYDRVR OPEN FAILED, STATUS='
                   WS-Driver-Pay-Status
               MOVE 31 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN OUTPUT Register-File.
           IF WS-Register-Status NOT = '00'
               DISPLAY 'PAYDRREG OPEN FAILED, STATUS='
                   WS-Register-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Period-Number TO RH-Period.
           MOVE WS-Period-Begin  TO RH-Begin.
           MOVE WS-Period-End    TO RH-End.
           WRITE Register-Line FROM WS-Register-Heading.
           MOVE WS-Dist-Rate TO RR-Dist-Rate.
           MOVE WS-Stop-Rate TO RR-Stop-Rate.
           WRITE Register-Line FROM WS-Rate-Line.
           PERFORM VARYING Act-Idx FROM 1 BY 1
                   UNTIL Act-Idx > WS-Activity-Count
               PERFORM 1000-Sort-Activity-Line
           END-PERFORM.
           WRITE Register-Line FROM WS-Blank-Line.
           WRITE Register-Line FROM WS-Column-Heading.
           PERFORM VARYING Drv-Idx FROM 1 BY 1
                   UNTIL Drv-Idx > WS-Driver-Count
               PERFORM 2000-Pay-Driver
           END-PERFORM.
           MOVE '*TRL'           TO TR-Mark.
           MOVE WS-Trailer-Count TO TR-Record-Count.
           MOVE WS-Trailer-Hash  TO TR-Hash-Total.
           WRITE Driver-Pay-Trailer.
           CLOSE Driver-Pay-File.
           MOVE WS-Driver-Count   TO RT-Drivers.
           MOVE WS-Total-Stops    TO RT-Stops.
           MOVE WS-Total-Distance TO RT-Distance.
           MOVE WS-Total-Dist-Pay TO RT-Dist-Pay.
           MOVE WS-Total-Stop-Pay TO RT-Stop-Pay.
           MOVE WS-Total-Pay      TO RT-Total.
           WRITE Register-Line FROM WS-Blank-Line.
           WRITE Register-Line FROM WS-Register-Total.
           MOVE WS-Trailer-Count TO FC-Count.
           MOVE WS-Trailer-Hash  TO FC-Hash.
           IF WS-Trailer-Count = WS-Driver-Count
                AND WS-Trailer-Hash = WS-Total-Pay
               MOVE 'TIES TO TOTAL' TO FC-Ties
           ELSE
               MOVE 'DOES NOT TIE' TO FC-Ties
               MOVE 97 TO RETURN-CODE
           END-IF.
           WRITE Register-Line FROM WS-Feed-Control-Line.
           CLOSE Register-File.
           PERFORM 3000-Rewrite-Activity.
           IF WS-Unpaid-Count > ZERO
               MOVE 'W' TO RLP-Severity
               MOVE 'CONFIRMED DRIVER WORK NOT PAID' TO RLP-Message
               MOVE WS-Unpaid-Count TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           DISPLAY 'DRIVERS PAID: ' WS-Driver-Count
               ' TOTAL: ' WS-Total-Pay
               ' LINES PAID: ' WS-Paid-Line-Count
               ' NOT PAID: ' WS-Unpaid-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> Drivers are paid in the period today falls in, the same
      *> calendar lookup addValues posts by; a closed period takes
      *> no more pay.
       0010-Find-Pay-Period.
           OPEN INPUT Calendar-File.
           IF WS-Calendar-Status NOT = '00'
               DISPLAY 'PAYCAL OPEN FAILED, STATUS='
                   WS-Calendar-Status
               MOVE 93 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           READ Calendar-File
               AT END MOVE 'Y' TO WS-Calendar-Eof
           END-READ.
           PERFORM UNTIL WS-Calendar-Eof = 'Y'
               IF WS-Today NOT < CAL-Begin-Date
                    AND WS-Today NOT > CAL-End-Date
                   MOVE CAL-Period-Number TO WS-Period-Number
                   MOVE CAL-Status        TO WS-Period-Status
                   MOVE CAL-Begin-Date    TO WS-Period-Begin
                   MOVE CAL-End-Date      TO WS-Period-End
                   MOVE 'Y' TO WS-Period-Found
               END-IF
               READ Calendar-File
                   AT END MOVE 'Y' TO WS-Calendar-Eof
               END-READ
           END-PERFORM.
           CLOSE Calendar-File.
           IF WS-Period-Found = 'N'
               DISPLAY 'NO PAY PERIOD ON CALENDAR FOR ' WS-Today
                   ' - RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'NO OPEN PAY PERIOD FOR TODAY' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 93 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 93 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           IF WS-Period-Status = 'C'
               DISPLAY 'PAY PERIOD ' WS-Period-Number
                   ' IS CLOSED - REOPEN REQUIRED, RUN REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'PAY PERIOD CLOSED' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 94 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 94 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           DISPLAY 'PAYING DRIVERS FOR PAY PERIOD ' WS-Period-Number.

       0020-Load-Employees.
           OPEN INPUT Employee-File.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMPFILE OPEN FAILED, STATUS=' WS-Employee-Status
               MOVE 21 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Employee-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF Emp-Record (1:4) = '*TRL'
                   CONTINUE
               ELSE
                   IF WS-Emp-Count < 500
                       ADD 1 TO WS-Emp-Count
                       MOVE Emp-Number    TO ET-Number (WS-Emp-Count)
                       MOVE Emp-Name      TO ET-Name (WS-Emp-Count)
                       MOVE Emp-Term-Date TO ET-Term-Date (WS-Emp-Count)
                   ELSE
                       DISPLAY 'EMPLOYEE TABLE FULL, NOT LOADED: '
                           Emp-Number
                   END-IF
               END-IF
               READ Employee-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Employee-File.

       0050-Apply-Param-Card-Overrides.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   NOT AT END
                       IF PC-Dist-Rate NUMERIC AND PC-Stop-Rate NUMERIC
                           MOVE PC-Dist-Rate TO WS-Dist-Rate
                           MOVE PC-Stop-Rate TO WS-Stop-Rate
                           DISPLAY 'PARAMETER OVERRIDE: DIST RATE='
                               WS-Dist-Rate ' STOP RATE=' WS-Stop-Rate
                       ELSE
                           DISPLAY 'DRVPPARM RATES NOT NUMERIC - '
                               'STANDARD RATES USED'
                       END-IF
               END-READ
               CLOSE Param-Card-File
           END-IF.

      *> The activity file is rewritten in full at the end, so one
      *> too big to hold would lose unpaid work; the run is refused
      *> instead. No file at all means no deliveries confirmed yet.
       0100-Load-Activity.
           OPEN INPUT Driver-Activity-File.
           IF WS-Activity-Status = '00'
               MOVE 'N' TO WS-Eof-Switch
               READ Driver-Activity-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   IF WS-Activity-Count >= 5000
                       DISPLAY 'DRVACT EXCEEDS ' WS-Activity-Count
                           ' ENTRIES - RUN REFUSED'
                       MOVE 'E' TO RLP-Severity
                       MOVE 'DRVACT OVERFLOWS TABLE' TO RLP-Message
                       MOVE WS-Activity-Count TO RLP-Count
                       MOVE 96 TO RLP-Return-Code
                       CALL 'runLog' USING Run-Log-Parms
                       MOVE 96 TO RETURN-CODE
                       PERFORM 9000-End-Run-Control
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Activity-Count
                   MOVE Driver-Activity-Rec
                       TO AT-Image (WS-Activity-Count)
                   MOVE 'N' TO AT-Dropped (WS-Activity-Count)
                   READ Driver-Activity-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Driver-Activity-File
           ELSE
               DISPLAY 'DRVACT OPEN FAILED, STATUS='
                   WS-Activity-Status ' - NO DRIVER ACTIVITY'
           END-IF.

      *> A line already paid in an earlier period drops; one dated
      *> after this period waits for the next; everything else is
      *> this period's, paid or listed as not paid, and marked with
      *> the period either way. A line this period already marked
      *> is taken again, so a rerun rebuilds the same feed.
       1000-Sort-Activity-Line.
           MOVE AT-Image (Act-Idx) TO Driver-Activity-Rec.
           EVALUATE TRUE
               WHEN DA-Paid-Period NOT = SPACES
                    AND DA-Paid-Period NOT = WS-Period-Text
                   MOVE 'Y' TO AT-Dropped (Act-Idx)
                   ADD 1 TO WS-Dropped-Count
               WHEN DA-Date > WS-Period-End
                   CONTINUE
               WHEN OTHER
                   PERFORM 1100-Take-Activity-Line
                   MOVE WS-Period-Text TO DA-Paid-Period
                   MOVE Driver-Activity-Rec TO AT-Image (Act-Idx)
           END-EVALUATE.

       1100-Take-Activity-Line.
           MOVE SPACES TO WS-Reason.
           MOVE 'N' TO WS-Emp-Found.
           IF DA-Driver-Text NOT = SPACES AND DA-Driver-Number NUMERIC
               SET Emp-Idx TO 1
               SEARCH Employee-Entry
                   AT END CONTINUE
                   WHEN ET-Number (Emp-Idx) = DA-Driver-Number
                       MOVE 'Y' TO WS-Emp-Found
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN DA-Driver-Text = SPACES
                   MOVE 'NO DRIVER ON ROUTE' TO WS-Reason
               WHEN WS-Emp-Found = 'N'
                   MOVE 'DRIVER NOT ON EMPFILE' TO WS-Reason
               WHEN ET-Term-Date (Emp-Idx) NUMERIC
                    AND ET-Term-Date (Emp-Idx) < WS-Period-Begin
                   MOVE 'DRIVER TERMINATED' TO WS-Reason
               WHEN DA-Stops NOT NUMERIC OR DA-Distance NOT NUMERIC
                    OR DA-No-Dist-Legs NOT NUMERIC
                   MOVE 'ACTIVITY NOT NUMERIC' TO WS-Reason
           END-EVALUATE.
           IF WS-Reason NOT = SPACES
               IF WS-Unpaid-Count = ZERO
                   WRITE Register-Line FROM WS-Blank-Line
                   WRITE Register-Line FROM WS-Unpaid-Heading
               END-IF
               ADD 1 TO WS-Unpaid-Count
               MOVE DA-Date        TO UD-Date
               MOVE DA-Route-ID    TO UD-Route-ID
               MOVE DA-Driver-Text TO UD-Driver
               MOVE ZERO TO UD-Stops
               MOVE ZERO TO UD-Distance
               IF DA-Stops NUMERIC
                   MOVE DA-Stops TO UD-Stops
               END-IF
               IF DA-Distance NUMERIC
                   MOVE DA-Distance TO UD-Distance
               END-IF
               MOVE WS-Reason      TO UD-Reason
               WRITE Register-Line FROM WS-Unpaid-Detail
           ELSE
               PERFORM 1200-Add-To-Driver
           END-IF.

       1200-Add-To-Driver.
           MOVE 'N' TO WS-Driver-Found.
           SET Drv-Idx TO 1.
           SEARCH Driver-Entry
               AT END CONTINUE
               WHEN DT-Emp-Number (Drv-Idx) = DA-Driver-Number
                   MOVE 'Y' TO WS-Driver-Found
           END-SEARCH.
           IF WS-Driver-Found = 'N'
               ADD 1 TO WS-Driver-Count
               SET Drv-Idx TO WS-Driver-Count
               MOVE DA-Driver-Number  TO DT-Emp-Number (Drv-Idx)
               MOVE ET-Name (Emp-Idx) TO DT-Name (Drv-Idx)
               MOVE ZERO TO DT-Lines (Drv-Idx)
               MOVE ZERO TO DT-Stops (Drv-Idx)
               MOVE ZERO TO DT-Distance (Drv-Idx)
               MOVE ZERO TO DT-No-Dist (Drv-Idx)
           END-IF.
           ADD 1 TO WS-Paid-Line-Count.
           ADD 1               TO DT-Lines (Drv-Idx).
           ADD DA-Stops        TO DT-Stops (Drv-Idx).
           ADD DA-Distance     TO DT-Distance (Drv-Idx).
           ADD DA-No-Dist-Legs TO DT-No-Dist (Drv-Idx).

      *> Pay is figured once per driver on the period's totals, so
      *> the feed amount and the register line are the same number.
       2000-Pay-Driver.
           COMPUTE WS-Dist-Pay ROUNDED =
               DT-Distance (Drv-Idx) * WS-Dist-Rate.
           COMPUTE WS-Stop-Pay ROUNDED =
               DT-Stops (Drv-Idx) * WS-Stop-Rate.
           MOVE DT-Emp-Number (Drv-Idx) TO DP-Emp-Number.
           MOVE WS-Period-Number        TO DP-Period.
           MOVE DT-Distance (Drv-Idx)   TO DP-Distance.
           MOVE DT-Stops (Drv-Idx)      TO DP-Stops.
           COMPUTE DP-Amount = WS-Dist-Pay + WS-Stop-Pay.
           WRITE Driver-Pay-Rec.
           ADD 1         TO WS-Trailer-Count.
           ADD DP-Amount TO WS-Trailer-Hash.
           MOVE DT-Emp-Number (Drv-Idx) TO RD-Emp-Number.
           MOVE DT-Name (Drv-Idx)       TO RD-Name.
           MOVE DT-Lines (Drv-Idx)      TO RD-Lines.
           MOVE DT-Stops (Drv-Idx)      TO RD-Stops.
           MOVE DT-Distance (Drv-Idx)   TO RD-Distance.
           MOVE DT-No-Dist (Drv-Idx)    TO RD-No-Dist.
           MOVE WS-Dist-Pay             TO RD-Dist-Pay.
           MOVE WS-Stop-Pay             TO RD-Stop-Pay.
           MOVE DP-Amount               TO RD-Total.
           WRITE Register-Line FROM WS-Register-Detail.
           ADD DT-Stops (Drv-Idx)    TO WS-Total-Stops.
           ADD DT-Distance (Drv-Idx) TO WS-Total-Distance.
           ADD WS-Dist-Pay           TO WS-Total-Dist-Pay.
           ADD WS-Stop-Pay           TO WS-Total-Stop-Pay.
           COMPUTE WS-Total-Pay = WS-Total-Dist-Pay + WS-Total-Stop-Pay.

      *> Written back only once the feed and register are out, so a
      *> failed run leaves every line as it was.
       3000-Rewrite-Activity.
           IF WS-Activity-Count > ZERO
               OPEN OUTPUT Driver-Activity-File
               IF WS-Activity-Status NOT = '00'
                   DISPLAY 'DRVACT OPEN OUTPUT FAILED, STATUS='
                       WS-Activity-Status
                   MOVE 24 TO RETURN-CODE
               ELSE
                   PERFORM VARYING Act-Idx FROM 1 BY 1
                           UNTIL Act-Idx > WS-Activity-Count
                       IF AT-Dropped (Act-Idx) = 'N'
                           MOVE AT-Image (Act-Idx)
                               TO Driver-Activity-Rec
                           WRITE Driver-Activity-Rec
                       END-IF
                   END-PERFORM
                   CLOSE Driver-Activity-File
               END-IF
           END-IF.

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
           MOVE WS-Driver-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
